000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2ASOF.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  AS-OF-DATE CUSTOMER NAME
000110*               RESOLUTION FOR LEGAL AND STATEMENT REPRINTS.
000120*               EACH ASOFREQ RECORD GIVES A CUSTOMER ID AND AN
000130*               AS-OF DATE; THE NAME IN EFFECT ON THAT DATE IS
000140*               THE NEW NAME OF THE LATEST CUSTHIST RECORD FOR
000150*               THE CUSTOMER DATED ON OR BEFORE IT.  WHEN EVERY
000160*               LIVE RECORD IS LATER THAN THE AS-OF DATE THE
000170*               EX2HARCH ARCHIVE IS SEARCHED THE SAME WAY - THE
000180*               JOB SORTS ALL ARCHIVE GENERATIONS INTO A KEYED
000190*               WORK CLUSTER (ARCHWORK) AHEAD OF THIS STEP.  A
000200*               CUSTOMER ALREADY MERGED AWAY ON THE AS-OF DATE
000210*               RESOLVES TO ITS "*MERGED TO" HISTORY ENTRY, SO
000220*               CM-MERGED-TO-ID IS FOLLOWED AND THE SURVIVOR'S
000230*               NAME ON THAT DATE IS RETURNED INSTEAD.  ONE
000240*               FIXED-LAYOUT RESPONSE (ASOFRESP-COPY) IS WRITTEN
000250*               PER REQUEST AND THE PRINT FLAGS EVERY REQUEST
000260*               THAT PREDATES THE CUSTOMER'S FIRST HISTORY
000270*               RECORD, HAS NO HISTORY, IS NOT ON FILE OR IS
000280*               INVALID.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ASOFREQ-FILE        ASSIGN TO ASOFREQ
000370                                ORGANIZATION IS SEQUENTIAL.
000380     SELECT ASOFRESP-FILE       ASSIGN TO ASOFRESP
000390                                ORGANIZATION IS SEQUENTIAL.
000400     SELECT ASOFRPT-FILE        ASSIGN TO ASOFRPT
000410                                ORGANIZATION IS SEQUENTIAL.
000420     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000430                                ORGANIZATION IS SEQUENTIAL.
000440     SELECT EXCPLOG-FILE        ASSIGN TO EXCPLOG
000450                                ORGANIZATION IS SEQUENTIAL.
000460     SELECT CUSTMAST-FILE       ASSIGN TO CUSTMAST
000470                                ORGANIZATION IS INDEXED
000480                                ACCESS MODE IS DYNAMIC
000490                                RECORD KEY IS CM-CUST-ID
000500                                FILE STATUS IS WS-CUSTMAST-STATUS.
000510     SELECT CUSTHIST-FILE       ASSIGN TO CUSTHIST
000520                                ORGANIZATION IS INDEXED
000530                                ACCESS MODE IS DYNAMIC
000540                                RECORD KEY IS CH-HIST-KEY
000550                                FILE STATUS IS WS-CUSTHIST-STATUS.
000560     SELECT ARCHWORK-FILE       ASSIGN TO ARCHWORK
000570                                ORGANIZATION IS INDEXED
000580                                ACCESS MODE IS DYNAMIC
000590                                RECORD KEY IS AW-HIST-KEY
000600                                FILE STATUS IS WS-ARCHWORK-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ASOFREQ-FILE
000640     RECORDING MODE IS F.
000650 01  ASOFREQ-RECORD.
000660     05  AQ-CUST-ID                  PIC X(06).
000670     05  FILLER                      PIC X(01).
000680     05  AQ-AS-OF-DATE               PIC X(08).
000690     05  AQ-AS-OF-DATE-N REDEFINES AQ-AS-OF-DATE.
000700         10  AQ-AS-OF-YYYY           PIC 9(04).
000710         10  AQ-AS-OF-MM             PIC 9(02).
000720         10  AQ-AS-OF-DD             PIC 9(02).
000730     05  FILLER                      PIC X(01).
000740     05  AQ-REFERENCE                PIC X(20).
000750     05  FILLER                      PIC X(44).
000760 FD  ASOFRESP-FILE
000770     RECORDING MODE IS F.
000780     COPY ASOFRESP-COPY.
000790 FD  ASOFRPT-FILE
000800     RECORDING MODE IS F.
000810 01  ASOFRPT-RECORD                  PIC X(80).
000820 FD  ERROUT-FILE
000830     RECORDING MODE IS F.
000840 01  ERROUT-RECORD                   PIC X(80).
000850 FD  EXCPLOG-FILE
000860     RECORDING MODE IS F.
000870     COPY EXCPLOG-COPY.
000880 FD  CUSTMAST-FILE.
000890     COPY CUSTMAST-COPY.
000900 FD  CUSTHIST-FILE.
000910     COPY CUSTHIST-COPY.
000920 FD  ARCHWORK-FILE.
000930     COPY CUSTHIST-COPY REPLACING ==CUSTHIST-RECORD==
000940         BY ==ARCHWORK-RECORD== LEADING ==CH== BY ==AW==.
000950 WORKING-STORAGE SECTION.
000960*    THE SCAN WORKS FROM THIS COPY OF THE HISTORY RECORD,
000970*    WHICHEVER FILE IT WAS READ FROM.
000980 COPY CUSTHIST-COPY REPLACING ==CUSTHIST-RECORD==
000990     BY ==WS-HIST-REC== LEADING ==CH== BY ==WH==.
001000 01  WS-CUSTMAST-STATUS              PIC X(02)   VALUE SPACES.
001010 01  WS-CUSTHIST-STATUS              PIC X(02)   VALUE SPACES.
001020 01  WS-ARCHWORK-STATUS              PIC X(02)   VALUE SPACES.
001030 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
001040 01  WS-REQ-FIELDS.
001050     05  WS-REQ-SEQ                  PIC 9(06)   VALUE ZERO.
001060     05  WS-REQ-SEQ-ED               PIC ZZZZZ9.
001070     05  WS-AS-OF-DATE               PIC 9(08)   VALUE ZEROES.
001080     05  WS-TARGET-ID                PIC X(06)   VALUE SPACES.
001090     05  WS-HOP-COUNT                PIC 9(02)   VALUE ZERO.
001100*    RESULT OF ONE SCAN OF ONE CUSTOMER'S CHAIN.  THE HIT IS THE
001110*    LATEST RECORD DATED ON OR BEFORE THE AS-OF DATE; THE FIRST
001120*    RECORD IS KEPT FOR THE PREDATES-HISTORY ANSWER.
001130 01  WS-SCAN-FIELDS.
001140     05  WS-SCAN-ID                  PIC X(06)   VALUE SPACES.
001150     05  WS-SCAN-HIT-NAME            PIC X(30)   VALUE SPACES.
001160     05  WS-SCAN-HIT-NAME-X REDEFINES WS-SCAN-HIT-NAME.
001170         10  WS-SCAN-HIT-MARK        PIC X(11).
001180             88  SCAN-HIT-IS-MERGE   VALUE "*MERGED TO ".
001190         10  FILLER                  PIC X(19).
001200     05  WS-SCAN-HIT-DATE            PIC 9(08)   VALUE ZEROES.
001210     05  WS-SCAN-FIRST-NAME          PIC X(30)   VALUE SPACES.
001220     05  WS-SCAN-FIRST-DATE          PIC 9(08)   VALUE ZEROES.
001230     05  WS-LIVE-FIRST-NAME          PIC X(30)   VALUE SPACES.
001240     05  WS-LIVE-FIRST-DATE          PIC 9(08)   VALUE ZEROES.
001250 01  WS-SWITCHES.
001260     05  WS-EOF-ASOFREQ              PIC X(01)   VALUE 'N'.
001270         88  END-OF-ASOFREQ                      VALUE 'Y'.
001280     05  WS-ARCHWORK-OPEN            PIC X(01)   VALUE 'N'.
001290         88  ARCHWORK-IS-OPEN                    VALUE 'Y'.
001300     05  WS-FILES-OPEN               PIC X(01)   VALUE 'N'.
001310         88  MASTER-FILES-OPEN                   VALUE 'Y'.
001320     05  WS-REQ-VALID                PIC X(01)   VALUE 'Y'.
001330         88  REQUEST-IS-VALID                    VALUE 'Y'.
001340     05  WS-RESOLVE-DONE             PIC X(01)   VALUE 'N'.
001350         88  RESOLVE-IS-DONE                     VALUE 'Y'.
001360     05  WS-END-OF-SCAN              PIC X(01)   VALUE 'N'.
001370         88  END-OF-SCAN                         VALUE 'Y'.
001380     05  WS-SCAN-ANY                 PIC X(01)   VALUE 'N'.
001390         88  SCAN-FOUND-ANY                      VALUE 'Y'.
001400     05  WS-SCAN-HIT                 PIC X(01)   VALUE 'N'.
001410         88  SCAN-FOUND-HIT                      VALUE 'Y'.
001420 01  WS-COUNTERS.
001430     05  WS-CNT-READ                 PIC 9(06)  COMP  VALUE ZERO.
001440     05  WS-CNT-HISTORY              PIC 9(06)  COMP  VALUE ZERO.
001450     05  WS-CNT-ARCHIVE              PIC 9(06)  COMP  VALUE ZERO.
001460     05  WS-CNT-PREDATES             PIC 9(06)  COMP  VALUE ZERO.
001470     05  WS-CNT-NO-HISTORY           PIC 9(06)  COMP  VALUE ZERO.
001480     05  WS-CNT-UNAVAIL              PIC 9(06)  COMP  VALUE ZERO.
001490     05  WS-CNT-NOT-FOUND            PIC 9(06)  COMP  VALUE ZERO.
001500     05  WS-CNT-INVALID              PIC 9(06)  COMP  VALUE ZERO.
001510     05  WS-CNT-MERGES               PIC 9(06)  COMP  VALUE ZERO.
001520 01  WS-ERR-TEXT                     PIC X(80).
001530 01  WS-ERR-REASON                   PIC X(30).
001540 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
001550 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001560     05  WS-RUN-DATE-YYYY            PIC 9(04).
001570     05  WS-RUN-DATE-MM              PIC 9(02).
001580     05  WS-RUN-DATE-DD              PIC 9(02).
001590 01  WS-RPT-CONTROLS.
001600     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
001610     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001620     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
001630 01  WS-RPT-HEAD1.
001640     05  FILLER                  PIC X(10)  VALUE SPACES.
001650     05  FILLER                  PIC X(40)  VALUE
001660         "EX2ASOF - AS-OF-DATE NAME RESOLUTION".
001670     05  FILLER                  PIC X(30)  VALUE SPACES.
001680 01  WS-RPT-HEAD2.
001690     05  FILLER                  PIC X(10)  VALUE SPACES.
001700     05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
001710     05  WS-RPT-DATE             PIC X(10).
001720     05  FILLER                  PIC X(10)  VALUE SPACES.
001730     05  FILLER                  PIC X(06)  VALUE "PAGE: ".
001740     05  WS-RPT-PAGE             PIC ZZZ9.
001750     05  FILLER                  PIC X(30)  VALUE SPACES.
001760 01  WS-RPT-HEAD3.
001770     05  FILLER                  PIC X(01)  VALUE SPACES.
001780     05  FILLER                  PIC X(08)  VALUE "CUST ID".
001790     05  FILLER                  PIC X(10)  VALUE "AS OF".
001800     05  FILLER                  PIC X(09)  VALUE "NAME ID".
001810     05  FILLER                  PIC X(32)  VALUE "NAME".
001820     05  FILLER                  PIC X(20)  VALUE "RESULT".
001830 01  WS-RPT-DETAIL.
001840     05  FILLER                  PIC X(01)  VALUE SPACES.
001850     05  WS-RPT-DET-ID           PIC X(06).
001860     05  FILLER                  PIC X(02)  VALUE SPACES.
001870     05  WS-RPT-DET-AS-OF        PIC X(08).
001880     05  FILLER                  PIC X(02)  VALUE SPACES.
001890     05  WS-RPT-DET-NAME-ID      PIC X(06).
001900     05  WS-RPT-DET-MERGE        PIC X(01).
001910     05  FILLER                  PIC X(02)  VALUE SPACES.
001920     05  WS-RPT-DET-NAME         PIC X(30).
001930     05  FILLER                  PIC X(02)  VALUE SPACES.
001940     05  WS-RPT-DET-RESULT       PIC X(20).
001950 01  WS-RPT-TRAILER.
001960     05  FILLER                  PIC X(01)  VALUE SPACES.
001970     05  WS-RPT-TRL-LABEL        PIC X(21).
001980     05  WS-RPT-TRL-VALUE        PIC ZZZ,ZZ9.
001990     05  FILLER                  PIC X(51)  VALUE SPACES.
002000 01  WS-RPT-LEGEND.
002010     05  FILLER                  PIC X(01)  VALUE SPACES.
002020     05  FILLER                  PIC X(40)  VALUE
002030         "NAME ID SUFFIX  F = MERGE FOLLOWED,".
002040     05  FILLER                  PIC X(39)  VALUE
002050         "L = MERGED AWAY AFTER THE AS-OF DATE".
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-RESOLVE-REQUEST THRU 2000-EXIT
002100         UNTIL END-OF-ASOFREQ.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002130 1000-INITIALIZE.
002140     OPEN INPUT ASOFREQ-FILE.
002150     OPEN OUTPUT ASOFRESP-FILE.
002160     OPEN OUTPUT ASOFRPT-FILE.
002170     OPEN OUTPUT ERROUT-FILE.
002180     OPEN EXTEND EXCPLOG-FILE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/" WS-RUN-DATE-YYYY
002210         DELIMITED BY SIZE INTO WS-RPT-DATE.
002220     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
002230     OPEN INPUT CUSTMAST-FILE.
002240     OPEN INPUT CUSTHIST-FILE.
002250     IF WS-CUSTMAST-STATUS NOT = "00"
002260        OR WS-CUSTHIST-STATUS NOT = "00"
002270         MOVE SPACES TO WS-ERR-TEXT
002280         STRING "ERROR - CUSTMAST/CUSTHIST OPEN FAILED - STATUS "
002290                WS-CUSTMAST-STATUS "/" WS-CUSTHIST-STATUS
002300                " - RUN STOPPED"
002310             DELIMITED BY SIZE INTO WS-ERR-TEXT
002320         MOVE "AS001 " TO XL-MSG-CODE
002330         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
002340         MOVE 8 TO RETURN-CODE
002350         MOVE 'Y' TO WS-EOF-ASOFREQ
002360         GO TO 1000-EXIT
002370     END-IF.
002380     MOVE 'Y' TO WS-FILES-OPEN.
002390*    THE ARCHIVE IS ONLY NEEDED FOR DATES OLDER THAN THE LIVE
002400*    FILE - WITHOUT IT THOSE REQUESTS ANSWER U AND THE REST OF
002410*    THE RUN CARRIES ON.
002420     OPEN INPUT ARCHWORK-FILE.
002430     IF WS-ARCHWORK-STATUS = "00"
002440         MOVE 'Y' TO WS-ARCHWORK-OPEN
002450     ELSE
002460         MOVE SPACES TO WS-ERR-TEXT
002470         STRING "WARNING - ARCHWORK OPEN FAILED - STATUS "
002480                WS-ARCHWORK-STATUS " - ARCHIVE NOT SEARCHED"
002490             DELIMITED BY SIZE INTO WS-ERR-TEXT
002500         MOVE "AS002 " TO XL-MSG-CODE
002510         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
002520         IF RETURN-CODE < 4
002530             MOVE 4 TO RETURN-CODE
002540         END-IF
002550     END-IF.
002560     PERFORM 2100-READ-ASOFREQ THRU 2100-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590 2000-RESOLVE-REQUEST.
002600     MOVE SPACES TO ASOFRESP-RECORD.
002610     MOVE AQ-CUST-ID TO AR-REQ-CUST-ID.
002620     MOVE AQ-AS-OF-DATE TO AR-AS-OF-DATE.
002630     MOVE AQ-REFERENCE TO AR-REQ-REFERENCE.
002640     MOVE ZEROES TO AR-NAME-EFF-DATE.
002650     PERFORM 2150-EDIT-REQUEST THRU 2150-EXIT.
002660     IF NOT REQUEST-IS-VALID
002670         MOVE 'E' TO AR-RESULT-CODE
002680         GO TO 2000-RESPOND
002690     END-IF.
002700     MOVE AQ-CUST-ID TO WS-TARGET-ID.
002710     MOVE ZERO TO WS-HOP-COUNT.
002720     MOVE 'N' TO WS-RESOLVE-DONE.
002730     PERFORM 2200-RESOLVE-CUSTOMER THRU 2200-EXIT
002740         UNTIL RESOLVE-IS-DONE.
002750 2000-RESPOND.
002760     PERFORM 2800-WRITE-RESPONSE THRU 2800-EXIT.
002770     PERFORM 2100-READ-ASOFREQ THRU 2100-EXIT.
002780 2000-EXIT.
002790     EXIT.
002800 2100-READ-ASOFREQ.
002810     READ ASOFREQ-FILE
002820         AT END
002830             MOVE 'Y' TO WS-EOF-ASOFREQ
002840         NOT AT END
002850             ADD 1 TO WS-CNT-READ
002860             ADD 1 TO WS-REQ-SEQ
002870     END-READ.
002880 2100-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910* A REQUEST NEEDS A CUSTOMER ID AND A REAL CALENDAR DATE NO
002920* LATER THAN TODAY.  AN INVALID ONE STILL GETS A RESPONSE (E)
002930* SO THE REQUESTER'S LIST RECONCILES ONE FOR ONE.
002940*----------------------------------------------------------------
002950 2150-EDIT-REQUEST.
002960     MOVE 'Y' TO WS-REQ-VALID.
002970     MOVE SPACES TO WS-ERR-REASON.
002980     IF AQ-CUST-ID = SPACES
002990         MOVE "CUSTOMER ID BLANK" TO WS-ERR-REASON
003000     ELSE
003010     IF AQ-AS-OF-DATE NOT NUMERIC
003020         MOVE "AS-OF DATE NOT NUMERIC" TO WS-ERR-REASON
003030     ELSE
003040     IF AQ-AS-OF-MM < 1 OR AQ-AS-OF-MM > 12
003050        OR AQ-AS-OF-DD < 1 OR AQ-AS-OF-DD > 31
003060         MOVE "AS-OF DATE NOT A VALID DATE" TO WS-ERR-REASON
003070     ELSE
003080     IF AQ-AS-OF-DATE > WS-RUN-DATE
003090         MOVE "AS-OF DATE IN THE FUTURE" TO WS-ERR-REASON
003100     END-IF
003110     END-IF
003120     END-IF
003130     END-IF.
003140     IF WS-ERR-REASON NOT = SPACES
003150         MOVE 'N' TO WS-REQ-VALID
003160         ADD 1 TO WS-CNT-INVALID
003170         MOVE WS-REQ-SEQ TO WS-REQ-SEQ-ED
003180         MOVE SPACES TO WS-ERR-TEXT
003190         STRING "WARNING - ASOFREQ RECORD " WS-REQ-SEQ-ED
003200                " - " WS-ERR-REASON
003210             DELIMITED BY SIZE INTO WS-ERR-TEXT
003220         MOVE "AS003 " TO XL-MSG-CODE
003230         MOVE AQ-CUST-ID TO XL-CUST-ID
003240         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
003250         IF RETURN-CODE < 4
003260             MOVE 4 TO RETURN-CODE
003270         END-IF
003280     ELSE
003290         MOVE AQ-AS-OF-DATE TO WS-AS-OF-DATE
003300     END-IF.
003310 2150-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* RESOLVE WS-TARGET-ID AS OF THE REQUEST DATE.  WHEN THE NAME IN
003350* EFFECT IS THE "*MERGED TO" MARK THE CUSTOMER HAD ALREADY BEEN
003360* MERGED AWAY - MOVE TO ITS SURVIVOR AND GO ROUND AGAIN.  THE
003370* HOP LIMIT STOPS A DAMAGED POINTER CHAIN FROM LOOPING.
003380*----------------------------------------------------------------
003390 2200-RESOLVE-CUSTOMER.
003400     MOVE 'Y' TO WS-RESOLVE-DONE.
003410     MOVE WS-TARGET-ID TO CM-CUST-ID.
003420     READ CUSTMAST-FILE
003430         INVALID KEY
003440             MOVE 'X' TO AR-RESULT-CODE
003450             MOVE WS-TARGET-ID TO AR-NAME-CUST-ID
003460             GO TO 2200-EXIT
003470     END-READ.
003480     MOVE WS-TARGET-ID TO AR-NAME-CUST-ID.
003490     MOVE CM-CUST-STATUS TO AR-CUST-STATUS.
003500     IF WS-HOP-COUNT = ZERO AND CM-MERGED
003510         MOVE CM-MERGED-TO-ID TO AR-MERGED-TO-ID
003520         MOVE 'L' TO AR-MERGE-FLAG
003530     END-IF.
003540     MOVE WS-TARGET-ID TO WS-SCAN-ID.
003550     PERFORM 2300-SCAN-LIVE THRU 2300-EXIT.
003560     IF SCAN-FOUND-HIT
003570         MOVE 'H' TO AR-RESULT-CODE
003580     ELSE
003590     IF NOT SCAN-FOUND-ANY
003600         MOVE 'N' TO AR-RESULT-CODE
003610         MOVE CM-CUST-NAME TO AR-NAME
003620         MOVE CM-CUST-EFF-DATE TO AR-NAME-EFF-DATE
003630         GO TO 2200-EXIT
003640     ELSE
003650     IF NOT ARCHWORK-IS-OPEN
003660         MOVE 'U' TO AR-RESULT-CODE
003670         GO TO 2200-EXIT
003680     ELSE
003690         MOVE WS-SCAN-FIRST-NAME TO WS-LIVE-FIRST-NAME
003700         MOVE WS-SCAN-FIRST-DATE TO WS-LIVE-FIRST-DATE
003710         PERFORM 2400-SCAN-ARCHIVE THRU 2400-EXIT
003720         IF SCAN-FOUND-HIT
003730             MOVE 'A' TO AR-RESULT-CODE
003740         ELSE
003750             MOVE 'P' TO AR-RESULT-CODE
003760             IF SCAN-FOUND-ANY
003770                 MOVE WS-SCAN-FIRST-NAME TO AR-NAME
003780                 MOVE WS-SCAN-FIRST-DATE TO AR-NAME-EFF-DATE
003790             ELSE
003800                 MOVE WS-LIVE-FIRST-NAME TO AR-NAME
003810                 MOVE WS-LIVE-FIRST-DATE TO AR-NAME-EFF-DATE
003820             END-IF
003830             GO TO 2200-EXIT
003840         END-IF
003850     END-IF
003860     END-IF
003870     END-IF.
003880     IF SCAN-HIT-IS-MERGE AND CM-MERGED
003890         ADD 1 TO WS-HOP-COUNT
003900         IF WS-HOP-COUNT > 10
003910             PERFORM 2250-MERGE-CHAIN-ERROR THRU 2250-EXIT
003920         ELSE
003930             MOVE 'F' TO AR-MERGE-FLAG
003940             MOVE CM-MERGED-TO-ID TO WS-TARGET-ID
003950             MOVE 'N' TO WS-RESOLVE-DONE
003960         END-IF
003970     ELSE
003980         MOVE WS-SCAN-HIT-NAME TO AR-NAME
003990         MOVE WS-SCAN-HIT-DATE TO AR-NAME-EFF-DATE
004000     END-IF.
004010 2200-EXIT.
004020     EXIT.
004030 2250-MERGE-CHAIN-ERROR.
004040     MOVE 'E' TO AR-RESULT-CODE.
004050     MOVE SPACES TO AR-NAME.
004060     ADD 1 TO WS-CNT-INVALID.
004070     MOVE WS-REQ-SEQ TO WS-REQ-SEQ-ED.
004080     MOVE SPACES TO WS-ERR-TEXT.
004090     STRING "ERROR - ASOFREQ RECORD " WS-REQ-SEQ-ED
004100            " - MERGE CHAIN OVER 10 DEEP - CHECK CUSTMAST"
004110         DELIMITED BY SIZE INTO WS-ERR-TEXT.
004120     MOVE "AS004 " TO XL-MSG-CODE.
004130     MOVE AQ-CUST-ID TO XL-CUST-ID.
004140     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
004150     MOVE 8 TO RETURN-CODE.
004160 2250-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* WALK THE LIVE CHAIN FOR WS-SCAN-ID IN KEY (DATE/TIME) ORDER.
004200*----------------------------------------------------------------
004210 2300-SCAN-LIVE.
004220     PERFORM 2500-CLEAR-SCAN THRU 2500-EXIT.
004230     MOVE WS-SCAN-ID TO CH-CUST-ID.
004240     MOVE ZEROES TO CH-EFF-DATE.
004250     MOVE ZEROES TO CH-EFF-TIME.
004260     START CUSTHIST-FILE
004270         KEY IS NOT LESS THAN CH-HIST-KEY
004280         INVALID KEY
004290             MOVE 'Y' TO WS-END-OF-SCAN
004300     END-START.
004310     PERFORM 2310-READ-LIVE THRU 2310-EXIT
004320         UNTIL END-OF-SCAN.
004330 2300-EXIT.
004340     EXIT.
004350 2310-READ-LIVE.
004360     READ CUSTHIST-FILE NEXT RECORD
004370         AT END
004380             MOVE 'Y' TO WS-END-OF-SCAN
004390             GO TO 2310-EXIT
004400     END-READ.
004410     IF WS-CUSTHIST-STATUS NOT = "00"
004420         MOVE SPACES TO WS-ERR-TEXT
004430         STRING "ERROR - CUSTHIST READ FAILED - STATUS "
004440                WS-CUSTHIST-STATUS
004450             DELIMITED BY SIZE INTO WS-ERR-TEXT
004460         MOVE "AS005 " TO XL-MSG-CODE
004470         MOVE WS-SCAN-ID TO XL-CUST-ID
004480         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
004490         MOVE 8 TO RETURN-CODE
004500         MOVE 'Y' TO WS-END-OF-SCAN
004510         GO TO 2310-EXIT
004520     END-IF.
004530     MOVE CUSTHIST-RECORD TO WS-HIST-REC.
004540     PERFORM 2550-CHECK-HIST-REC THRU 2550-EXIT.
004550 2310-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* THE SAME WALK OVER THE ARCHIVE WORK CLUSTER.
004590*----------------------------------------------------------------
004600 2400-SCAN-ARCHIVE.
004610     PERFORM 2500-CLEAR-SCAN THRU 2500-EXIT.
004620     MOVE WS-SCAN-ID TO AW-CUST-ID.
004630     MOVE ZEROES TO AW-EFF-DATE.
004640     MOVE ZEROES TO AW-EFF-TIME.
004650     START ARCHWORK-FILE
004660         KEY IS NOT LESS THAN AW-HIST-KEY
004670         INVALID KEY
004680             MOVE 'Y' TO WS-END-OF-SCAN
004690     END-START.
004700     PERFORM 2410-READ-ARCHIVE THRU 2410-EXIT
004710         UNTIL END-OF-SCAN.
004720 2400-EXIT.
004730     EXIT.
004740 2410-READ-ARCHIVE.
004750     READ ARCHWORK-FILE NEXT RECORD
004760         AT END
004770             MOVE 'Y' TO WS-END-OF-SCAN
004780             GO TO 2410-EXIT
004790     END-READ.
004800     IF WS-ARCHWORK-STATUS NOT = "00"
004810         MOVE SPACES TO WS-ERR-TEXT
004820         STRING "ERROR - ARCHWORK READ FAILED - STATUS "
004830                WS-ARCHWORK-STATUS
004840             DELIMITED BY SIZE INTO WS-ERR-TEXT
004850         MOVE "AS006 " TO XL-MSG-CODE
004860         MOVE WS-SCAN-ID TO XL-CUST-ID
004870         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
004880         MOVE 8 TO RETURN-CODE
004890         MOVE 'Y' TO WS-END-OF-SCAN
004900         GO TO 2410-EXIT
004910     END-IF.
004920     MOVE ARCHWORK-RECORD TO WS-HIST-REC.
004930     PERFORM 2550-CHECK-HIST-REC THRU 2550-EXIT.
004940 2410-EXIT.
004950     EXIT.
004960 2500-CLEAR-SCAN.
004970     MOVE 'N' TO WS-END-OF-SCAN.
004980     MOVE 'N' TO WS-SCAN-ANY.
004990     MOVE 'N' TO WS-SCAN-HIT.
005000     MOVE SPACES TO WS-SCAN-HIT-NAME.
005010     MOVE ZEROES TO WS-SCAN-HIT-DATE.
005020     MOVE SPACES TO WS-SCAN-FIRST-NAME.
005030     MOVE ZEROES TO WS-SCAN-FIRST-DATE.
005040 2500-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* THE CHAIN ARRIVES OLDEST FIRST, SO EVERY RECORD DATED ON OR
005080* BEFORE THE AS-OF DATE REPLACES THE HIT AND THE FIRST ONE DATED
005090* AFTER IT ENDS THE WALK.
005100*----------------------------------------------------------------
005110 2550-CHECK-HIST-REC.
005120     IF WH-CUST-ID NOT = WS-SCAN-ID
005130         MOVE 'Y' TO WS-END-OF-SCAN
005140         GO TO 2550-EXIT
005150     END-IF.
005160     IF NOT SCAN-FOUND-ANY
005170         MOVE 'Y' TO WS-SCAN-ANY
005180         MOVE WH-OLD-NAME TO WS-SCAN-FIRST-NAME
005190         MOVE WH-EFF-DATE TO WS-SCAN-FIRST-DATE
005200     END-IF.
005210     IF WH-EFF-DATE > WS-AS-OF-DATE
005220         MOVE 'Y' TO WS-END-OF-SCAN
005230     ELSE
005240         MOVE 'Y' TO WS-SCAN-HIT
005250         MOVE WH-NEW-NAME TO WS-SCAN-HIT-NAME
005260         MOVE WH-EFF-DATE TO WS-SCAN-HIT-DATE
005270     END-IF.
005280 2550-EXIT.
005290     EXIT.
005300 2600-PRINT-HEADINGS.
005310     ADD 1 TO WS-RPT-PAGE-NO.
005320     MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE.
005330     WRITE ASOFRPT-RECORD FROM WS-RPT-HEAD1
005340         AFTER ADVANCING PAGE.
005350     WRITE ASOFRPT-RECORD FROM WS-RPT-HEAD2
005360         AFTER ADVANCING 2 LINES.
005370     WRITE ASOFRPT-RECORD FROM WS-RPT-HEAD3
005380         AFTER ADVANCING 2 LINES.
005390     MOVE ZERO TO WS-RPT-LINE-COUNT.
005400 2600-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* ONE RESPONSE RECORD AND ONE PRINT LINE PER REQUEST.  ANYTHING
005440* OTHER THAN A NAME FOUND IN HISTORY IS FLAGGED WITH AN ASTERISK.
005450*----------------------------------------------------------------
005460 2800-WRITE-RESPONSE.
005470     WRITE ASOFRESP-RECORD.
005480     IF AR-MERGE-FOLLOWED
005490         ADD 1 TO WS-CNT-MERGES
005500     END-IF.
005510     IF AR-FROM-HISTORY
005520         ADD 1 TO WS-CNT-HISTORY
005530         MOVE "FROM HISTORY" TO WS-RPT-DET-RESULT
005540     ELSE
005550     IF AR-FROM-ARCHIVE
005560         ADD 1 TO WS-CNT-ARCHIVE
005570         MOVE "FROM ARCHIVE" TO WS-RPT-DET-RESULT
005580     ELSE
005590     IF AR-PREDATES-HISTORY
005600         ADD 1 TO WS-CNT-PREDATES
005610         MOVE "*PREDATES HISTORY" TO WS-RPT-DET-RESULT
005620     ELSE
005630     IF AR-NO-HISTORY
005640         ADD 1 TO WS-CNT-NO-HISTORY
005650         MOVE "*NO HIST - CURRENT" TO WS-RPT-DET-RESULT
005660     ELSE
005670     IF AR-ARCHIVE-UNAVAIL
005680         ADD 1 TO WS-CNT-UNAVAIL
005690         MOVE "*ARCHIVE UNAVAILABLE" TO WS-RPT-DET-RESULT
005700     ELSE
005710     IF AR-NOT-ON-FILE
005720         ADD 1 TO WS-CNT-NOT-FOUND
005730         MOVE "*NOT ON CUSTMAST" TO WS-RPT-DET-RESULT
005740     ELSE
005750         MOVE "*INVALID REQUEST" TO WS-RPT-DET-RESULT
005760     END-IF
005770     END-IF
005780     END-IF
005790     END-IF
005800     END-IF
005810     END-IF.
005820     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
005830         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
005840     END-IF.
005850     MOVE AR-REQ-CUST-ID TO WS-RPT-DET-ID.
005860     MOVE AR-AS-OF-DATE TO WS-RPT-DET-AS-OF.
005870     MOVE AR-NAME-CUST-ID TO WS-RPT-DET-NAME-ID.
005880     MOVE AR-MERGE-FLAG TO WS-RPT-DET-MERGE.
005890     MOVE AR-NAME TO WS-RPT-DET-NAME.
005900     WRITE ASOFRPT-RECORD FROM WS-RPT-DETAIL
005910         AFTER ADVANCING 1 LINE.
005920     ADD 1 TO WS-RPT-LINE-COUNT.
005930 2800-EXIT.
005940     EXIT.
005950 9000-TERMINATE.
005960     MOVE "REQUESTS READ:" TO WS-RPT-TRL-LABEL.
005970     MOVE WS-CNT-READ TO WS-RPT-TRL-VALUE.
005980     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
005990         AFTER ADVANCING 2 LINES.
006000     MOVE "FROM HISTORY:" TO WS-RPT-TRL-LABEL.
006010     MOVE WS-CNT-HISTORY TO WS-RPT-TRL-VALUE.
006020     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006030         AFTER ADVANCING 1 LINE.
006040     MOVE "FROM ARCHIVE:" TO WS-RPT-TRL-LABEL.
006050     MOVE WS-CNT-ARCHIVE TO WS-RPT-TRL-VALUE.
006060     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006070         AFTER ADVANCING 1 LINE.
006080     MOVE "PREDATE HISTORY:" TO WS-RPT-TRL-LABEL.
006090     MOVE WS-CNT-PREDATES TO WS-RPT-TRL-VALUE.
006100     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006110         AFTER ADVANCING 1 LINE.
006120     MOVE "NO HISTORY:" TO WS-RPT-TRL-LABEL.
006130     MOVE WS-CNT-NO-HISTORY TO WS-RPT-TRL-VALUE.
006140     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006150         AFTER ADVANCING 1 LINE.
006160     MOVE "ARCHIVE UNAVAILABLE:" TO WS-RPT-TRL-LABEL.
006170     MOVE WS-CNT-UNAVAIL TO WS-RPT-TRL-VALUE.
006180     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006190         AFTER ADVANCING 1 LINE.
006200     MOVE "NOT ON CUSTMAST:" TO WS-RPT-TRL-LABEL.
006210     MOVE WS-CNT-NOT-FOUND TO WS-RPT-TRL-VALUE.
006220     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006230         AFTER ADVANCING 1 LINE.
006240     MOVE "INVALID REQUESTS:" TO WS-RPT-TRL-LABEL.
006250     MOVE WS-CNT-INVALID TO WS-RPT-TRL-VALUE.
006260     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006270         AFTER ADVANCING 1 LINE.
006280     MOVE "MERGES FOLLOWED:" TO WS-RPT-TRL-LABEL.
006290     MOVE WS-CNT-MERGES TO WS-RPT-TRL-VALUE.
006300     WRITE ASOFRPT-RECORD FROM WS-RPT-TRAILER
006310         AFTER ADVANCING 1 LINE.
006320     WRITE ASOFRPT-RECORD FROM WS-RPT-LEGEND
006330         AFTER ADVANCING 2 LINES.
006340     CLOSE ASOFREQ-FILE.
006350     CLOSE ASOFRESP-FILE.
006360     CLOSE ASOFRPT-FILE.
006370     CLOSE ERROUT-FILE.
006380     CLOSE EXCPLOG-FILE.
006390     IF MASTER-FILES-OPEN
006400         CLOSE CUSTMAST-FILE
006410         CLOSE CUSTHIST-FILE
006420     END-IF.
006430     IF ARCHWORK-IS-OPEN
006440         CLOSE ARCHWORK-FILE
006450     END-IF.
006460 9000-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
006500* THE COMMON EXCEPTION LOG (SHARED LAYOUT EXCPLOG-COPY).  THE
006510* CALLER SETS XL-MSG-CODE (AND XL-CUST-ID WHERE THERE IS ONE)
006520* BEFORE BUILDING THE MESSAGE; SEVERITY COMES FROM THE PREFIX.
006530*----------------------------------------------------------------
006540 9700-WRITE-ERROR.
006550     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
006560     PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
006570 9700-EXIT.
006580     EXIT.
006590 9800-WRITE-EXCEPTION.
006600     MOVE WS-RUN-DATE TO XL-RUN-DATE.
006610     ACCEPT WS-LOG-TIME FROM TIME.
006620     MOVE WS-LOG-TIME TO XL-RUN-TIME.
006630     MOVE "EX2ASOF " TO XL-PROGRAM-ID.
006640     IF WS-ERR-TEXT (1:5) = "ERROR"
006650         MOVE "E" TO XL-SEVERITY
006660     ELSE
006670     IF WS-ERR-TEXT (1:7) = "WARNING"
006680         MOVE "W" TO XL-SEVERITY
006690     ELSE
006700         MOVE "I" TO XL-SEVERITY
006710     END-IF
006720     END-IF.
006730     MOVE WS-ERR-TEXT TO XL-MSG-TEXT.
006740     WRITE EXCPLOG-RECORD.
006750     MOVE SPACES TO XL-MSG-CODE.
006760     MOVE SPACES TO XL-CUST-ID.
006770 9800-EXIT.
006780     EXIT.

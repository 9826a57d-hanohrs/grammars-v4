000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2BKOUT.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  BACKS OUT ONE POSTED FEED RUN ON
000110*               CUSTMAST WITHOUT A FULL RESTORE, SO A BAD FEED
000120*               NO LONGER COSTS EVERY ONLINE CHANGE MADE SINCE
000130*               THE LAST BACKUP.  THE BKPARM CARD NAMES THE RUN
000140*               BY FEED RUN NUMBER (RS-FEED-RUN-NO/CC-FEED-RUN-
000150*               NO) OR, FOR THE REGENERATED INTERNAL FEEDS THAT
000160*               CARRY RUN NUMBER ZERO, BY RUN DATE - EVERY PASS
000170*               POSTED THAT DAY.  RUNSTATS CONFIRMS THE RUN WAS
000180*               POSTED.  THE NIGHT'S POSTING JOURNAL (POSTJRNL,
000190*               SORTED INTO CUSTOMER ORDER) SAYS WHICH CUSTOMERS
000200*               THE RUN POSTED AND WHAT IT LEFT ON FILE; THE
000210*               NIGHT'S PRE-UPDATE CUSTMAST IMAGE (CUSTIMG) SAYS
000220*               WHAT WAS THERE BEFORE.  A CUSTOMER STILL EXACTLY
000230*               AS THE RUN LEFT IT GETS ITS PRIOR NAME, ADDRESS
000240*               AND STATUS BACK (A CUSTOMER THE RUN ADDED IS
000250*               REMOVED) WITH COMPENSATING CUSTHIST, AUDITOUT AND
000260*               EXTRACT RECORDS; ONE CHANGED AGAIN SINCE - ONLINE
000270*               OR BY A LATER PASS OR FEED - IS LISTED FOR
000280*               MANUAL REVIEW AND LEFT ALONE.  A FIRST PASS
000290*               PROVES THE IMAGE AND JOURNAL ARE THE SAME
000300*               NIGHT'S PAIR BEFORE ANYTHING IS UPDATED.
000301* 10/15/26  RH  ADDED THE FEED SOURCE IN BKPARM COLUMN 17.  THE
000302*               SELF-SERVICE PORTAL NUMBERS ITS RUNS IN ITS OWN
000303*               SEQUENCE, SO A RUN NUMBER WITH P IN COLUMN 17
000304*               NAMES A PORTAL RUN AND ONE WITH COLUMN 17 BLANK
000305*               AN UPSTREAM EXTRACT RUN.  RUNSTATS AND POSTJRNL
000306*               ARE MATCHED ON THE SOURCE AS WELL AS THE NUMBER.
000307* 10/15/26  RH  THE NIGHTLY POSTING NOW TAKES EVERY FEED IN ONE
000308*               PASS, SO A RUN NUMBER IS ALSO LOOKED FOR IN THE
000309*               PER-FEED BREAKDOWN ON THE RUNSTATS RECORD.
000310* 10/15/26  RH  A COMPENSATING CUSTHIST RECORD THAT COLLIDES ON
000311*               ITS KEY NOW RETRIES UP TO TEN TIMES, AS EXAMPLE2
000312*               DOES, INSTEAD OF ONCE.
000313*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BKPARM-FILE         ASSIGN TO BKPARM
000390                                ORGANIZATION IS SEQUENTIAL.
000400     SELECT RUNSTATS-FILE       ASSIGN TO RUNSTATS
000410                                ORGANIZATION IS SEQUENTIAL.
000420     SELECT JRNLIN-FILE         ASSIGN TO JRNLIN
000430                                ORGANIZATION IS SEQUENTIAL.
000440     SELECT CUSTIMG-FILE        ASSIGN TO CUSTIMG
000450                                ORGANIZATION IS SEQUENTIAL.
000460     SELECT AUDITOUT-FILE       ASSIGN TO AUDITOUT
000470                                ORGANIZATION IS SEQUENTIAL.
000480     SELECT EXTROUT-FILE        ASSIGN TO EXTROUT
000490                                ORGANIZATION IS SEQUENTIAL.
000500     SELECT BKRPT-FILE          ASSIGN TO BKRPT
000510                                ORGANIZATION IS SEQUENTIAL.
000520     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000530                                ORGANIZATION IS SEQUENTIAL.
000540     SELECT EXCPLOG-FILE        ASSIGN TO EXCPLOG
000550                                ORGANIZATION IS SEQUENTIAL.
000560     SELECT CUSTMAST-FILE       ASSIGN TO CUSTMAST
000570                                ORGANIZATION IS INDEXED
000580                                ACCESS MODE IS DYNAMIC
000590                                RECORD KEY IS CM-CUST-ID
000600                                FILE STATUS IS WS-CUSTMAST-STATUS.
000610     SELECT CUSTHIST-FILE       ASSIGN TO CUSTHIST
000620                                ORGANIZATION IS INDEXED
000630                                ACCESS MODE IS DYNAMIC
000640                                RECORD KEY IS CH-HIST-KEY
000650                                FILE STATUS IS WS-CUSTHIST-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BKPARM-FILE
000690     RECORDING MODE IS F.
000700 01  BKPARM-RECORD.
000710     05  BP-FEED-RUN-NO              PIC X(06).
000720     05  FILLER                      PIC X(01).
000730     05  BP-RUN-DATE                 PIC X(08).
000740     05  BP-RUN-DATE-N REDEFINES BP-RUN-DATE.
000750         10  BP-RUN-YYYY             PIC 9(04).
000760         10  BP-RUN-MM               PIC 9(02).
000770         10  BP-RUN-DD               PIC 9(02).
000771     05  FILLER                      PIC X(01).
000772     05  BP-FEED-SOURCE              PIC X(01).
000780     05  FILLER                      PIC X(63).
000790 FD  RUNSTATS-FILE
000800     RECORDING MODE IS F.
000810     COPY RUNSTATS-COPY.
000820 FD  JRNLIN-FILE
000830     RECORDING MODE IS F.
000840     COPY POSTJRNL-COPY.
000850 FD  CUSTIMG-FILE
000860     RECORDING MODE IS F.
000870     COPY CUSTMAST-COPY REPLACING ==CUSTMAST-RECORD==
000880         BY ==CUSTIMG-RECORD== LEADING ==CM== BY ==CI==.
000890 FD  AUDITOUT-FILE
000900     RECORDING MODE IS F.
000910     COPY AUDITOUT-COPY.
000920 FD  EXTROUT-FILE
000930     RECORDING MODE IS F.
000940     COPY EXTRACT-COPY.
000950 FD  BKRPT-FILE
000960     RECORDING MODE IS F.
000970 01  BKRPT-RECORD                    PIC X(80).
000980 FD  ERROUT-FILE
000990     RECORDING MODE IS F.
001000 01  ERROUT-RECORD                   PIC X(80).
001010 FD  EXCPLOG-FILE
001020     RECORDING MODE IS F.
001030     COPY EXCPLOG-COPY.
001040 FD  CUSTMAST-FILE.
001050     COPY CUSTMAST-COPY.
001060 FD  CUSTHIST-FILE.
001070     COPY CUSTHIST-COPY.
001080 WORKING-STORAGE SECTION.
001090*    WHAT THE CUSTOMER GOES BACK TO - THE LAST JOURNAL IMAGE
001100*    AHEAD OF THE RUN'S FIRST POSTING, OR THE PRE-UPDATE IMAGE.
001110 COPY CUSTMAST-COPY REPLACING ==CUSTMAST-RECORD==
001120     BY ==WS-TARGET-REC== LEADING ==CM== BY ==TG==.
001130*    WHAT THE RUN LEFT ON FILE - CUSTMAST MUST STILL MATCH IT.
001140 COPY CUSTMAST-COPY REPLACING ==CUSTMAST-RECORD==
001150     BY ==WS-POSTED-REC== LEADING ==CM== BY ==PS==.
001160 01  WS-PRIOR-IMAGE                  PIC X(182).
001170 01  WS-CUSTMAST-STATUS              PIC X(02)   VALUE SPACES.
001180 01  WS-CUSTHIST-STATUS              PIC X(02)   VALUE SPACES.
001190 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
001200 01  WS-KEY-FIELDS.
001210     05  WS-KEY-TYPE                 PIC X(01)   VALUE SPACE.
001220         88  KEY-IS-RUN-NO                       VALUE 'R'.
001230         88  KEY-IS-RUN-DATE                     VALUE 'D'.
001240     05  WS-KEY-RUN-NO               PIC 9(06)   VALUE ZERO.
001250     05  WS-KEY-DATE                 PIC 9(08)   VALUE ZEROES.
001260     05  WS-KEY-DATE-X REDEFINES WS-KEY-DATE.
001270         10  WS-KEY-DATE-YYYY        PIC 9(04).
001280         10  WS-KEY-DATE-MM          PIC 9(02).
001290         10  WS-KEY-DATE-DD          PIC 9(02).
001300     05  WS-KEY-RUN-NO-ED            PIC ZZZZZ9.
001310     05  WS-KEY-PASSES-ED            PIC Z9.
001311     05  WS-KEY-SOURCE               PIC X(01)   VALUE SPACE.
001312         88  KEY-IS-PORTAL                       VALUE 'P'.
001313*    " PORTAL" FOR A PORTAL RUN, BLANK OTHERWISE - STRUNG INTO THE
001314*    MESSAGES DELIMITED BY TWO SPACES SO A BLANK ADDS NOTHING.
001315     05  WS-KEY-SOURCE-TEXT          PIC X(07)   VALUE SPACES.
001316*    FEED CODE THE RUN IS FILED UNDER IN THE RUNSTATS BREAKDOWN -
001317*    U FOR AN UPSTREAM EXTRACT RUN, P FOR A PORTAL RUN.
001318     05  WS-KEY-SRC-CODE             PIC X(01)   VALUE 'U'.
001320 01  WS-GROUP-FIELDS.
001330     05  WS-GRP-ID                   PIC X(06)   VALUE SPACES.
001340     05  WS-GRP-FIRST-TYPE           PIC X(01)   VALUE SPACE.
001350     05  WS-GRP-SEL-TYPE             PIC X(01)   VALUE SPACE.
001360     05  WS-GRP-SEL-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001370     05  WS-FIRST-MISMATCH-ID        PIC X(06)   VALUE SPACES.
001380*    NAMES AS THE AUDIT TRAIL AND EXTRACT SHOW THEM (DISPLAY) AND
001390*    AS THE NAME HISTORY CHAIN CARRIES THEM (CHAIN), BEFORE AND
001400*    AFTER THE BACKOUT.
001410 01  WS-NAME-FIELDS.
001420     05  WS-OLD-DISPLAY              PIC X(30).
001430     05  WS-NEW-DISPLAY              PIC X(30).
001440     05  WS-OLD-CHAIN                PIC X(30).
001450     05  WS-NEW-CHAIN                PIC X(30).
001460     05  WS-MERGE-MARK               PIC X(30).
001470     05  WS-CUR-STATUS               PIC X(01).
001480         88  CUR-IS-DELETED                      VALUE 'D'.
001490         88  CUR-IS-MERGED                       VALUE 'M'.
001500     05  WS-EXTR-TYPE                PIC X(01).
001510     05  WS-REVIEW-REASON            PIC X(30).
001520 01  WS-SWITCHES.
001530     05  WS-EOF-RUNSTATS             PIC X(01)   VALUE 'N'.
001540         88  END-OF-RUNSTATS                     VALUE 'Y'.
001550     05  WS-EOF-JRNLIN               PIC X(01)   VALUE 'N'.
001560         88  END-OF-JRNLIN                       VALUE 'Y'.
001570     05  WS-EOF-CUSTIMG              PIC X(01)   VALUE 'N'.
001580         88  END-OF-CUSTIMG                      VALUE 'Y'.
001590     05  WS-KEY-VALID                PIC X(01)   VALUE 'N'.
001600         88  KEY-IS-VALID                        VALUE 'Y'.
001610     05  WS-FILES-OPEN               PIC X(01)   VALUE 'N'.
001620         88  MASTER-FILES-OPEN                   VALUE 'Y'.
001630     05  WS-RUN-VERIFIED             PIC X(01)   VALUE 'N'.
001640         88  RUN-IS-VERIFIED                     VALUE 'Y'.
001650     05  WS-PASS-MODE                PIC X(01)   VALUE 'V'.
001660         88  VERIFY-PASS                         VALUE 'V'.
001670         88  APPLY-PASS                          VALUE 'A'.
001680     05  WS-GRP-FIRST                PIC X(01)   VALUE 'Y'.
001690         88  GRP-AT-FIRST                        VALUE 'Y'.
001700     05  WS-GRP-SELECTED             PIC X(01)   VALUE 'N'.
001710         88  GRP-IS-SELECTED                     VALUE 'Y'.
001720     05  WS-IMAGE-FOUND              PIC X(01)   VALUE 'N'.
001730         88  IMAGE-WAS-FOUND                     VALUE 'Y'.
001740     05  WS-PRIOR-FOUND              PIC X(01)   VALUE 'N'.
001750         88  PRIOR-WAS-FOUND                     VALUE 'Y'.
001760     05  WS-LATER-POSTING            PIC X(01)   VALUE 'N'.
001770         88  POSTED-AGAIN-LATER                  VALUE 'Y'.
001780     05  WS-TARGET-EXISTS            PIC X(01)   VALUE 'N'.
001790         88  TARGET-EXISTS                       VALUE 'Y'.
001800     05  WS-UPDATE-FAILED            PIC X(01)   VALUE 'N'.
001810         88  UPDATE-HAS-FAILED                   VALUE 'Y'.
001820     05  WS-REV-OVERFLOW             PIC X(01)   VALUE 'N'.
001830         88  REV-TABLE-OVERFLOWED                VALUE 'Y'.
001831     05  WS-HIST-WRITTEN             PIC X(01)   VALUE 'N'.
001832         88  HIST-WAS-WRITTEN                    VALUE 'Y'.
001840 01  WS-COUNTERS.
001850     05  WS-CNT-PASSES               PIC 9(04)  COMP  VALUE ZERO.
001860     05  WS-CNT-JRNL-READ            PIC 9(06)  COMP  VALUE ZERO.
001870     05  WS-CNT-SELECTED             PIC 9(06)  COMP  VALUE ZERO.
001880     05  WS-CNT-MISMATCH             PIC 9(06)  COMP  VALUE ZERO.
001890     05  WS-CNT-REVERSED             PIC 9(06)  COMP  VALUE ZERO.
001900     05  WS-CNT-REVIEW               PIC 9(06)  COMP  VALUE ZERO.
001910     05  WS-CNT-FAILED               PIC 9(06)  COMP  VALUE ZERO.
001911     05  WS-HIST-TRIES               PIC 9(04)  COMP  VALUE ZERO.
001920     05  WS-CNT-ED                   PIC ZZZ,ZZ9.
001930*    CUSTOMERS LEFT FOR MANUAL REVIEW, PRINTED AS THEIR OWN
001940*    SECTION AHEAD OF THE TRAILER.
001950 01  WS-REV-TABLE.
001960     05  WS-REV-ENTRY                OCCURS 500 TIMES.
001970         10  WS-REV-ID               PIC X(06).
001980         10  WS-REV-REASON           PIC X(30).
001990         10  WS-REV-NAME             PIC X(30).
002000 01  WS-REV-COUNT                PIC 9(04)   COMP   VALUE ZERO.
002010 01  WS-REV-IDX                  PIC 9(04)   COMP   VALUE ZERO.
002011 01  WS-SRC-IDX                  PIC 9(04)   COMP   VALUE ZERO.
002012 01  WS-SRC-MATCHED              PIC X(01)   VALUE 'N'.
002013     88  SRC-RUN-MATCHED                     VALUE 'Y'.
002020 01  WS-ERR-TEXT                     PIC X(80).
002030 01  WS-ERR-REASON                   PIC X(50).
002040 01  WS-RUN-INFO.
002050     05  WS-RUN-DATE                 PIC 9(08)   VALUE ZEROES.
002060     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002070         10  WS-RUN-DATE-YYYY        PIC 9(04).
002080         10  WS-RUN-DATE-MM          PIC 9(02).
002090         10  WS-RUN-DATE-DD          PIC 9(02).
002100     05  WS-RUN-TIME                 PIC 9(08)   VALUE ZEROES.
002110     05  WS-JOB-NAME                 PIC X(08)   VALUE SPACES.
002120 01  WS-RPT-CONTROLS.
002130     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
002140     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
002150     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
002160 01  WS-RPT-HEAD1.
002170     05  FILLER                  PIC X(10)  VALUE SPACES.
002180     05  FILLER                  PIC X(40)  VALUE
002190         "EX2BKOUT - FEED RUN BACKOUT".
002200     05  FILLER                  PIC X(30)  VALUE SPACES.
002210 01  WS-RPT-HEAD2.
002220     05  FILLER                  PIC X(10)  VALUE SPACES.
002230     05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
002240     05  WS-RPT-DATE             PIC X(10).
002250     05  FILLER                  PIC X(10)  VALUE SPACES.
002260     05  FILLER                  PIC X(06)  VALUE "PAGE: ".
002270     05  WS-RPT-PAGE             PIC ZZZ9.
002280     05  FILLER                  PIC X(30)  VALUE SPACES.
002290 01  WS-RPT-HEAD-KEY.
002300     05  FILLER                  PIC X(10)  VALUE SPACES.
002310     05  WS-RPT-KEY-TEXT         PIC X(70)  VALUE SPACES.
002320 01  WS-RPT-HEAD3.
002330     05  FILLER                  PIC X(01)  VALUE SPACES.
002340     05  FILLER                  PIC X(08)  VALUE "CUST ID".
002350     05  FILLER                  PIC X(11)  VALUE "POSTED".
002360     05  FILLER                  PIC X(10)  VALUE "RESULT".
002370     05  FILLER                  PIC X(30)  VALUE
002380         "NAME NOW ON FILE".
002390     05  FILLER                  PIC X(20)  VALUE SPACES.
002400 01  WS-RPT-DETAIL.
002410     05  FILLER                  PIC X(01)  VALUE SPACES.
002420     05  WS-RPT-DET-ID           PIC X(06).
002430     05  FILLER                  PIC X(02)  VALUE SPACES.
002440     05  WS-RPT-DET-POSTED       PIC X(09).
002450     05  FILLER                  PIC X(02)  VALUE SPACES.
002460     05  WS-RPT-DET-RESULT       PIC X(08).
002470     05  FILLER                  PIC X(02)  VALUE SPACES.
002480     05  WS-RPT-DET-NAME         PIC X(30).
002490     05  FILLER                  PIC X(20)  VALUE SPACES.
002500 01  WS-RPT-REV-HEAD.
002510     05  FILLER                  PIC X(01)  VALUE SPACES.
002520     05  FILLER                  PIC X(50)  VALUE
002530         "CHANGED SINCE THE RUN - LEFT FOR MANUAL REVIEW".
002540     05  FILLER                  PIC X(29)  VALUE SPACES.
002550 01  WS-RPT-REV-DETAIL.
002560     05  FILLER                  PIC X(01)  VALUE SPACES.
002570     05  WS-RPT-REV-ID           PIC X(06).
002580     05  FILLER                  PIC X(02)  VALUE SPACES.
002590     05  WS-RPT-REV-REASON       PIC X(30).
002600     05  FILLER                  PIC X(02)  VALUE SPACES.
002610     05  WS-RPT-REV-NAME         PIC X(30).
002620     05  FILLER                  PIC X(09)  VALUE SPACES.
002630 01  WS-RPT-TRAILER.
002640     05  FILLER                  PIC X(01)  VALUE SPACES.
002650     05  WS-RPT-TRL-LABEL        PIC X(21).
002660     05  WS-RPT-TRL-VALUE        PIC ZZZ,ZZ9.
002670     05  FILLER                  PIC X(51)  VALUE SPACES.
002680 LINKAGE SECTION.
002690 01  LK-PARM-AREA.
002700     05  LK-PARM-LEN                 PIC S9(04)  COMP.
002710     05  LK-PARM-TEXT                PIC X(08).
002720 PROCEDURE DIVISION USING LK-PARM-AREA.
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     IF KEY-IS-VALID
002760         PERFORM 3000-VERIFY-PASS THRU 3000-EXIT
002770     END-IF.
002780     IF RUN-IS-VERIFIED
002790         PERFORM 4000-APPLY-PASS THRU 4000-EXIT
002800     END-IF.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     STOP RUN.
002830 1000-INITIALIZE.
002840     OPEN OUTPUT BKRPT-FILE.
002850     OPEN OUTPUT ERROUT-FILE.
002860     OPEN EXTEND EXCPLOG-FILE.
002870     OPEN EXTEND AUDITOUT-FILE.
002880     OPEN EXTEND EXTROUT-FILE.
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002900     ACCEPT WS-RUN-TIME FROM TIME.
002910     MOVE SPACES TO WS-JOB-NAME.
002920     IF LK-PARM-LEN > 0 AND LK-PARM-LEN NOT > 8
002930         MOVE LK-PARM-TEXT (1:LK-PARM-LEN) TO WS-JOB-NAME
002940     END-IF.
002950     IF WS-JOB-NAME = SPACES
002960         MOVE "EX2BKOUT" TO WS-JOB-NAME
002970     END-IF.
002980     STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/" WS-RUN-DATE-YYYY
002990         DELIMITED BY SIZE INTO WS-RPT-DATE.
003000     PERFORM 1100-EDIT-KEY THRU 1100-EXIT.
003010     IF KEY-IS-VALID
003020         PERFORM 1200-FIND-RUN THRU 1200-EXIT
003030     END-IF.
003040     IF KEY-IS-VALID
003050         PERFORM 1300-OPEN-MASTERS THRU 1300-EXIT
003060     END-IF.
003070     PERFORM 1400-BUILD-KEY-LINE THRU 1400-EXIT.
003080     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
003090 1000-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120* THE BKPARM CARD NAMES THE RUN: A FEED RUN NUMBER IN COLUMNS
003130* 1-6 OR A RUN DATE (YYYYMMDD) IN COLUMNS 8-15, NOT BOTH.  THE
003140* REGENERATED INTERNAL FEEDS ALL CARRY RUN NUMBER ZERO AND CAN
003150* ONLY BE NAMED BY DATE.  A P IN COLUMN 17 MARKS THE RUN NUMBER
003151* AS THE SELF-SERVICE PORTAL'S, WHICH RUNS IN ITS OWN SEQUENCE.
003160*----------------------------------------------------------------
003170 1100-EDIT-KEY.
003180     MOVE SPACES TO WS-ERR-REASON.
003190     OPEN INPUT BKPARM-FILE.
003200     READ BKPARM-FILE
003210         AT END
003220             MOVE "BKPARM IS EMPTY - NO RUN NAMED"
003230                 TO WS-ERR-REASON
003240     END-READ.
003250     CLOSE BKPARM-FILE.
003260     IF WS-ERR-REASON NOT = SPACES
003270         NEXT SENTENCE
003280     ELSE
003290     IF BP-FEED-RUN-NO NOT = SPACES
003300        AND BP-RUN-DATE NOT = SPACES
003310         MOVE "GIVE A FEED RUN NUMBER OR A RUN DATE, NOT BOTH"
003320             TO WS-ERR-REASON
003330     ELSE
003331     IF BP-FEED-SOURCE NOT = SPACE
003332        AND BP-FEED-SOURCE NOT = 'P'
003333         MOVE "FEED SOURCE MUST BE BLANK OR P"
003334             TO WS-ERR-REASON
003335     ELSE
003336     IF BP-FEED-SOURCE = 'P'
003337        AND BP-FEED-RUN-NO = SPACES
003338         MOVE "FEED SOURCE P NEEDS A FEED RUN NUMBER"
003339             TO WS-ERR-REASON
003340     ELSE
003341     IF BP-FEED-RUN-NO NOT = SPACES
003350         IF BP-FEED-RUN-NO NOT NUMERIC
003360            OR BP-FEED-RUN-NO = ZEROES
003370             MOVE "FEED RUN NUMBER NOT NUMERIC OR ZERO"
003380                 TO WS-ERR-REASON
003390         ELSE
003400             MOVE 'R' TO WS-KEY-TYPE
003410             MOVE BP-FEED-RUN-NO TO WS-KEY-RUN-NO
003411             MOVE BP-FEED-SOURCE TO WS-KEY-SOURCE
003412             IF KEY-IS-PORTAL
003413                 MOVE " PORTAL" TO WS-KEY-SOURCE-TEXT
003414                 MOVE 'P' TO WS-KEY-SRC-CODE
003415             END-IF
003420         END-IF
003430     ELSE
003440     IF BP-RUN-DATE NOT = SPACES
003450         IF BP-RUN-DATE NOT NUMERIC
003460            OR BP-RUN-MM < 1 OR BP-RUN-MM > 12
003470            OR BP-RUN-DD < 1 OR BP-RUN-DD > 31
003480            OR BP-RUN-DATE-N > WS-RUN-DATE
003490             MOVE "RUN DATE NOT A VALID PAST DATE"
003500                 TO WS-ERR-REASON
003510         ELSE
003520             MOVE 'D' TO WS-KEY-TYPE
003530             MOVE BP-RUN-DATE-N TO WS-KEY-DATE
003540         END-IF
003550     ELSE
003560         MOVE "NO FEED RUN NUMBER OR RUN DATE GIVEN"
003570             TO WS-ERR-REASON
003580     END-IF
003590     END-IF
003600     END-IF
003601     END-IF
003602     END-IF
003610     END-IF.
003620     IF WS-ERR-REASON = SPACES
003630         MOVE 'Y' TO WS-KEY-VALID
003640     ELSE
003650         MOVE SPACES TO WS-ERR-TEXT
003660         STRING "ERROR - " WS-ERR-REASON
003670             DELIMITED BY SIZE INTO WS-ERR-TEXT
003680         MOVE "BK001 " TO XL-MSG-CODE
003690         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
003700         MOVE 8 TO RETURN-CODE
003710     END-IF.
003720 1100-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750* THE RUN MUST BE ON THE RUN-HISTORY FILE.  A RUN NUMBER ALSO
003760* GIVES THE DATE IT WAS POSTED; A DATE COUNTS THE PASSES THAT
003770* POSTED THAT DAY.
003780*----------------------------------------------------------------
003790 1200-FIND-RUN.
003800     OPEN INPUT RUNSTATS-FILE.
003810     PERFORM 1210-READ-RUNSTATS THRU 1210-EXIT.
003820     PERFORM 1220-CHECK-RUNSTATS THRU 1220-EXIT
003830         UNTIL END-OF-RUNSTATS.
003840     CLOSE RUNSTATS-FILE.
003850     IF WS-CNT-PASSES = ZERO
003860         MOVE 'N' TO WS-KEY-VALID
003870         MOVE SPACES TO WS-ERR-TEXT
003880         IF KEY-IS-RUN-NO
003890             MOVE WS-KEY-RUN-NO TO WS-KEY-RUN-NO-ED
003900             STRING "ERROR -" DELIMITED BY SIZE
003901                    WS-KEY-SOURCE-TEXT DELIMITED BY "  "
003902                    " FEED RUN " WS-KEY-RUN-NO-ED
003910                    " NOT ON RUNSTATS - NOTHING BACKED OUT"
003920                 DELIMITED BY SIZE INTO WS-ERR-TEXT
003930         ELSE
003940             STRING "ERROR - NO RUN POSTED ON " WS-KEY-DATE
003950                    " PER RUNSTATS - NOTHING BACKED OUT"
003960                 DELIMITED BY SIZE INTO WS-ERR-TEXT
003970         END-IF
003980         MOVE "BK002 " TO XL-MSG-CODE
003990         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
004000         MOVE 8 TO RETURN-CODE
004010     END-IF.
004020 1200-EXIT.
004030     EXIT.
004040 1210-READ-RUNSTATS.
004050     READ RUNSTATS-FILE
004060         AT END
004070             MOVE 'Y' TO WS-EOF-RUNSTATS
004080     END-READ.
004090 1210-EXIT.
004100     EXIT.
004110 1220-CHECK-RUNSTATS.
004120     IF KEY-IS-RUN-NO
004130         IF RS-FEED-RUN-NO NUMERIC
004140            AND RS-FEED-RUN-NO = WS-KEY-RUN-NO
004141            AND RS-FEED-SOURCE = WS-KEY-SOURCE
004150             ADD 1 TO WS-CNT-PASSES
004160             MOVE RS-RUN-DATE TO WS-KEY-DATE
004161         ELSE
004162             MOVE 'N' TO WS-SRC-MATCHED
004163             PERFORM 1230-CHECK-SOURCE-ENTRY THRU 1230-EXIT
004164                 VARYING WS-SRC-IDX FROM 1 BY 1
004165                 UNTIL WS-SRC-IDX > 4
004166                    OR SRC-RUN-MATCHED
004170         END-IF
004180     ELSE
004190         IF RS-RUN-DATE = WS-KEY-DATE
004200             ADD 1 TO WS-CNT-PASSES
004210         END-IF
004220     END-IF.
004230     PERFORM 1210-READ-RUNSTATS THRU 1210-EXIT.
004240 1220-EXIT.
004250     EXIT.
004251*----------------------------------------------------------------
004252* A COMBINED POSTING PASS FILES EACH FEED'S RUN NUMBER IN ITS OWN
004253* BREAKDOWN ENTRY.
004254*----------------------------------------------------------------
004255 1230-CHECK-SOURCE-ENTRY.
004256     IF RS-SRC-CODE (WS-SRC-IDX) = WS-KEY-SRC-CODE
004257        AND RS-SRC-RUN-NO (WS-SRC-IDX) NUMERIC
004258        AND RS-SRC-RUN-NO (WS-SRC-IDX) = WS-KEY-RUN-NO
004259         MOVE 'Y' TO WS-SRC-MATCHED
004260         ADD 1 TO WS-CNT-PASSES
004261         MOVE RS-RUN-DATE TO WS-KEY-DATE
004262     END-IF.
004263 1230-EXIT.
004264     EXIT.
004265 1300-OPEN-MASTERS.
004270     OPEN I-O CUSTMAST-FILE.
004280     OPEN I-O CUSTHIST-FILE.
004290     IF WS-CUSTMAST-STATUS NOT = "00"
004300        OR WS-CUSTHIST-STATUS NOT = "00"
004310         MOVE 'N' TO WS-KEY-VALID
004320         MOVE SPACES TO WS-ERR-TEXT
004330         STRING "ERROR - CUSTMAST/CUSTHIST OPEN FAILED - STATUS "
004340                WS-CUSTMAST-STATUS "/" WS-CUSTHIST-STATUS
004350                " - RUN STOPPED"
004360             DELIMITED BY SIZE INTO WS-ERR-TEXT
004370         MOVE "BK003 " TO XL-MSG-CODE
004380         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
004390         MOVE 8 TO RETURN-CODE
004400         GO TO 1300-EXIT
004410     END-IF.
004420     MOVE 'Y' TO WS-FILES-OPEN.
004430 1300-EXIT.
004440     EXIT.
004450 1400-BUILD-KEY-LINE.
004460     MOVE WS-CNT-PASSES TO WS-KEY-PASSES-ED.
004470     IF KEY-IS-RUN-NO
004480         MOVE WS-KEY-RUN-NO TO WS-KEY-RUN-NO-ED
004490         STRING "BACKOUT OF" DELIMITED BY SIZE
004491                WS-KEY-SOURCE-TEXT DELIMITED BY "  "
004492                " FEED RUN " WS-KEY-RUN-NO-ED
004500                " POSTED " WS-KEY-DATE-MM "/" WS-KEY-DATE-DD
004510                "/" WS-KEY-DATE-YYYY
004520             DELIMITED BY SIZE INTO WS-RPT-KEY-TEXT
004530     ELSE
004540     IF KEY-IS-RUN-DATE
004550         STRING "BACKOUT OF ALL PASSES POSTED " WS-KEY-DATE-MM
004560                "/" WS-KEY-DATE-DD "/" WS-KEY-DATE-YYYY
004570                " - " WS-KEY-PASSES-ED " PASS(ES)"
004580             DELIMITED BY SIZE INTO WS-RPT-KEY-TEXT
004590     ELSE
004600         MOVE "NO VALID RUN NAMED - NOTHING BACKED OUT"
004610             TO WS-RPT-KEY-TEXT
004620     END-IF
004630     END-IF.
004640 1400-EXIT.
004650     EXIT.
004660 2600-PRINT-HEADINGS.
004670     ADD 1 TO WS-RPT-PAGE-NO.
004680     MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE.
004690     WRITE BKRPT-RECORD FROM WS-RPT-HEAD1
004700         AFTER ADVANCING PAGE.
004710     WRITE BKRPT-RECORD FROM WS-RPT-HEAD2
004720         AFTER ADVANCING 2 LINES.
004730     WRITE BKRPT-RECORD FROM WS-RPT-HEAD-KEY
004740         AFTER ADVANCING 1 LINE.
004750     WRITE BKRPT-RECORD FROM WS-RPT-HEAD3
004760         AFTER ADVANCING 2 LINES.
004770     MOVE ZERO TO WS-RPT-LINE-COUNT.
004780 2600-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810* FIRST PASS - NO UPDATES.  EVERY CUSTOMER ON THE JOURNAL MUST
004820* AGREE WITH THE IMAGE: ONE WHOSE FIRST POSTING THAT NIGHT WAS
004830* AN ADD MUST BE ABSENT FROM IT, ANY OTHER MUST BE PRESENT.  A
004840* DISAGREEMENT MEANS THE IMAGE AND JOURNAL GENERATIONS ARE NOT
004850* THE SAME NIGHT'S PAIR, AND THE RUN MUST HAVE POSTED SOMETHING
004860* ON THIS JOURNAL - EITHER WAY NOTHING IS TOUCHED.
004870*----------------------------------------------------------------
004880 3000-VERIFY-PASS.
004890     MOVE 'V' TO WS-PASS-MODE.
004900     PERFORM 3100-MATCH-FILES THRU 3100-EXIT.
004910     IF WS-CNT-MISMATCH > 0
004920         MOVE WS-CNT-MISMATCH TO WS-CNT-ED
004930         MOVE SPACES TO WS-ERR-TEXT
004940         STRING "ERROR - CUSTIMG DOES NOT MATCH POSTJRNL FOR "
004950                WS-CNT-ED " CUSTOMERS - NO UPDATES MADE"
004960             DELIMITED BY SIZE INTO WS-ERR-TEXT
004970         MOVE "BK004 " TO XL-MSG-CODE
004980         MOVE WS-FIRST-MISMATCH-ID TO XL-CUST-ID
004990         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
005000         MOVE 8 TO RETURN-CODE
005010         GO TO 3000-EXIT
005020     END-IF.
005030     IF WS-CNT-SELECTED = ZERO
005040         MOVE SPACES TO WS-ERR-TEXT
005050         STRING "ERROR - RUN NOT ON THIS POSTJRNL GENERATION"
005060                " - NO UPDATES MADE"
005070             DELIMITED BY SIZE INTO WS-ERR-TEXT
005080         MOVE "BK005 " TO XL-MSG-CODE
005090         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
005100         MOVE 8 TO RETURN-CODE
005110         GO TO 3000-EXIT
005120     END-IF.
005130     MOVE 'Y' TO WS-RUN-VERIFIED.
005140 3000-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* BOTH FILES ARE IN CUSTOMER ID ORDER - THE JOURNAL SORTED WITH
005180* EQUALS SO EACH CUSTOMER'S POSTINGS STAY IN THE ORDER THEY WERE
005190* MADE.  ONE CUSTOMER'S JOURNAL RECORDS ARE HANDLED AS A GROUP.
005200*----------------------------------------------------------------
005210 3100-MATCH-FILES.
005220     MOVE 'N' TO WS-EOF-JRNLIN.
005230     MOVE 'N' TO WS-EOF-CUSTIMG.
005240     OPEN INPUT JRNLIN-FILE.
005250     OPEN INPUT CUSTIMG-FILE.
005260     PERFORM 3300-READ-CUSTIMG THRU 3300-EXIT.
005270     PERFORM 3500-READ-JRNLIN THRU 3500-EXIT.
005280     PERFORM 3200-PROCESS-CUSTOMER THRU 3200-EXIT
005290         UNTIL END-OF-JRNLIN.
005300     CLOSE JRNLIN-FILE.
005310     CLOSE CUSTIMG-FILE.
005320 3100-EXIT.
005330     EXIT.
005340 3200-PROCESS-CUSTOMER.
005350     MOVE PJ-CUST-ID TO WS-GRP-ID.
005360     PERFORM 3300-READ-CUSTIMG THRU 3300-EXIT
005370         UNTIL END-OF-CUSTIMG
005380            OR CI-CUST-ID NOT < WS-GRP-ID.
005390     MOVE 'N' TO WS-IMAGE-FOUND.
005400     IF NOT END-OF-CUSTIMG
005410        AND CI-CUST-ID = WS-GRP-ID
005420         MOVE 'Y' TO WS-IMAGE-FOUND
005430     END-IF.
005440     MOVE 'Y' TO WS-GRP-FIRST.
005450     MOVE 'N' TO WS-GRP-SELECTED.
005460     MOVE 'N' TO WS-PRIOR-FOUND.
005470     MOVE 'N' TO WS-LATER-POSTING.
005480     MOVE ZERO TO WS-GRP-SEL-COUNT.
005490     PERFORM 3400-SCAN-ENTRY THRU 3400-EXIT
005500         UNTIL END-OF-JRNLIN
005510            OR PJ-CUST-ID NOT = WS-GRP-ID.
005520     IF VERIFY-PASS
005530         IF (WS-GRP-FIRST-TYPE = "A" AND IMAGE-WAS-FOUND)
005540            OR (WS-GRP-FIRST-TYPE NOT = "A"
005550                AND NOT IMAGE-WAS-FOUND)
005560             IF WS-CNT-MISMATCH = ZERO
005570                 MOVE WS-GRP-ID TO WS-FIRST-MISMATCH-ID
005580             END-IF
005590             ADD 1 TO WS-CNT-MISMATCH
005600         END-IF
005610         IF GRP-IS-SELECTED
005620             ADD 1 TO WS-CNT-SELECTED
005630         END-IF
005640     ELSE
005650         IF GRP-IS-SELECTED
005660             PERFORM 5000-BACK-OUT-CUSTOMER THRU 5000-EXIT
005670         END-IF
005680     END-IF.
005690 3200-EXIT.
005700     EXIT.
005710 3300-READ-CUSTIMG.
005720     READ CUSTIMG-FILE
005730         AT END
005740             MOVE 'Y' TO WS-EOF-CUSTIMG
005750     END-READ.
005760 3300-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* A POSTING BELONGS TO THE RUN BY ITS FEED RUN NUMBER OR ITS RUN
005800* DATE.  THE LAST POSTING AHEAD OF THE RUN'S FIRST IS WHAT THE
005810* CUSTOMER GOES BACK TO; ANY POSTING NOT IN THE RUN THAT COMES
005820* AFTER ONE THAT IS MEANS THE CUSTOMER MOVED AGAIN THAT NIGHT.
005830*----------------------------------------------------------------
005840 3400-SCAN-ENTRY.
005850     IF GRP-AT-FIRST
005860         MOVE PJ-TRANS-TYPE TO WS-GRP-FIRST-TYPE
005870         MOVE 'N' TO WS-GRP-FIRST
005880     END-IF.
005890     IF (KEY-IS-RUN-NO AND PJ-FEED-RUN-NO = WS-KEY-RUN-NO
005891             AND PJ-FEED-SOURCE = WS-KEY-SOURCE)
005900        OR (KEY-IS-RUN-DATE AND PJ-RUN-DATE = WS-KEY-DATE)
005910         IF NOT GRP-IS-SELECTED
005920             MOVE 'Y' TO WS-GRP-SELECTED
005930             MOVE PJ-TRANS-TYPE TO WS-GRP-SEL-TYPE
005940         END-IF
005950         ADD 1 TO WS-GRP-SEL-COUNT
005960         MOVE PJ-AFTER-IMAGE TO WS-POSTED-REC
005970     ELSE
005980         IF GRP-IS-SELECTED
005990             MOVE 'Y' TO WS-LATER-POSTING
006000         ELSE
006010             MOVE PJ-AFTER-IMAGE TO WS-PRIOR-IMAGE
006020             MOVE 'Y' TO WS-PRIOR-FOUND
006030         END-IF
006040     END-IF.
006050     PERFORM 3500-READ-JRNLIN THRU 3500-EXIT.
006060 3400-EXIT.
006070     EXIT.
006080 3500-READ-JRNLIN.
006090     READ JRNLIN-FILE
006100         AT END
006110             MOVE 'Y' TO WS-EOF-JRNLIN
006120         NOT AT END
006130             IF VERIFY-PASS
006140                 ADD 1 TO WS-CNT-JRNL-READ
006150             END-IF
006160     END-READ.
006170 3500-EXIT.
006180     EXIT.
006190 4000-APPLY-PASS.
006200     MOVE 'A' TO WS-PASS-MODE.
006210     PERFORM 3100-MATCH-FILES THRU 3100-EXIT.
006220 4000-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250* ONE CUSTOMER THE RUN POSTED.  IT IS REVERSED ONLY IF CUSTMAST
006260* STILL HOLDS EXACTLY WHAT THE RUN LEFT AND NO LATER PASS POSTED
006270* IT AGAIN; OTHERWISE IT IS LISTED FOR MANUAL REVIEW.
006280*----------------------------------------------------------------
006290 5000-BACK-OUT-CUSTOMER.
006300     MOVE 'Y' TO WS-TARGET-EXISTS.
006310     IF PRIOR-WAS-FOUND
006320         MOVE WS-PRIOR-IMAGE TO WS-TARGET-REC
006330     ELSE
006340     IF IMAGE-WAS-FOUND
006350         MOVE CUSTIMG-RECORD TO WS-TARGET-REC
006360     ELSE
006370         MOVE 'N' TO WS-TARGET-EXISTS
006380         MOVE SPACES TO WS-TARGET-REC
006390     END-IF
006400     END-IF.
006410     MOVE SPACES TO WS-REVIEW-REASON.
006420     MOVE WS-GRP-ID TO CM-CUST-ID.
006430     READ CUSTMAST-FILE
006440         INVALID KEY
006450             MOVE SPACES TO CUSTMAST-RECORD
006460             MOVE "NO LONGER ON CUSTMAST" TO WS-REVIEW-REASON
006470     END-READ.
006480     IF WS-REVIEW-REASON = SPACES
006490         IF POSTED-AGAIN-LATER
006500             MOVE "POSTED AGAIN BY A LATER PASS" TO
006510                 WS-REVIEW-REASON
006520         ELSE
006530         IF CUSTMAST-RECORD NOT = WS-POSTED-REC
006540             MOVE "CHANGED SINCE THE RUN" TO WS-REVIEW-REASON
006550         END-IF
006560         END-IF
006570     END-IF.
006580     IF WS-REVIEW-REASON NOT = SPACES
006590         PERFORM 5800-LIST-REVIEW THRU 5800-EXIT
006600         GO TO 5000-EXIT
006610     END-IF.
006620     PERFORM 5100-SET-NAMES THRU 5100-EXIT.
006630     PERFORM 5200-RESTORE-CUSTMAST THRU 5200-EXIT.
006640     IF UPDATE-HAS-FAILED
006650         MOVE "FAILED" TO WS-RPT-DET-RESULT
006660         MOVE WS-OLD-DISPLAY TO WS-RPT-DET-NAME
006670         PERFORM 5700-WRITE-DETAIL THRU 5700-EXIT
006680         GO TO 5000-EXIT
006690     END-IF.
006700     ADD 1 TO WS-CNT-REVERSED.
006710     IF WS-OLD-CHAIN NOT = WS-NEW-CHAIN
006720         PERFORM 5400-WRITE-CUSTHIST THRU 5400-EXIT
006730     END-IF.
006740     IF WS-OLD-DISPLAY NOT = WS-NEW-DISPLAY
006750         PERFORM 5500-WRITE-AUDIT THRU 5500-EXIT
006760     END-IF.
006770     PERFORM 5600-WRITE-EXTRACT THRU 5600-EXIT.
006780     MOVE "REVERSED" TO WS-RPT-DET-RESULT.
006790     MOVE WS-NEW-DISPLAY TO WS-RPT-DET-NAME.
006800     PERFORM 5700-WRITE-DETAIL THRU 5700-EXIT.
006810 5000-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* THE DISPLAY NAME FOLLOWS THE CONVENTIONS EXAMPLE2 USES ON THE
006850* AUDIT TRAIL AND EXTRACT ("** DELETED **", "*MERGED TO nnnnnn*");
006860* THE CHAIN NAME IS WHAT CUSTHIST CARRIES, WHERE A DELETE LEAVES
006870* NO ENTRY.  A CUSTOMER THE RUN ADDED IS "** BACKED OUT **".
006880*----------------------------------------------------------------
006890 5100-SET-NAMES.
006900     MOVE CM-CUST-STATUS TO WS-CUR-STATUS.
006910     IF CM-MERGED
006920         MOVE SPACES TO WS-MERGE-MARK
006930         STRING "*MERGED TO " CM-MERGED-TO-ID "*"
006940             DELIMITED BY SIZE INTO WS-MERGE-MARK
006950         MOVE WS-MERGE-MARK TO WS-OLD-CHAIN
006960         MOVE WS-MERGE-MARK TO WS-OLD-DISPLAY
006970     ELSE
006980         MOVE CM-CUST-NAME TO WS-OLD-CHAIN
006990         IF CM-DELETED
007000             MOVE "** DELETED **" TO WS-OLD-DISPLAY
007010         ELSE
007020             MOVE CM-CUST-NAME TO WS-OLD-DISPLAY
007030         END-IF
007040     END-IF.
007050     IF NOT TARGET-EXISTS
007060         MOVE "** BACKED OUT **" TO WS-NEW-CHAIN
007070         MOVE "** BACKED OUT **" TO WS-NEW-DISPLAY
007080     ELSE
007090     IF TG-MERGED
007100         MOVE SPACES TO WS-MERGE-MARK
007110         STRING "*MERGED TO " TG-MERGED-TO-ID "*"
007120             DELIMITED BY SIZE INTO WS-MERGE-MARK
007130         MOVE WS-MERGE-MARK TO WS-NEW-CHAIN
007140         MOVE WS-MERGE-MARK TO WS-NEW-DISPLAY
007150     ELSE
007160         MOVE TG-CUST-NAME TO WS-NEW-CHAIN
007170         IF TG-DELETED
007180             MOVE "** DELETED **" TO WS-NEW-DISPLAY
007190         ELSE
007200             MOVE TG-CUST-NAME TO WS-NEW-DISPLAY
007210         END-IF
007220     END-IF
007230     END-IF.
007240*    THE EXTRACT ACTION IS THE ONE THAT TAKES DOWNSTREAM FROM
007250*    WHAT THE RUN SENT THEM BACK TO THE RESTORED RECORD.
007260     IF NOT TARGET-EXISTS
007270         MOVE "D" TO WS-EXTR-TYPE
007280     ELSE
007290     IF TG-DELETED AND NOT CUR-IS-DELETED
007300         MOVE "D" TO WS-EXTR-TYPE
007310     ELSE
007320     IF TG-MERGED AND NOT CUR-IS-MERGED
007330         MOVE "M" TO WS-EXTR-TYPE
007340     ELSE
007350     IF TG-ACTIVE AND (CUR-IS-DELETED OR CUR-IS-MERGED)
007360         MOVE "R" TO WS-EXTR-TYPE
007370     ELSE
007380         MOVE "C" TO WS-EXTR-TYPE
007390     END-IF
007400     END-IF
007410     END-IF
007420     END-IF.
007430 5100-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460* A CUSTOMER THE RUN ADDED IS REMOVED OUTRIGHT SO A CORRECTED
007470* FEED CAN ADD IT AGAIN; ANY OTHER GETS ITS WHOLE PRIOR RECORD
007480* BACK - NAME, PRIOR NAME, EFFECTIVE DATE, ADDRESS, STATUS AND
007490* SURVIVOR POINTER - SO THE NIGHTLY ONLINE-UPDATE GUARD SEES THE
007500* DATE IT SAW BEFORE THE RUN.
007510*----------------------------------------------------------------
007520 5200-RESTORE-CUSTMAST.
007530     MOVE 'N' TO WS-UPDATE-FAILED.
007540     IF TARGET-EXISTS
007550         MOVE WS-TARGET-REC TO CUSTMAST-RECORD
007560         REWRITE CUSTMAST-RECORD
007570             INVALID KEY
007580                 MOVE 'Y' TO WS-UPDATE-FAILED
007590         END-REWRITE
007600     ELSE
007610         DELETE CUSTMAST-FILE RECORD
007620             INVALID KEY
007630                 MOVE 'Y' TO WS-UPDATE-FAILED
007640         END-DELETE
007650     END-IF.
007660     IF UPDATE-HAS-FAILED
007670         ADD 1 TO WS-CNT-FAILED
007680         MOVE SPACES TO WS-ERR-TEXT
007690         STRING "ERROR - CUSTMAST RESTORE FAILED - STATUS "
007700                WS-CUSTMAST-STATUS " - CUSTOMER NOT BACKED OUT"
007710             DELIMITED BY SIZE INTO WS-ERR-TEXT
007720         MOVE "BK007 " TO XL-MSG-CODE
007730         MOVE WS-GRP-ID TO XL-CUST-ID
007740         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
007750         MOVE 8 TO RETURN-CODE
007760     END-IF.
007770 5200-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------
007800* THE COMPENSATING HISTORY RECORD IS DATED TODAY SO AN AS-OF
007810* LOOKUP STILL SHOWS WHAT THE CUSTOMER WAS CALLED WHILE THE BAD
007820* RUN STOOD.  SAME KEY COLLISION HANDLING AS EXAMPLE2 - BUMP THE
007821* TIME COMPONENT UNTIL THE KEY IS FREE, UP TO TEN TRIES.
007830*----------------------------------------------------------------
007840 5400-WRITE-CUSTHIST.
007850     MOVE WS-GRP-ID TO CH-CUST-ID.
007860     MOVE WS-RUN-DATE TO CH-EFF-DATE.
007870     MOVE WS-RUN-TIME TO CH-EFF-TIME.
007880     MOVE WS-OLD-CHAIN TO CH-OLD-NAME.
007890     MOVE WS-NEW-CHAIN TO CH-NEW-NAME.
007900     MOVE "B" TO CH-CHANGE-SOURCE.
007901     MOVE ZERO TO WS-HIST-TRIES.
007902     MOVE 'N' TO WS-HIST-WRITTEN.
007903     PERFORM 5410-TRY-CUSTHIST THRU 5410-EXIT
007904         UNTIL HIST-WAS-WRITTEN
007905            OR WS-HIST-TRIES NOT < 10.
007906     IF NOT HIST-WAS-WRITTEN
007907         PERFORM 5450-CUSTHIST-ERROR THRU 5450-EXIT
007908     END-IF.
007990 5400-EXIT.
008000     EXIT.
008001 5410-TRY-CUSTHIST.
008002     ADD 1 TO WS-HIST-TRIES.
008003     WRITE CUSTHIST-RECORD
008004         INVALID KEY
008005             ADD 1 TO CH-EFF-TIME
008006         NOT INVALID KEY
008007             MOVE 'Y' TO WS-HIST-WRITTEN
008008     END-WRITE.
008009 5410-EXIT.
008010     EXIT.
008011 5450-CUSTHIST-ERROR.
008020     MOVE SPACES TO WS-ERR-TEXT.
008030     STRING "ERROR - CUSTHIST WRITE FAILED - STATUS "
008040            WS-CUSTHIST-STATUS " - CUSTMAST WAS RESTORED"
008050         DELIMITED BY SIZE INTO WS-ERR-TEXT.
008060     MOVE "BK008 " TO XL-MSG-CODE.
008070     MOVE WS-GRP-ID TO XL-CUST-ID.
008080     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
008090     MOVE 8 TO RETURN-CODE.
008100 5450-EXIT.
008110     EXIT.
008120 5500-WRITE-AUDIT.
008130     MOVE SPACES                     TO AUDITOUT-RECORD.
008140     MOVE WS-OLD-DISPLAY             TO AO-OLD-NAME.
008150     MOVE WS-NEW-DISPLAY             TO AO-NEW-NAME.
008160     MOVE WS-RUN-DATE                TO AO-RUN-DATE.
008170     MOVE WS-RUN-TIME                TO AO-RUN-TIME.
008180     MOVE WS-JOB-NAME                TO AO-JOB-NAME.
008190     WRITE AUDITOUT-RECORD.
008200 5500-EXIT.
008210     EXIT.
008220*    APPENDED TO THE NIGHTLY EXTROUT WORK FILE, SO THE NEXT
008230*    EX2EXTR STEP CARRIES THE REVERSAL DOWNSTREAM.
008240 5600-WRITE-EXTRACT.
008250     MOVE "D" TO EX-REC-TYPE.
008260     MOVE WS-GRP-ID TO EX-CUST-ID.
008270     MOVE WS-EXTR-TYPE TO EX-TRANS-TYPE.
008280     MOVE WS-OLD-DISPLAY TO EX-OLD-NAME.
008290     MOVE WS-NEW-DISPLAY TO EX-NEW-NAME.
008300     MOVE WS-RUN-DATE TO EX-EFF-DATE.
008310     MOVE "B" TO EX-CHANGE-SOURCE.
008320     WRITE EXTRACT-RECORD.
008330 5600-EXIT.
008340     EXIT.
008350*    THE CALLER SETS THE RESULT AND NAME COLUMNS.
008360 5700-WRITE-DETAIL.
008370     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
008380         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
008390     END-IF.
008400     MOVE WS-GRP-ID TO WS-RPT-DET-ID.
008410     IF WS-GRP-SEL-COUNT > 1
008420         MOVE "SEVERAL" TO WS-RPT-DET-POSTED
008430     ELSE
008440     IF WS-GRP-SEL-TYPE = "A"
008450         MOVE "ADD" TO WS-RPT-DET-POSTED
008460     ELSE
008470     IF WS-GRP-SEL-TYPE = "C"
008480         MOVE "CHANGE" TO WS-RPT-DET-POSTED
008490     ELSE
008500     IF WS-GRP-SEL-TYPE = "D"
008510         MOVE "DELETE" TO WS-RPT-DET-POSTED
008520     ELSE
008530     IF WS-GRP-SEL-TYPE = "R"
008540         MOVE "REINSTATE" TO WS-RPT-DET-POSTED
008550     ELSE
008560     IF WS-GRP-SEL-TYPE = "M"
008570         MOVE "MERGED" TO WS-RPT-DET-POSTED
008580     ELSE
008590         MOVE "SURVIVOR" TO WS-RPT-DET-POSTED
008600     END-IF
008610     END-IF
008620     END-IF
008630     END-IF
008640     END-IF
008650     END-IF.
008660     WRITE BKRPT-RECORD FROM WS-RPT-DETAIL
008670         AFTER ADVANCING 1 LINE.
008680     ADD 1 TO WS-RPT-LINE-COUNT.
008690 5700-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720* A CUSTOMER LEFT FOR MANUAL REVIEW IS WARNED, SHOWN IN THE
008730* DETAIL AND HELD FOR THE REVIEW SECTION WITH ITS REASON AND THE
008740* NAME NOW ON FILE.
008750*----------------------------------------------------------------
008760 5800-LIST-REVIEW.
008770     ADD 1 TO WS-CNT-REVIEW.
008780     MOVE SPACES TO WS-ERR-TEXT.
008790     STRING "WARNING - NOT BACKED OUT - " WS-REVIEW-REASON
008800            " - REVIEW"
008810         DELIMITED BY SIZE INTO WS-ERR-TEXT.
008820     MOVE "BK006 " TO XL-MSG-CODE.
008830     MOVE WS-GRP-ID TO XL-CUST-ID.
008840     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
008850     IF RETURN-CODE < 4
008860         MOVE 4 TO RETURN-CODE
008870     END-IF.
008880     MOVE "REVIEW" TO WS-RPT-DET-RESULT.
008890     MOVE CM-CUST-NAME TO WS-RPT-DET-NAME.
008900     PERFORM 5700-WRITE-DETAIL THRU 5700-EXIT.
008910     IF WS-REV-COUNT NOT < 500
008920         IF NOT REV-TABLE-OVERFLOWED
008930             MOVE SPACES TO WS-ERR-TEXT
008940             STRING "ERROR - MORE THAN 500 REVIEW LINES - SECTION"
008950                    " TRUNCATED"
008960                 DELIMITED BY SIZE INTO WS-ERR-TEXT
008970             MOVE "BK009 " TO XL-MSG-CODE
008980             PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
008990             MOVE 8 TO RETURN-CODE
009000             MOVE 'Y' TO WS-REV-OVERFLOW
009010         END-IF
009020     ELSE
009030         ADD 1 TO WS-REV-COUNT
009040         MOVE WS-GRP-ID TO WS-REV-ID (WS-REV-COUNT)
009050         MOVE WS-REVIEW-REASON TO WS-REV-REASON (WS-REV-COUNT)
009060         MOVE CM-CUST-NAME TO WS-REV-NAME (WS-REV-COUNT)
009070     END-IF.
009080 5800-EXIT.
009090     EXIT.
009100 9000-TERMINATE.
009110     IF WS-REV-COUNT > 0
009120         PERFORM 9150-PRINT-REVIEW-SECTION THRU 9150-EXIT
009130     END-IF.
009140     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
009150     CLOSE BKRPT-FILE.
009160     CLOSE ERROUT-FILE.
009170     CLOSE EXCPLOG-FILE.
009180     CLOSE AUDITOUT-FILE.
009190     CLOSE EXTROUT-FILE.
009200     IF MASTER-FILES-OPEN
009210         CLOSE CUSTMAST-FILE
009220         CLOSE CUSTHIST-FILE
009230     END-IF.
009240 9000-EXIT.
009250     EXIT.
009260 9100-PRINT-TRAILER.
009270     MOVE "JOURNAL RECORDS READ:" TO WS-RPT-TRL-LABEL.
009280     MOVE WS-CNT-JRNL-READ TO WS-RPT-TRL-VALUE.
009290     WRITE BKRPT-RECORD FROM WS-RPT-TRAILER
009300         AFTER ADVANCING 2 LINES.
009310     MOVE "CUSTOMERS IN RUN:" TO WS-RPT-TRL-LABEL.
009320     MOVE WS-CNT-SELECTED TO WS-RPT-TRL-VALUE.
009330     WRITE BKRPT-RECORD FROM WS-RPT-TRAILER
009340         AFTER ADVANCING 1 LINE.
009350     MOVE "REVERSED:" TO WS-RPT-TRL-LABEL.
009360     MOVE WS-CNT-REVERSED TO WS-RPT-TRL-VALUE.
009370     WRITE BKRPT-RECORD FROM WS-RPT-TRAILER
009380         AFTER ADVANCING 1 LINE.
009390     MOVE "LEFT FOR REVIEW:" TO WS-RPT-TRL-LABEL.
009400     MOVE WS-CNT-REVIEW TO WS-RPT-TRL-VALUE.
009410     WRITE BKRPT-RECORD FROM WS-RPT-TRAILER
009420         AFTER ADVANCING 1 LINE.
009430     MOVE "RESTORE FAILED:" TO WS-RPT-TRL-LABEL.
009440     MOVE WS-CNT-FAILED TO WS-RPT-TRL-VALUE.
009450     WRITE BKRPT-RECORD FROM WS-RPT-TRAILER
009460         AFTER ADVANCING 1 LINE.
009470 9100-EXIT.
009480     EXIT.
009490 9150-PRINT-REVIEW-SECTION.
009500     WRITE BKRPT-RECORD FROM WS-RPT-REV-HEAD
009510         AFTER ADVANCING 2 LINES.
009520     PERFORM 9160-PRINT-REVIEW-LINE THRU 9160-EXIT
009530         VARYING WS-REV-IDX FROM 1 BY 1
009540         UNTIL WS-REV-IDX > WS-REV-COUNT.
009550 9150-EXIT.
009560     EXIT.
009570 9160-PRINT-REVIEW-LINE.
009580     MOVE WS-REV-ID (WS-REV-IDX) TO WS-RPT-REV-ID.
009590     MOVE WS-REV-REASON (WS-REV-IDX) TO WS-RPT-REV-REASON.
009600     MOVE WS-REV-NAME (WS-REV-IDX) TO WS-RPT-REV-NAME.
009610     WRITE BKRPT-RECORD FROM WS-RPT-REV-DETAIL
009620         AFTER ADVANCING 1 LINE.
009630 9160-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------
009660* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
009670* THE COMMON EXCEPTION LOG (SHARED LAYOUT EXCPLOG-COPY).  THE
009680* CALLER SETS XL-MSG-CODE (AND XL-CUST-ID WHERE THERE IS ONE)
009690* BEFORE BUILDING THE MESSAGE; SEVERITY COMES FROM THE PREFIX.
009700*----------------------------------------------------------------
009710 9700-WRITE-ERROR.
009720     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
009730     PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
009740 9700-EXIT.
009750     EXIT.
009760 9800-WRITE-EXCEPTION.
009770     MOVE WS-RUN-DATE TO XL-RUN-DATE.
009780     ACCEPT WS-LOG-TIME FROM TIME.
009790     MOVE WS-LOG-TIME TO XL-RUN-TIME.
009800     MOVE "EX2BKOUT" TO XL-PROGRAM-ID.
009810     IF WS-ERR-TEXT (1:5) = "ERROR"
009820         MOVE "E" TO XL-SEVERITY
009830     ELSE
009840     IF WS-ERR-TEXT (1:7) = "WARNING"
009850         MOVE "W" TO XL-SEVERITY
009860     ELSE
009870         MOVE "I" TO XL-SEVERITY
009880     END-IF
009890     END-IF.
009900     MOVE WS-ERR-TEXT TO XL-MSG-TEXT.
009910     WRITE EXCPLOG-RECORD.
009920     MOVE SPACES TO XL-MSG-CODE.
009930     MOVE SPACES TO XL-CUST-ID.
009940 9800-EXIT.
009950     EXIT.

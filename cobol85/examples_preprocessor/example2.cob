002270*               - SO THE EX2EXCR MORNING SUMMARY REPLACES PAGING
002280*               SIX SYSOUT DATA SETS AND A SPECIFIC ERROR CAN BE
002290*               TRENDED BY CODE.
002291* 10/15/26  RH  ADDED STATE, ZIP AND PHONE VALIDATION AGAINST THE
002292*               STATEREF STATE/ZIP-PREFIX REFERENCE FILE (SHARED
002293*               LAYOUT STATEREF-COPY).  AN ADD OR CHANGE WITH A
002294*               STATE NOT ON FILE, A ZIP WITH NO STATE, A BADLY
002295*               FORMED ZIP, A ZIP WHOSE PREFIX DOES NOT BELONG TO
002296*               THE STATE OR A BADLY FORMED PHONE NOW REJECTS TO
002297*               SUSPENSE WITH ITS OWN REASON (E2021-E2026) SO
002298*               EX2SUSP CAN CORRECT THE FIELD AND RECYCLE IT.
002299*               EX2MAINT APPLIES THE SAME RULES ON THE EX2M MAP.
002300* 10/15/26  RH  ADDED POSTJRNL.  EVERY CUSTMAST RECORD A PASS ADDS
002301*               OR REWRITES NOW ALSO WRITES A POSTING JOURNAL
002302*               RECORD (SHARED LAYOUT POSTJRNL-COPY) CARRYING THE
002303*               RUN DATE, START TIME, FEED RUN NUMBER, ACTION AND
002304*               THE RECORD AS POSTED.  WITH THE PRE-UPDATE
002305*               CUSTMAST IMAGE THE NIGHTLY JOB NOW TAKES AHEAD OF
002306*               THE FIRST PASS, IT LETS THE EX2BKOUT JOB REVERSE
002307*               ONE BAD FEED RUN INSTEAD OF A FULL RESTORE.
002308* 10/15/26  RH  ADDED CHGNOTE.  EVERY POSTED NAME AND/OR ADDRESS
002309*               CHANGE NOW ALSO WRITES A CHANGE-NOTICE RECORD
002310*               (SHARED LAYOUT CHGNOTE-COPY) CARRYING THE NAME
002311*               AND ADDRESS BEFORE AND AFTER, SO THE NIGHTLY
002312*               EX2LETR STEP CAN MAIL A CONFIRMATION LETTER TO
002313*               THE CUSTOMER AND A COPY TO THE PRIOR ADDRESS.
002314* 10/15/26  RH  ADDED THE SELF-SERVICE PORTAL FEED.  THE PARM MAY
002315*               NOW CARRY A FEED SOURCE AFTER THE JOB NAME
002316*               (PARM='EXAMPL2,PORTAL') FOR THE PASS THAT POSTS
002317*               THE EX2PORT FEED.  THE SOURCE IS STAMPED ON EVERY
002318*               POSTJRNL AND RUNSTATS RECORD SO THE PORTAL'S OWN
002319*               RUN NUMBERS STAY APART FROM THE UPSTREAM
002320*               EXTRACT'S.  RUNSTATS GROWS TO 110 BYTES (NEW
002321*               RS-FEED-SOURCE) AND MUST BE CONVERTED.
002322* 10/15/26  RH  ONE POSTING PASS FOR EVERY NIGHTLY FEED.  THE
002323*               RELEASED PENDING CHANGES, RELEASED SUSPENSE, THE
002324*               UPSTREAM DELTA AND THE PORTAL DELTA NO LONGER
002325*               HAVE A PASS EACH - EX2FEED TAGS EVERY RECORD AND
002326*               CONTROL RECORD WITH ITS FEED (SEE POSTFEED-COPY
002327*               AND POSTCTL-COPY) AND THE JOB SORTS THE FEEDS
002328*               TOGETHER BY CUSTOMER AND PRECEDENCE, SO A
002329*               RELEASED CHANGE AND A SAME-NIGHT FEED CHANGE FOR
002330*               ONE CUSTOMER POST OLDEST FIRST AND THERE IS ONE
002331*               RESTART POINT.  EACH FEED STILL BALANCES AGAINST
002332*               ITS OWN CONTROL RECORD (E2018-E2020 NAME THE
002333*               FEED) AND STAMPS ITS OWN RUN NUMBER AND SOURCE
002334*               ON POSTJRNL.  A CUSTOMER POSTED EARLIER IN THE
002335*               PASS IS NOT MISTAKEN FOR AN ONLINE UPDATE BY THE
002336*               2320 GUARD.  REPRTOUT GAINS A SOURCE COLUMN AND
002337*               A FEED SOURCE SUMMARY; THE ONE RUNSTATS RECORD
002338*               CARRIES A PER-FEED BREAKDOWN AND GROWS TO 220
002339*               BYTES AND MUST BE CONVERTED.  THE PARM IS THE
002340*               JOB NAME ONLY AGAIN.
002341* 10/15/26  RH  EX2M NOW ADDS, DELETES AND REINSTATES CUSTOMERS
002342*               ONLINE, STAMPING CM-CUST-EFF-DATE ON APPROVAL.
002343*               THE ONLINE-UPDATE GUARD ALREADY KEPT A FEED ADD
002344*               OR CHANGE OFF A SAME-DAY ONLINE ADD; IT NOW ALSO
002345*               STANDS IN FRONT OF THE FEED DELETE AND REINSTATE,
002346*               SO THE FEED CANNOT DELETE A CUSTOMER ADDED OR
002347*               REINSTATED ONLINE TODAY NOR REINSTATE ONE DELETED
002348*               ONLINE TODAY (E2008).
002349*----------------------------------------------------------------
002350 ENVIRONMENT DIVISION.
002351 CONFIGURATION SECTION.
002352 SOURCE-COMPUTER.   IBM-370.
002353 OBJECT-COMPUTER.   IBM-370.
002354 INPUT-OUTPUT SECTION.
002360 FILE-CONTROL.
002370     SELECT CUSTNAME-FILE       ASSIGN TO CUSTNAME
002380                                ORGANIZATION IS SEQUENTIAL.
002670                                ACCESS MODE IS DYNAMIC
002680                                RECORD KEY IS CH-HIST-KEY
002690                                FILE STATUS IS WS-CUSTHIST-STATUS.
002691     SELECT STATEREF-FILE       ASSIGN TO STATEREF
002692                                ORGANIZATION IS INDEXED
002693                                ACCESS MODE IS DYNAMIC
002694                                RECORD KEY IS SR-KEY
002695                                FILE STATUS IS WS-STATEREF-STATUS.
002696     SELECT POSTJRNL-FILE       ASSIGN TO POSTJRNL
002697                                ORGANIZATION IS SEQUENTIAL.
002698     SELECT CHGNOTE-FILE        ASSIGN TO CHGNOTE
002699                                ORGANIZATION IS SEQUENTIAL.
002700 I-O-CONTROL.
002710     RERUN ON SYSCHK-FILE
002720         EVERY 1000 RECORDS OF CUSTNAME-FILE.
002740 FILE SECTION.
002750 FD  CUSTNAME-FILE
002760     RECORDING MODE IS F.
002770     COPY POSTFEED-COPY.
002780 FD  PARMNAME-FILE
002790     RECORDING MODE IS F.
002800     COPY PARMNAME-COPY.
002940     COPY CUSTMAST-COPY.
002950 FD  CUSTCTL-FILE
002960     RECORDING MODE IS F.
002970     COPY POSTCTL-COPY.
002980 FD  PENDCHG-FILE
002990     RECORDING MODE IS F.
003000 01  PENDCHG-RECORD                 PIC X(146).
003120     COPY RUNSTATS-COPY.
003130 FD  CUSTHIST-FILE.
003140     COPY CUSTHIST-COPY.
003141 FD  STATEREF-FILE.
003142     COPY STATEREF-COPY.
003143 FD  POSTJRNL-FILE
003144     RECORDING MODE IS F.
003145     COPY POSTJRNL-COPY.
003146 FD  CHGNOTE-FILE
003147     RECORDING MODE IS F.
003148     COPY CHGNOTE-COPY.
003150 WORKING-STORAGE SECTION.
003160 COPY EXAMPLE2-COPY
003170     REPLACING NAME BY WS-NAME.
003172*    THE CURRENT FEED RECORD AND CONTROL RECORD WITH THEIR FEED
003174*    TAGS TAKEN OFF.
003176     COPY CUSTNAME-COPY.
003178     COPY CUSTCTL-COPY.
003180 01  WS-NEW-NAME                     PIC X(30).
003190*    INCOMING CN-CUST-ADDRESS IMAGE - COMPARED AND MOVED AS ONE
003200*    GROUP AGAINST CM-CUST-ADDRESS, WHICH HAS THE SAME SHAPE.
003210 01  WS-ADDR-IN                      PIC X(101).
003212*    CUSTMAST NAME AND ADDRESS AS THEY STOOD BEFORE A CHANGE, FOR
003214*    THE CHANGE NOTICE.
003216 01  WS-PRIOR-NAME                   PIC X(30).
003218 01  WS-PRIOR-ADDR                   PIC X(101).
003220 01  WS-MERGE-FIELDS.
003230     05  WS-SURVIVOR-ID              PIC X(06).
003240     05  WS-SURVIVOR-NAME            PIC X(30).
003290 01  WS-CUST-ID-NUM REDEFINES WS-CUST-ID
003300                                     PIC 9(06).
003310 01  WS-EFF-DATE-IN                  PIC 9(08)   VALUE ZEROES.
003314*    THE LAST CUSTOMER THE PASS POSTED - A LATER FEED'S RECORD
003318*    FOR THE SAME CUSTOMER FINDS TONIGHT'S EFFECTIVE DATE ON
003322*    CUSTMAST FROM THAT POSTING, NOT FROM AN ONLINE UPDATE.
003326 01  WS-POSTED-ID                    PIC X(06)   VALUE SPACES.
003330 01  WS-END-TIME                     PIC 9(08)   VALUE ZEROES.
003340 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
003350 01  WS-STAT-COUNTERS.
003520                                                 SPACE.
003530 01  WS-CUSTMAST-STATUS              PIC X(02)   VALUE SPACES.
003540 01  WS-CUSTHIST-STATUS              PIC X(02)   VALUE SPACES.
003545 01  WS-STATEREF-STATUS              PIC X(02)   VALUE SPACES.
003550 01  WS-PROGRAM-STAMP                PIC X(30)   VALUE
003560     "EXAMPLE2 V2.08  08/09/2026".
003562*    THE FEEDS OF THE PASS IN PRECEDENCE ORDER (SEE POSTFEED-
003564*    COPY) - SOURCE CODE AND NAME.  THE ENTRY NUMBER IS THE FEED
003566*    ORDER CARRIED ON POSTFEED AND POSTCTL.
003568 01  WS-SRC-NAMES.
003570     05  FILLER                      PIC X(09)   VALUE
003572         "RPENDING ".
003574     05  FILLER                      PIC X(09)   VALUE
003576         "SSUSPENSE".
003578     05  FILLER                      PIC X(09)   VALUE
003580         "UUPSTREAM".
003582     05  FILLER                      PIC X(09)   VALUE
003584         "PPORTAL  ".
003586 01  WS-SRC-NAME-TABLE REDEFINES WS-SRC-NAMES.
003588     05  WS-SRC-NAME-ENTRY           OCCURS 4 TIMES.
003590         10  WS-SRC-CODE             PIC X(01).
003592         10  WS-SRC-NAME             PIC X(08).
003594*    EXPECTED AND ACTUAL BALANCE TOTALS AND OUTCOME COUNTS PER
003596*    FEED.  WS-SRC-IDX IS THE CURRENT RECORD'S FEED.
003598 01  WS-SRC-TABLE.
003600     05  WS-SRC-ENTRY                OCCURS 4 TIMES.
003602         10  WS-SRC-CTL-FOUND        PIC X(01).
003604             88  SRC-CTL-WAS-FOUND               VALUE 'Y'.
003606         10  WS-SRC-RUN-NO           PIC 9(06).
003608         10  WS-SRC-EXP-COUNT        PIC 9(06).
003610         10  WS-SRC-EXP-HASH         PIC 9(10).
003612         10  WS-SRC-EXP-DELETES      PIC 9(06).
003614         10  WS-SRC-ACT-COUNT        PIC 9(06)  COMP.
003616         10  WS-SRC-ACT-HASH         PIC 9(10)  COMP.
003618         10  WS-SRC-ACT-DELETES      PIC 9(06)  COMP.
003620         10  WS-SRC-READ             PIC 9(06)  COMP.
003622         10  WS-SRC-POSTED           PIC 9(06)  COMP.
003624         10  WS-SRC-REJECTS          PIC 9(06)  COMP.
003626         10  WS-SRC-BALANCE          PIC X(04).
003628             88  SRC-OUT-OF-BALANCE              VALUE 'OOB '.
003630 01  WS-SRC-IDX                  PIC 9(04)   COMP   VALUE ZERO.
003632 01  WS-BAL-FIELDS.
003640     05  WS-BAL-COUNT-ED             PIC ZZZZZ9.
003650     05  WS-BAL-HASH-ED              PIC Z(9)9.
003660 01  WS-SWITCHES.
003840         88  DEL-TABLE-OVERFLOWED                 VALUE 'Y'.
003850     05  WS-MRG-OVERFLOW             PIC X(01)   VALUE 'N'.
003860         88  MRG-TABLE-OVERFLOWED                 VALUE 'Y'.
003861     05  WS-STATEREF-OPEN            PIC X(01)   VALUE 'N'.
003862         88  STATEREF-IS-OPEN                    VALUE 'Y'.
003863     05  WS-EOF-CUSTCTL              PIC X(01)   VALUE 'N'.
003864         88  END-OF-CUSTCTL                      VALUE 'Y'.
003865     05  WS-ALL-BALANCED             PIC X(01)   VALUE 'Y'.
003866         88  ALL-FEEDS-BALANCED                  VALUE 'Y'.
003867     05  WS-HIST-WRITTEN             PIC X(01)   VALUE 'N'.
003868         88  HIST-WAS-WRITTEN                    VALUE 'Y'.
003870 01  WS-ERR-FIELDS.
003880     05  WS-ERR-SEQ                  PIC 9(06)   VALUE ZERO.
003890     05  WS-ERR-SEQ-ED               PIC ZZZZZ9.
004180         10  WS-MRG-NAME             PIC X(30).
004190 01  WS-MRG-COUNT                PIC 9(04)   COMP   VALUE ZERO.
004200 01  WS-MRG-IDX                  PIC 9(04)   COMP   VALUE ZERO.
004205 01  WS-HIST-TRIES               PIC 9(04)   COMP   VALUE ZERO.
004210 01  WS-RPT-CONTROLS.
004220     05  WS-RPT-PAGE-NO          PIC 9(04)  COMP  VALUE ZERO.
004230     05  WS-RPT-LINE-COUNT       PIC 9(04)  COMP  VALUE ZERO.
004390     05  FILLER                      PIC X(10)   VALUE SPACES.
004400     05  FILLER                      PIC X(30)   VALUE
004410         "CUSTOMER NAME".
004414     05  FILLER                      PIC X(02)   VALUE SPACES.
004418     05  FILLER                      PIC X(08)   VALUE
004422         "SOURCE".
004426     05  FILLER                      PIC X(30)   VALUE SPACES.
004430 01  WS-RPT-DETAIL.
004440     05  FILLER                      PIC X(10)   VALUE SPACES.
004450     05  WS-RPT-DETAIL-NAME          PIC X(30).
004455     05  FILLER                      PIC X(02)   VALUE SPACES.
004460     05  WS-RPT-DETAIL-SOURCE        PIC X(08).
004465     05  FILLER                      PIC X(30)   VALUE SPACES.
004470 01  WS-RPT-DEL-HEAD.
004480     05  FILLER                      PIC X(10)   VALUE SPACES.
004490     05  FILLER                      PIC X(30)   VALUE
004710     05  WS-RPT-DEL-NAME             PIC X(30).
004720     05  FILLER                      PIC X(02)   VALUE SPACES.
004730     05  WS-RPT-DEL-ACTION           PIC X(10).
004731     05  FILLER                      PIC X(20)   VALUE SPACES.
004732 01  WS-RPT-SRC-HEAD.
004733     05  FILLER                      PIC X(10)   VALUE SPACES.
004734     05  FILLER                      PIC X(30)   VALUE
004735         "FEED SOURCE SUMMARY".
004736     05  FILLER                      PIC X(40)   VALUE SPACES.
004737 01  WS-RPT-SRC-HEAD2.
004738     05  FILLER                      PIC X(10)   VALUE SPACES.
004739     05  FILLER                      PIC X(50)   VALUE
004740         "SOURCE    RUN NO    READ  POSTED  REJECT  BALANCE".
004741     05  FILLER                      PIC X(20)   VALUE SPACES.
004742 01  WS-RPT-SRC-DETAIL.
004743     05  FILLER                      PIC X(10)   VALUE SPACES.
004744     05  WS-RPT-SRC-NAME             PIC X(08).
004745     05  FILLER                      PIC X(02)   VALUE SPACES.
004746     05  WS-RPT-SRC-RUN              PIC ZZZZZ9.
004747     05  FILLER                      PIC X(02)   VALUE SPACES.
004748     05  WS-RPT-SRC-READ             PIC ZZZZZ9.
004749     05  FILLER                      PIC X(02)   VALUE SPACES.
004750     05  WS-RPT-SRC-POSTED           PIC ZZZZZ9.
004751     05  FILLER                      PIC X(02)   VALUE SPACES.
004752     05  WS-RPT-SRC-REJECTS          PIC ZZZZZ9.
004753     05  FILLER                      PIC X(02)   VALUE SPACES.
004754     05  WS-RPT-SRC-BALANCE          PIC X(08).
004755     05  FILLER                      PIC X(20)   VALUE SPACES.
004756 01  WS-RPT-TRAILER.
004760     05  FILLER                      PIC X(10)   VALUE SPACES.
004770     05  FILLER                      PIC X(21)   VALUE
004780         "TOTAL RECORDS READ: ".
005030     OPEN EXTEND EXTROUT-FILE.
005040     OPEN EXTEND EXCPLOG-FILE.
005050     OPEN EXTEND RUNSTATS-FILE.
005057     OPEN EXTEND POSTJRNL-FILE.
005064     OPEN EXTEND CHGNOTE-FILE.
005071*    THE RUN DATE/TIME MUST BE ON HAND BEFORE THE CUSTCTL READ -
005078*    ITS EMPTY-FILE EXCEPTION IS LOGGED WITH THEM.
005085     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005092     ACCEPT WS-RUN-TIME FROM TIME.
005099     PERFORM 1150-CLEAR-SOURCE THRU 1150-EXIT
005106         VARYING WS-SRC-IDX FROM 1 BY 1
005113         UNTIL WS-SRC-IDX > 4.
005120*    ONE CONTROL RECORD PER FEED IN THE PASS, EACH TAGGED WITH
005127*    ITS FEED LIKE THE FEED'S RECORDS.
005134     OPEN INPUT CUSTCTL-FILE.
005141     PERFORM 1200-READ-CUSTCTL THRU 1200-EXIT.
005148     IF END-OF-CUSTCTL
005155         MOVE SPACES TO WS-ERR-TEXT
005162         STRING "ERROR - CUSTCTL IS EMPTY - NO CONTROL RECORD"
005169             DELIMITED BY SIZE INTO WS-ERR-TEXT
005176         MOVE "E2001 " TO XL-MSG-CODE
005183         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
005190         MOVE 8 TO RETURN-CODE
005197     END-IF.
005204     PERFORM 1210-LOAD-CONTROL THRU 1210-EXIT
005211         UNTIL END-OF-CUSTCTL.
005230     CLOSE CUSTCTL-FILE.
005231*    WITHOUT THE REFERENCE FILE NO STATE OR ZIP CAN BE PROVED -
005232*    EVERY RECORD CARRYING ONE REJECTS TO SUSPENSE (E2026) RATHER
005233*    THAN POSTING UNCHECKED.
005234     OPEN INPUT STATEREF-FILE.
005235     IF WS-STATEREF-STATUS = "00"
005236         MOVE 'Y' TO WS-STATEREF-OPEN
005237     ELSE
005238         MOVE SPACES TO WS-ERR-TEXT
005239         STRING "ERROR - STATEREF OPEN FAILED - STATUS "
005240                WS-STATEREF-STATUS
005241                " - STATE/ZIP RECORDS REJECTED"
005242             DELIMITED BY SIZE INTO WS-ERR-TEXT
005243         MOVE "E2026 " TO XL-MSG-CODE
005244         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
005245         MOVE 8 TO RETURN-CODE
005246     END-IF.
005260     MOVE SPACES TO WS-JOB-NAME.
005270     IF LK-PARM-LEN > 0 AND LK-PARM-LEN NOT > 8
005280         MOVE LK-PARM-TEXT (1:LK-PARM-LEN) TO WS-JOB-NAME
005670     END-READ.
005680 1110-EXIT.
005690     EXIT.
005691 1150-CLEAR-SOURCE.
005692     MOVE 'N' TO WS-SRC-CTL-FOUND (WS-SRC-IDX).
005693     MOVE ZERO TO WS-SRC-RUN-NO (WS-SRC-IDX).
005694     MOVE ZERO TO WS-SRC-EXP-COUNT (WS-SRC-IDX).
005695     MOVE ZERO TO WS-SRC-EXP-HASH (WS-SRC-IDX).
005696     MOVE ZERO TO WS-SRC-EXP-DELETES (WS-SRC-IDX).
005697     MOVE ZERO TO WS-SRC-ACT-COUNT (WS-SRC-IDX).
005698     MOVE ZERO TO WS-SRC-ACT-HASH (WS-SRC-IDX).
005699     MOVE ZERO TO WS-SRC-ACT-DELETES (WS-SRC-IDX).
005700     MOVE ZERO TO WS-SRC-READ (WS-SRC-IDX).
005701     MOVE ZERO TO WS-SRC-POSTED (WS-SRC-IDX).
005702     MOVE ZERO TO WS-SRC-REJECTS (WS-SRC-IDX).
005703     MOVE SPACES TO WS-SRC-BALANCE (WS-SRC-IDX).
005704 1150-EXIT.
005705     EXIT.
005706 1200-READ-CUSTCTL.
005707     READ CUSTCTL-FILE
005708         AT END
005709             MOVE 'Y' TO WS-EOF-CUSTCTL
005710     END-READ.
005711 1200-EXIT.
005712     EXIT.
005713*----------------------------------------------------------------
005714* FILE EACH FEED'S CONTROL TOTALS UNDER ITS FEED ORDER.  A TAG
005715* THAT NAMES NO FEED, OR A SECOND CONTROL RECORD FOR A FEED,
005716* CANNOT BE BALANCED AGAINST AND IS IGNORED - THE FEED'S RECORDS
005717* THEN SHOW OUT OF BALANCE.
005718*----------------------------------------------------------------
005719 1210-LOAD-CONTROL.
005720     MOVE PC-CONTROL-DATA TO CUSTCTL-RECORD.
005721     MOVE ZERO TO WS-SRC-IDX.
005722     IF PC-FEED-ORDER NUMERIC
005723        AND PC-FEED-ORDER > ZERO AND PC-FEED-ORDER NOT > 4
005724         IF PC-FEED-SOURCE = WS-SRC-CODE (PC-FEED-ORDER)
005725             MOVE PC-FEED-ORDER TO WS-SRC-IDX
005726         END-IF
005727     END-IF.
005728     IF WS-SRC-IDX = ZERO
005729         MOVE SPACES TO WS-ERR-TEXT
005730         STRING "ERROR - CUSTCTL RECORD FEED TAG INVALID - "
005731                "CONTROL RECORD IGNORED"
005732             DELIMITED BY SIZE INTO WS-ERR-TEXT
005733         MOVE "E2029 " TO XL-MSG-CODE
005734         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
005735         MOVE 8 TO RETURN-CODE
005736     ELSE
005737     IF SRC-CTL-WAS-FOUND (WS-SRC-IDX)
005738         MOVE SPACES TO WS-ERR-TEXT
005739         STRING "ERROR - SECOND CUSTCTL RECORD FOR "
005740                DELIMITED BY SIZE
005741                WS-SRC-NAME (WS-SRC-IDX) DELIMITED BY SPACE
005742                " FEED - IGNORED" DELIMITED BY SIZE
005743             INTO WS-ERR-TEXT
005744         MOVE "E2030 " TO XL-MSG-CODE
005745         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
005746         MOVE 8 TO RETURN-CODE
005747     ELSE
005748         MOVE 'Y' TO WS-SRC-CTL-FOUND (WS-SRC-IDX)
005749         MOVE CC-EXPECTED-COUNT TO WS-SRC-EXP-COUNT (WS-SRC-IDX)
005750         MOVE CC-EXPECTED-HASH TO WS-SRC-EXP-HASH (WS-SRC-IDX)
005751         MOVE CC-EXPECTED-DELETES
005752             TO WS-SRC-EXP-DELETES (WS-SRC-IDX)
005753         IF CC-FEED-RUN-NO NUMERIC
005754             MOVE CC-FEED-RUN-NO TO WS-SRC-RUN-NO (WS-SRC-IDX)
005755         END-IF
005756     END-IF
005757     END-IF.
005758     PERFORM 1200-READ-CUSTCTL THRU 1200-EXIT.
005759 1210-EXIT.
005760     EXIT.
005761 2000-PROCESS-CUSTOMER.
005762     ADD 1 TO WS-ERR-SEQ.
005763*    THE FEED TAG MUST NAME ONE OF THE PASS'S FEEDS - 2200
005764*    REJECTS THE RECORD IF IT DOES NOT.
005765     MOVE ZERO TO WS-SRC-IDX.
005766     IF PF-FEED-ORDER NUMERIC
005767        AND PF-FEED-ORDER > ZERO AND PF-FEED-ORDER NOT > 4
005768         IF PF-FEED-SOURCE = WS-SRC-CODE (PF-FEED-ORDER)
005769             MOVE PF-FEED-ORDER TO WS-SRC-IDX
005770             ADD 1 TO WS-SRC-READ (WS-SRC-IDX)
005771         END-IF
005772     END-IF.
005773     MOVE CN-CUST-ID TO WS-CUST-ID.
005774     MOVE CN-CUST-NAME TO WS-NAME.
005775     MOVE CN-CUST-ADDRESS TO WS-ADDR-IN.
005776     MOVE CN-TRANS-CODE TO WS-TRANS-CODE.
005777     IF CN-EFF-DATE NUMERIC AND CN-EFF-DATE-NUM > 0
005778         MOVE CN-EFF-DATE-NUM TO WS-EFF-DATE-IN
005780     ELSE
005790         MOVE WS-RUN-DATE TO WS-EFF-DATE-IN
005800     END-IF.
006040         END-EVALUATE
006050         IF NOT CUSTMAST-UPDATE-FAILED
006060             IF TRANS-IS-DELETE
006070                 ADD 1 TO WS-SRC-ACT-DELETES (WS-SRC-IDX)
006080             ELSE
006090                 ADD 1 TO WS-SRC-ACT-COUNT (WS-SRC-IDX)
006100             END-IF
006103             ADD WS-CUST-ID-NUM TO WS-SRC-ACT-HASH (WS-SRC-IDX)
006106             IF NOT CUSTMAST-UPDATE-SKIPPED
006109                 ADD 1 TO WS-SRC-POSTED (WS-SRC-IDX)
006112                 MOVE WS-CUST-ID TO WS-POSTED-ID
006115             END-IF
006120             IF NOT CUSTMAST-UPDATE-SKIPPED
006130                AND NOT TRANS-IS-DELETE
006140                AND NOT TRANS-IS-REINSTATE
006220                 END-IF
006230                 PERFORM 2500-WRITE-REPORT-LINE THRU 2500-EXIT
006240             END-IF
006241         ELSE
006242             ADD 1 TO WS-SRC-REJECTS (WS-SRC-IDX)
006243         END-IF
006244     ELSE
006245         IF WS-SRC-IDX > ZERO
006246             ADD 1 TO WS-SRC-REJECTS (WS-SRC-IDX)
006250         END-IF
006260     END-IF.
006270     PERFORM 2100-READ-CUSTNAME THRU 2100-EXIT.
006310     READ CUSTNAME-FILE
006320         AT END
006330             MOVE 'Y' TO WS-EOF-CUSTNAME
006333         NOT AT END
006336             MOVE PF-FEED-DATA TO CUSTNAME-RECORD
006340     END-READ.
006350 2100-EXIT.
006360     EXIT.
006430     EXIT.
006440 2200-VALIDATE-NAME.
006450     MOVE 'N' TO WS-NAME-INVALID.
006451     IF WS-SRC-IDX = ZERO
006452         MOVE WS-ERR-SEQ TO WS-ERR-SEQ-ED
006453         MOVE SPACES TO WS-ERR-TEXT
006454         STRING "ERROR - CUSTNAME RECORD " WS-ERR-SEQ-ED
006455                " - FEED TAG INVALID - SKIPPED"
006456             DELIMITED BY SIZE INTO WS-ERR-TEXT
006457         MOVE "E2028 " TO XL-MSG-CODE
006458         MOVE WS-CUST-ID TO XL-CUST-ID
006459         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
006460         MOVE 'Y' TO WS-NAME-INVALID
006461         ADD 1 TO WS-CNT-REJECTS
006462         MOVE 8 TO RETURN-CODE
006463         MOVE "FEED TAG INVALID" TO WS-REJ-REASON
006464         PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
006465     ELSE
006466     IF NOT TRANS-IS-VALID
006470         MOVE WS-ERR-SEQ TO WS-ERR-SEQ-ED
006480         MOVE SPACES TO WS-ERR-TEXT
006490         STRING "ERROR - CUSTNAME RECORD " WS-ERR-SEQ-ED
007240             MOVE 8 TO RETURN-CODE
007250             MOVE "NAME IS BLANK OR INVALID" TO WS-REJ-REASON
007260             PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
007263         ELSE
007266             PERFORM 2210-VALIDATE-ADDRESS THRU 2210-EXIT
007270         END-IF
007275     END-IF
007280     END-IF
007290     END-IF
007300     END-IF
007310     END-IF
007320     END-IF.
007330 2200-EXIT.
007331     EXIT.
007332*----------------------------------------------------------------
007333* STATE, ZIP AND PHONE ON AN ADD OR CHANGE ARE PROVED AGAINST THE
007334* STATEREF REFERENCE FILE (SEE STATEREF-COPY FOR THE RULES, WHICH
007335* EX2MAINT APPLIES IDENTICALLY ON THE EX2M SCREEN).  A BLANK
007336* FIELD IS NOT CHECKED.  THE FIRST FAILURE REJECTS THE RECORD TO
007337* SUSPENSE WITH ITS OWN REASON SO EX2SUSP CAN CORRECT THAT FIELD.
007338*----------------------------------------------------------------
007339 2210-VALIDATE-ADDRESS.
007340     MOVE SPACES TO WS-REJ-REASON.
007341     PERFORM 2220-CHECK-STATE-ZIP THRU 2220-EXIT.
007342     IF WS-REJ-REASON = SPACES
007343         PERFORM 2230-CHECK-PHONE THRU 2230-EXIT
007344     END-IF.
007345     IF WS-REJ-REASON NOT = SPACES
007346         MOVE WS-ERR-SEQ TO WS-ERR-SEQ-ED
007347         MOVE SPACES TO WS-ERR-TEXT
007348         STRING "ERROR - CUSTNAME RECORD " WS-ERR-SEQ-ED
007349                " - " WS-REJ-REASON " - SKIPPED"
007350             DELIMITED BY SIZE INTO WS-ERR-TEXT
007351         MOVE WS-CUST-ID TO XL-CUST-ID
007352         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
007353         MOVE 'Y' TO WS-NAME-INVALID
007354         ADD 1 TO WS-CNT-REJECTS
007355         MOVE 8 TO RETURN-CODE
007356         PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
007357     END-IF.
007358 2210-EXIT.
007359     EXIT.
007360*    EACH FAILURE LEAVES ITS REASON IN WS-REJ-REASON AND ITS
007361*    MESSAGE CODE IN XL-MSG-CODE FOR 2210.
007362 2220-CHECK-STATE-ZIP.
007363     IF CN-STATE = SPACES AND CN-ZIP = SPACES
007364         GO TO 2220-EXIT
007365     END-IF.
007366     IF NOT STATEREF-IS-OPEN
007367         MOVE "STATE REFERENCE UNAVAILABLE" TO WS-REJ-REASON
007368         MOVE "E2026 " TO XL-MSG-CODE
007369         GO TO 2220-EXIT
007370     END-IF.
007371     IF CN-STATE = SPACES
007372         MOVE "ZIP CODE HAS NO STATE" TO WS-REJ-REASON
007373         MOVE "E2022 " TO XL-MSG-CODE
007374         GO TO 2220-EXIT
007375     END-IF.
007376     MOVE CN-STATE TO SR-STATE.
007377     MOVE SPACES TO SR-ZIP-PREFIX.
007378     READ STATEREF-FILE
007379         INVALID KEY
007380             MOVE "STATE CODE NOT ON REFERENCE" TO WS-REJ-REASON
007381             MOVE "E2021 " TO XL-MSG-CODE
007382     END-READ.
007383     IF WS-REJ-REASON NOT = SPACES OR CN-ZIP = SPACES
007384         GO TO 2220-EXIT
007385     END-IF.
007386*    FIVE DIGITS, OR ZIP+4 WITH ALL NINE DIGITS.
007387     IF CN-ZIP (1:5) NOT NUMERIC
007388        OR (CN-ZIP (6:4) NOT NUMERIC
007389            AND CN-ZIP (6:4) NOT = SPACES)
007390         MOVE "ZIP CODE FORMAT INVALID" TO WS-REJ-REASON
007391         MOVE "E2023 " TO XL-MSG-CODE
007392         GO TO 2220-EXIT
007393     END-IF.
007394     MOVE CN-ZIP (1:3) TO SR-ZIP-PREFIX.
007395     READ STATEREF-FILE
007396         INVALID KEY
007397             MOVE "ZIP NOT VALID FOR STATE" TO WS-REJ-REASON
007398             MOVE "E2024 " TO XL-MSG-CODE
007399     END-READ.
007400 2220-EXIT.
007401     EXIT.
007402*    TEN DIGITS; NEITHER THE AREA CODE NOR THE EXCHANGE MAY START
007403*    WITH 0 OR 1.
007404 2230-CHECK-PHONE.
007405     IF CN-PHONE = SPACES
007406         GO TO 2230-EXIT
007407     END-IF.
007408     IF CN-PHONE NOT NUMERIC
007409        OR CN-PHONE (1:1) = "0" OR CN-PHONE (1:1) = "1"
007410        OR CN-PHONE (4:1) = "0" OR CN-PHONE (4:1) = "1"
007411         MOVE "PHONE NUMBER INVALID" TO WS-REJ-REASON
007412         MOVE "E2025 " TO XL-MSG-CODE
007413     END-IF.
007414 2230-EXIT.
007415     EXIT.
007416*----------------------------------------------------------------
007417* A REJECTED RECORD GOES TO SUSPENSE WITH ITS REASON AND FEED
007418* SEQUENCE NUMBER SO EX2SUSP CAN AGE, CORRECT AND RECYCLE IT.
007419* THE CALLER LEAVES THE REASON IN WS-REJ-REASON.
007420*----------------------------------------------------------------
007421 2250-WRITE-SUSPENSE.
007422*    THE SUSPENSE NUMBER IS ASSIGNED BY EX2SUSP ON INTAKE - THE
007423*    FEED SEQUENCE RESTARTS EVERY PASS AND IS REFERENCE ONLY.
007430     MOVE ZERO TO SU-SUSP-NO.
007440     MOVE WS-ERR-SEQ TO SU-FEED-SEQ.
007450     MOVE WS-RUN-DATE TO SU-REJECT-DATE.
007740     END-WRITE.
007750     IF NOT CUSTMAST-UPDATE-FAILED
007760         ADD 1 TO WS-CNT-ADDS
007763         MOVE "A" TO PJ-TRANS-TYPE
007766         PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
007770         PERFORM 2360-WRITE-CUSTHIST THRU 2360-EXIT
007780         MOVE "A" TO EX-TRANS-TYPE
007790         MOVE SPACES TO EX-OLD-NAME
007830 2310-EXIT.
007840     EXIT.
007850 2320-CHANGE-CUSTMAST.
007853*    TONIGHT'S EFFECTIVE DATE FROM AN EARLIER FEED'S POSTING IN
007856*    THIS PASS IS NOT AN ONLINE UPDATE - THE LATER FEED POSTS.
007860     IF CM-CUST-EFF-DATE >= WS-RUN-DATE
007865        AND CM-CUST-ID NOT = WS-POSTED-ID
007870         PERFORM 2325-SKIP-ONLINE-UPDATE THRU 2325-EXIT
007880     ELSE
007890         IF WS-NEW-NAME = CM-CUST-NAME
007910             MOVE 'Y' TO WS-CUSTMAST-SKIPPED
007920             ADD 1 TO WS-CNT-UNCHANGED
007930         ELSE
007933             MOVE CM-CUST-NAME TO WS-PRIOR-NAME
007936             MOVE CM-CUST-ADDRESS TO WS-PRIOR-ADDR
007940*            ONLY A GENUINE NAME CHANGE ROLLS THE PRIOR NAME,
007950*            RESTAMPS THE EFFECTIVE DATE AND APPENDS TO THE
007960*            NAME HISTORY - AN ADDRESS-ONLY CHANGE LEAVES ALL
008080             END-REWRITE
008090             IF NOT CUSTMAST-UPDATE-FAILED
008100                 ADD 1 TO WS-CNT-CHANGES
008102                 MOVE "C" TO PJ-TRANS-TYPE
008104                 PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
008106                 PERFORM 2470-WRITE-CHGNOTE THRU 2470-EXIT
008110                 IF CUST-NAME-CHANGED
008120                     PERFORM 2360-WRITE-CUSTHIST THRU 2360-EXIT
008130                     MOVE CM-CUST-PRIOR-NAME TO EX-OLD-NAME
008590             PERFORM 2330-CUSTMAST-ERROR THRU 2330-EXIT
008600     END-READ.
008610     IF NOT CUSTMAST-UPDATE-FAILED
008612         IF CM-CUST-EFF-DATE >= WS-RUN-DATE
008614            AND CM-CUST-ID NOT = WS-POSTED-ID
008616             PERFORM 2325-SKIP-ONLINE-UPDATE THRU 2325-EXIT
008618         ELSE
008620         IF CM-DELETED
008630             MOVE 'Y' TO WS-CUSTMAST-SKIPPED
008640             MOVE WS-ERR-SEQ TO WS-ERR-SEQ-ED
008800                 MOVE "** DELETED **" TO WS-NEW-NAME
008810                 PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
008820                 ADD 1 TO WS-CNT-DELETES
008823                 MOVE "D" TO PJ-TRANS-TYPE
008826                 PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
008830                 MOVE "DELETED" TO WS-DEL-ACTION-TEXT
008840                 PERFORM 2355-SAVE-DEL-LINE THRU 2355-EXIT
008850                 MOVE "D" TO EX-TRANS-TYPE
008870                 MOVE WS-NEW-NAME TO EX-NEW-NAME
008880                 PERFORM 2450-WRITE-EXTRACT THRU 2450-EXIT
008890             END-IF
008895         END-IF
008900         END-IF
008910     END-IF.
008920 2340-EXIT.
009570     IF CUSTMAST-UPDATE-FAILED
009580         GO TO 2345-EXIT
009590     END-IF.
009593     MOVE "S" TO PJ-TRANS-TYPE.
009596     PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT.
009600     MOVE SPACES TO WS-MERGE-MARK.
009610     STRING "*MERGED TO " WS-SURVIVOR-ID "*"
009620         DELIMITED BY SIZE INTO WS-MERGE-MARK.
009810     IF CUSTMAST-UPDATE-FAILED
009820         GO TO 2345-EXIT
009830     END-IF.
009833     MOVE "M" TO PJ-TRANS-TYPE.
009836     PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT.
009840     MOVE WS-CUST-ID TO CH-CUST-ID.
009850     MOVE WS-MERGED-NAME TO CH-OLD-NAME.
009860     MOVE WS-MERGE-MARK TO CH-NEW-NAME.
010190     MOVE WS-EFF-DATE-IN TO CH-EFF-DATE.
010200     MOVE WS-RUN-TIME TO CH-EFF-TIME.
010210     MOVE "B" TO CH-CHANGE-SOURCE.
010255     PERFORM 2366-PUT-CUSTHIST THRU 2366-EXIT.
010300 2347-EXIT.
010310     EXIT.
010320 2348-SAVE-MERGE-LINE.
010580             PERFORM 2330-CUSTMAST-ERROR THRU 2330-EXIT
010590     END-READ.
010600     IF NOT CUSTMAST-UPDATE-FAILED
010602         IF CM-CUST-EFF-DATE >= WS-RUN-DATE
010604            AND CM-CUST-ID NOT = WS-POSTED-ID
010606             PERFORM 2325-SKIP-ONLINE-UPDATE THRU 2325-EXIT
010608         ELSE
010610         IF NOT CM-DELETED
010620             MOVE 'Y' TO WS-CUSTMAST-SKIPPED
010630             MOVE WS-ERR-SEQ TO WS-ERR-SEQ-ED
010790                 MOVE CM-CUST-NAME TO WS-NEW-NAME
010800                 PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
010810                 ADD 1 TO WS-CNT-REINSTATES
010813                 MOVE "R" TO PJ-TRANS-TYPE
010816                 PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
010820                 MOVE "REINSTATED" TO WS-DEL-ACTION-TEXT
010830                 PERFORM 2355-SAVE-DEL-LINE THRU 2355-EXIT
010840                 MOVE "R" TO EX-TRANS-TYPE
010860                 MOVE WS-NEW-NAME TO EX-NEW-NAME
010870                 PERFORM 2450-WRITE-EXTRACT THRU 2450-EXIT
010880             END-IF
010885         END-IF
010890         END-IF
010900     END-IF.
010910 2350-EXIT.
011220     MOVE CM-CUST-PRIOR-NAME TO CH-OLD-NAME.
011230     MOVE CM-CUST-NAME TO CH-NEW-NAME.
011240     MOVE "B" TO CH-CHANGE-SOURCE.
011300     PERFORM 2366-PUT-CUSTHIST THRU 2366-EXIT.
011360 2360-EXIT.
011370     EXIT.
011380 2365-CUSTHIST-ERROR.
011470     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
011480     MOVE 8 TO RETURN-CODE.
011490 2365-EXIT.
011491     EXIT.
011492*----------------------------------------------------------------
011493* A CUSTOMER POSTED MORE THAN ONCE IN THE PASS - BY TWO FEEDS, OR
011494* TWICE IN ONE FEED, OR AGAIN AS A MERGE SURVIVOR - COLLIDES ON
011495* THE RUN DATE/TIME KEY.  BUMP THE TIME COMPONENT UNTIL THE KEY
011496* IS FREE, UP TO TEN TRIES, BEFORE THE ERROR PATH GIVES UP.  THE
011497* CALLER LEAVES THE HISTORY RECORD BUILT.
011498*----------------------------------------------------------------
011499 2366-PUT-CUSTHIST.
011500     MOVE ZERO TO WS-HIST-TRIES.
011501     MOVE 'N' TO WS-HIST-WRITTEN.
011502     PERFORM 2367-TRY-CUSTHIST THRU 2367-EXIT
011503         UNTIL HIST-WAS-WRITTEN
011504            OR WS-HIST-TRIES NOT < 10.
011505     IF NOT HIST-WAS-WRITTEN
011506         PERFORM 2365-CUSTHIST-ERROR THRU 2365-EXIT
011507     END-IF.
011508 2366-EXIT.
011509     EXIT.
011510 2367-TRY-CUSTHIST.
011511     ADD 1 TO WS-HIST-TRIES.
011512     WRITE CUSTHIST-RECORD
011513         INVALID KEY
011514             ADD 1 TO CH-EFF-TIME
011515         NOT INVALID KEY
011516             MOVE 'Y' TO WS-HIST-WRITTEN
011517     END-WRITE.
011518 2367-EXIT.
011519     EXIT.
011520 2370-PARK-PENDING.
011521     ADD 1 TO WS-CNT-PENDED.
011530     MOVE 'N' TO WS-CUSTMAST-FAILED.
011540     MOVE 'Y' TO WS-CUSTMAST-SKIPPED.
011550     WRITE PENDCHG-RECORD FROM CUSTNAME-RECORD.
011860     WRITE EXTRACT-RECORD.
011870 2450-EXIT.
011880     EXIT.
011881*----------------------------------------------------------------
011882* ONE JOURNAL RECORD PER CUSTMAST RECORD ADDED OR REWRITTEN, SO
011883* EX2BKOUT CAN TELL WHICH CUSTOMERS A RUN POSTED AND WHAT IT LEFT
011884* ON FILE.  THE CALLER SETS PJ-TRANS-TYPE WITH THE POSTED RECORD
011885* STILL IN THE CUSTMAST RECORD AREA.
011886*----------------------------------------------------------------
011887 2460-WRITE-JOURNAL.
011888     MOVE CM-CUST-ID TO PJ-CUST-ID.
011889     MOVE WS-RUN-DATE TO PJ-RUN-DATE.
011890     MOVE WS-RUN-TIME TO PJ-RUN-TIME.
011891     MOVE WS-SRC-RUN-NO (WS-SRC-IDX) TO PJ-FEED-RUN-NO.
011892*    THE PORTAL NUMBERS ITS RUNS IN ITS OWN SEQUENCE; EVERY OTHER
011893*    FEED SHARES THE UPSTREAM EXTRACT'S (SEE POSTJRNL-COPY).
011894     IF WS-SRC-CODE (WS-SRC-IDX) = "P"
011895         MOVE "P" TO PJ-FEED-SOURCE
011896     ELSE
011897         MOVE SPACE TO PJ-FEED-SOURCE
011898     END-IF.
011899     MOVE CUSTMAST-RECORD TO PJ-AFTER-IMAGE.
011900     WRITE POSTJRNL-RECORD.
011901 2460-EXIT.
011902     EXIT.
011903*----------------------------------------------------------------
011904* ONE CHANGE NOTICE PER POSTED NAME AND/OR ADDRESS CHANGE FOR THE
011905* EX2LETR CONFIRMATION LETTERS.  THE CALLER SAVED THE PRIOR NAME
011906* AND ADDRESS BEFORE THE CHANGE WAS APPLIED; THE CHANGED RECORD
011907* IS STILL IN THE CUSTMAST RECORD AREA.
011908*----------------------------------------------------------------
011909 2470-WRITE-CHGNOTE.
011910     MOVE SPACES TO CHGNOTE-RECORD.
011911     MOVE CM-CUST-ID TO NT-CUST-ID.
011912     MOVE WS-RUN-DATE TO NT-POST-DATE.
011913     MOVE WS-RUN-TIME TO NT-POST-TIME.
011914     MOVE "B" TO NT-CHANGE-SOURCE.
011915     MOVE WS-PRIOR-NAME TO NT-OLD-NAME.
011916     MOVE WS-PRIOR-ADDR TO NT-OLD-ADDRESS.
011917     MOVE CM-CUST-NAME TO NT-NEW-NAME.
011918     MOVE CM-CUST-ADDRESS TO NT-NEW-ADDRESS.
011919     WRITE CHGNOTE-RECORD.
011920 2470-EXIT.
011921     EXIT.
011922 2500-WRITE-REPORT-LINE.
011923     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
011924         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
011925     END-IF.
011930     MOVE WS-NEW-NAME TO WS-RPT-DETAIL-NAME.
011935     MOVE WS-SRC-NAME (WS-SRC-IDX) TO WS-RPT-DETAIL-SOURCE.
011940     WRITE REPRTOUT-RECORD FROM WS-RPT-DETAIL
011950         AFTER ADVANCING 1 LINE.
011960     ADD 1 TO WS-RPT-LINE-COUNT.
012100 2600-EXIT.
012110     EXIT.
012120 8000-BALANCE-CONTROLS.
012121     PERFORM 8100-BALANCE-SOURCE THRU 8100-EXIT
012122         VARYING WS-SRC-IDX FROM 1 BY 1
012123         UNTIL WS-SRC-IDX > 4.
012124 8000-EXIT.
012125     EXIT.
012126*----------------------------------------------------------------
012127* EACH FEED BALANCES AGAINST ITS OWN CONTROL RECORD.  A FEED WITH
012128* NEITHER RECORDS NOR A CONTROL RECORD WAS NOT IN THE PASS; ONE
012129* WITH RECORDS BUT NO CONTROL RECORD CANNOT BALANCE.
012130*----------------------------------------------------------------
012131 8100-BALANCE-SOURCE.
012132     IF NOT SRC-CTL-WAS-FOUND (WS-SRC-IDX)
012133         IF WS-SRC-READ (WS-SRC-IDX) = ZERO
012134             GO TO 8100-EXIT
012135         END-IF
012150         MOVE SPACES TO WS-ERR-TEXT
012151         STRING "ERROR - " DELIMITED BY SIZE
012152                WS-SRC-NAME (WS-SRC-IDX) DELIMITED BY SPACE
012153                " FEED HAS NO CUSTCTL RECORD - NOT BALANCED"
012154                DELIMITED BY SIZE
012155             INTO WS-ERR-TEXT
012156         MOVE "E2031 " TO XL-MSG-CODE
012157         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
012158         MOVE 8 TO RETURN-CODE
012159         MOVE "OOB " TO WS-SRC-BALANCE (WS-SRC-IDX)
012160         MOVE 'N' TO WS-ALL-BALANCED
012161         GO TO 8100-EXIT
012162     END-IF.
012163     MOVE "BAL " TO WS-SRC-BALANCE (WS-SRC-IDX).
012164     IF WS-SRC-ACT-COUNT (WS-SRC-IDX)
012165        NOT = WS-SRC-EXP-COUNT (WS-SRC-IDX)
012166         MOVE WS-SRC-ACT-COUNT (WS-SRC-IDX) TO WS-BAL-COUNT-ED
012167         MOVE SPACES TO WS-ERR-TEXT
012168         STRING "ERROR - " DELIMITED BY SIZE
012169                WS-SRC-NAME (WS-SRC-IDX) DELIMITED BY SPACE
012170                " RECORD COUNT OUT OF BALANCE - ACTUAL "
012171                WS-BAL-COUNT-ED DELIMITED BY SIZE
012172             INTO WS-ERR-TEXT
012190         MOVE "E2018 " TO XL-MSG-CODE
012200         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
012210         MOVE 8 TO RETURN-CODE
012215         MOVE "OOB " TO WS-SRC-BALANCE (WS-SRC-IDX)
012220     END-IF.
012227     IF WS-SRC-ACT-DELETES (WS-SRC-IDX)
012234        NOT = WS-SRC-EXP-DELETES (WS-SRC-IDX)
012241         MOVE WS-SRC-ACT-DELETES (WS-SRC-IDX) TO WS-BAL-COUNT-ED
012250         MOVE SPACES TO WS-ERR-TEXT
012256         STRING "ERROR - " DELIMITED BY SIZE
012262                WS-SRC-NAME (WS-SRC-IDX) DELIMITED BY SPACE
012268                " DELETE COUNT OUT OF BALANCE - ACTUAL "
012274                WS-BAL-COUNT-ED DELIMITED BY SIZE
012280             INTO WS-ERR-TEXT
012290         MOVE "E2019 " TO XL-MSG-CODE
012300         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
012310         MOVE 8 TO RETURN-CODE
012315         MOVE "OOB " TO WS-SRC-BALANCE (WS-SRC-IDX)
012320     END-IF.
012327     IF WS-SRC-ACT-HASH (WS-SRC-IDX)
012334        NOT = WS-SRC-EXP-HASH (WS-SRC-IDX)
012341         MOVE WS-SRC-ACT-HASH (WS-SRC-IDX) TO WS-BAL-HASH-ED
012350         MOVE SPACES TO WS-ERR-TEXT
012356         STRING "ERROR - " DELIMITED BY SIZE
012362                WS-SRC-NAME (WS-SRC-IDX) DELIMITED BY SPACE
012368                " ID HASH OUT OF BALANCE - ACTUAL "
012374                WS-BAL-HASH-ED DELIMITED BY SIZE
012380             INTO WS-ERR-TEXT
012390         MOVE "E2020 " TO XL-MSG-CODE
012400         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
012410         MOVE 8 TO RETURN-CODE
012415         MOVE "OOB " TO WS-SRC-BALANCE (WS-SRC-IDX)
012420     END-IF.
012424     IF SRC-OUT-OF-BALANCE (WS-SRC-IDX)
012428         MOVE 'N' TO WS-ALL-BALANCED
012432     END-IF.
012436 8100-EXIT.
012440     EXIT.
012450 9000-TERMINATE.
012460     IF WS-DEL-COUNT > 0
012490     IF WS-MRG-COUNT > 0
012500         PERFORM 9170-PRINT-MERGE-SECTION THRU 9170-EXIT
012510     END-IF.
012515     PERFORM 9190-PRINT-SOURCE-SECTION THRU 9190-EXIT.
012520     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
012530     PERFORM 9300-WRITE-RUNSTATS THRU 9300-EXIT.
012540     CLOSE CUSTNAME-FILE.
012620     CLOSE EXTROUT-FILE.
012630     CLOSE EXCPLOG-FILE.
012640     CLOSE RUNSTATS-FILE.
012641     CLOSE POSTJRNL-FILE.
012642     CLOSE CHGNOTE-FILE.
012643     IF STATEREF-IS-OPEN
012644         CLOSE STATEREF-FILE
012645     END-IF.
012650 9000-EXIT.
012660     EXIT.
012670 9100-PRINT-TRAILER.
013020         AFTER ADVANCING 1 LINE.
013030 9180-EXIT.
013040     EXIT.
013041 9190-PRINT-SOURCE-SECTION.
013042     WRITE REPRTOUT-RECORD FROM WS-RPT-SRC-HEAD
013043         AFTER ADVANCING 2 LINES.
013044     WRITE REPRTOUT-RECORD FROM WS-RPT-SRC-HEAD2
013045         AFTER ADVANCING 2 LINES.
013046     PERFORM 9195-PRINT-SOURCE-LINE THRU 9195-EXIT
013047         VARYING WS-SRC-IDX FROM 1 BY 1
013048         UNTIL WS-SRC-IDX > 4.
013049 9190-EXIT.
013050     EXIT.
013051 9195-PRINT-SOURCE-LINE.
013052     MOVE WS-SRC-NAME (WS-SRC-IDX) TO WS-RPT-SRC-NAME.
013053     MOVE WS-SRC-RUN-NO (WS-SRC-IDX) TO WS-RPT-SRC-RUN.
013054     MOVE WS-SRC-READ (WS-SRC-IDX) TO WS-RPT-SRC-READ.
013055     MOVE WS-SRC-POSTED (WS-SRC-IDX) TO WS-RPT-SRC-POSTED.
013056     MOVE WS-SRC-REJECTS (WS-SRC-IDX) TO WS-RPT-SRC-REJECTS.
013057     IF WS-SRC-BALANCE (WS-SRC-IDX) = SPACES
013058         MOVE "NO FEED" TO WS-RPT-SRC-BALANCE
013059     ELSE
013060         MOVE WS-SRC-BALANCE (WS-SRC-IDX) TO WS-RPT-SRC-BALANCE
013061     END-IF.
013062     WRITE REPRTOUT-RECORD FROM WS-RPT-SRC-DETAIL
013063         AFTER ADVANCING 1 LINE.
013064 9195-EXIT.
013065     EXIT.
013066 9300-WRITE-RUNSTATS.
013067     ACCEPT WS-END-TIME FROM TIME.
013068     MOVE SPACES TO RUNSTATS-RECORD.
013070     MOVE WS-RUN-DATE TO RS-RUN-DATE.
013080     MOVE WS-RUN-TIME TO RS-START-TIME.
013090     MOVE WS-END-TIME TO RS-END-TIME.
013130     MOVE WS-CNT-DELETES TO RS-DELETES.
013140     MOVE WS-CNT-REINSTATES TO RS-REINSTATES.
013150     MOVE WS-CNT-MERGES TO RS-MERGES.
013152*    THE HEADLINE RUN NUMBER IS THE UPSTREAM EXTRACT'S (FEED 3);
013154*    EVERY FEED'S OWN IS IN ITS BREAKDOWN ENTRY.
013156     MOVE WS-SRC-RUN-NO (3) TO RS-FEED-RUN-NO.
013158     MOVE SPACE TO RS-FEED-SOURCE.
013160     PERFORM 9310-STORE-SOURCE-STATS THRU 9310-EXIT
013162         VARYING WS-SRC-IDX FROM 1 BY 1
013164         UNTIL WS-SRC-IDX > 4.
013170     MOVE WS-CNT-ONLINE-SKIPS TO RS-ONLINE-SKIPS.
013180     MOVE WS-CNT-UNCHANGED TO RS-UNCHANGED-SKIPS.
013190     MOVE WS-CNT-PENDED TO RS-PENDED.
013200     MOVE WS-CNT-REJECTS TO RS-VALID-REJECTS.
013210     MOVE WS-CNT-FAILS TO RS-CUSTMAST-FAILS.
013230     IF ALL-FEEDS-BALANCED
013250         MOVE "BAL " TO RS-BALANCE-RESULT
013260     ELSE
013270         MOVE "OOB " TO RS-BALANCE-RESULT
013280     END-IF.
013290     WRITE RUNSTATS-RECORD.
013300 9300-EXIT.
013301     EXIT.
013302*    A FEED NOT IN THE PASS LEAVES ITS SOURCE CODE BLANK.
013303 9310-STORE-SOURCE-STATS.
013304     IF WS-SRC-BALANCE (WS-SRC-IDX) = SPACES
013305         MOVE SPACE TO RS-SRC-CODE (WS-SRC-IDX)
013306     ELSE
013307         MOVE WS-SRC-CODE (WS-SRC-IDX) TO RS-SRC-CODE (WS-SRC-IDX)
013308     END-IF.
013309     MOVE WS-SRC-RUN-NO (WS-SRC-IDX)
013310         TO RS-SRC-RUN-NO (WS-SRC-IDX).
013311     MOVE WS-SRC-READ (WS-SRC-IDX) TO RS-SRC-READ (WS-SRC-IDX).
013312     MOVE WS-SRC-POSTED (WS-SRC-IDX)
013313         TO RS-SRC-POSTED (WS-SRC-IDX).
013314     MOVE WS-SRC-REJECTS (WS-SRC-IDX)
013315         TO RS-SRC-REJECTS (WS-SRC-IDX).
013316     MOVE WS-SRC-BALANCE (WS-SRC-IDX)
013317         TO RS-SRC-BALANCE (WS-SRC-IDX).
013318 9310-EXIT.
013319     EXIT.
013320*----------------------------------------------------------------
013330* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
013340* THE COMMON NIGHTLY LOG (SHARED LAYOUT EXCPLOG-COPY) FOR THE

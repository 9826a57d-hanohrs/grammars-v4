000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2DUPS.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  DUPLICATE-CUSTOMER CANDIDATE
000110*               REPORT.  READS THE SORTED MATCH KEYS CUT BY
000120*               EX2DUPK (SHARED LAYOUT DUPKEY-COPY), COLLECTS
000130*               EVERY ACTIVE CUSTOMER SHARING A KEY AND PAIRS
000140*               THEM.  EACH PAIR IS SCORED ON ALL THREE KEYS -
000150*               NORMALIZED NAME 50, PHONE 30, ZIP PLUS ADDRESS
000160*               LINE 1 20 - AND PRINTED ONCE, UNDER THE
000170*               STRONGEST KEY IT MATCHES.  A PAIR SCORING AT OR
000180*               ABOVE THE DUPPARM MINIMUM ALSO WRITES A PROPOSED
000190*               MERGE (CN-TRANS-CODE M, CUSTNAME-FORMAT) WITH
000200*               THE LOWER, OLDER CUSTOMER ID AS THE SURVIVOR.
000210*               OPERATIONS REVIEWS THE PROPOSALS AGAINST THE
000220*               REPORT, DROPS ANY THAT ARE NOT REAL DUPLICATES
000230*               AND RELEASES THE REST WITH THE EX2DUPRL JOB, SO
000240*               DUPLICATES NO LONGER DEPEND ON SOMEONE SPOTTING
000250*               THEM BY EYE ON THE EX2MDIR LISTING.
000251* 10/15/26  RH  PROPOSALS ARE HELD UNTIL EVERY KEY IS PAIRED AND
000252*               WRITTEN AT THE END, AT MOST ONE PER DUPLICATE
000253*               ID, EACH POINTED AT ITS FINAL SURVIVOR - A
000254*               MATCHED SURVIVOR THAT IS ITSELF PROPOSED AS A
000255*               DUPLICATE IS FOLLOWED TO THE CUSTOMER IT MERGES
000256*               INTO.  A CHAIN OF PROPOSALS NO LONGER FAILS THE
000257*               POSTING PASS WITH SURVIVOR NOT ACTIVE.  RE-
000258*               POINTED PROPOSALS ARE LISTED AFTER THE PAIRS.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DUPPARM-FILE        ASSIGN TO DUPPARM
000340                                ORGANIZATION IS SEQUENTIAL.
000350     SELECT DUPSORT-FILE        ASSIGN TO DUPSORT
000360                                ORGANIZATION IS SEQUENTIAL.
000370     SELECT DUPMERGE-FILE       ASSIGN TO DUPMERGE
000380                                ORGANIZATION IS SEQUENTIAL.
000390     SELECT DUPRPT-FILE         ASSIGN TO DUPRPT
000400                                ORGANIZATION IS SEQUENTIAL.
000410     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000420                                ORGANIZATION IS SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  DUPPARM-FILE
000460     RECORDING MODE IS F.
000470 01  DUPPARM-RECORD.
000480     05  DP-MIN-SCORE                PIC X(03).
000490     05  FILLER                      PIC X(77).
000500 FD  DUPSORT-FILE
000510     RECORDING MODE IS F.
000520     COPY DUPKEY-COPY.
000530 FD  DUPMERGE-FILE
000540     RECORDING MODE IS F.
000550     COPY CUSTNAME-COPY.
000560 FD  DUPRPT-FILE
000570     RECORDING MODE IS F.
000580 01  DUPRPT-RECORD                   PIC X(80).
000590 FD  ERROUT-FILE
000600     RECORDING MODE IS F.
000610 01  ERROUT-RECORD                   PIC X(80).
000620 WORKING-STORAGE SECTION.
000630*    MATCH WEIGHTS - A NAME MATCH ALONE REACHES THE DEFAULT
000640*    MERGE THRESHOLD; A PHONE OR ADDRESS MATCH NEEDS THE OTHER.
000650 01  WS-WEIGHTS.
000660     05  WS-WEIGHT-NAME              PIC 9(03)   VALUE 050.
000670     05  WS-WEIGHT-PHONE             PIC 9(03)   VALUE 030.
000680     05  WS-WEIGHT-ADDR              PIC 9(03)   VALUE 020.
000690 01  WS-MIN-SCORE                    PIC 9(03)   VALUE 050.
000700 01  WS-SCORE                        PIC 9(03)   VALUE ZERO.
000710 01  WS-GROUP-KEY.
000720     05  WS-GROUP-TYPE               PIC X(01).
000730     05  WS-GROUP-VALUE              PIC X(40).
000740*    ONE ENTRY PER CUSTOMER SHARING THE CURRENT KEY, IN CUSTOMER
000750*    ID ORDER (THE SORT ORDER WITHIN A KEY).
000760 01  WS-GROUP-TABLE.
000770     05  WS-GRP-ENTRY                OCCURS 100 TIMES.
000780         10  WS-GRP-ID               PIC X(06).
000790         10  WS-GRP-NAME             PIC X(30).
000800         10  WS-GRP-NORM             PIC X(30).
000810         10  WS-GRP-PHONE            PIC X(10).
000820         10  WS-GRP-ZIP              PIC X(09).
000830         10  WS-GRP-ADDR-1           PIC X(30).
000840 01  WS-GRP-COUNT                PIC 9(04)   COMP   VALUE ZERO.
000850 01  WS-GRP-I                    PIC 9(04)   COMP   VALUE ZERO.
000860 01  WS-GRP-J                    PIC 9(04)   COMP   VALUE ZERO.
000870 01  WS-GRP-FIRST-J              PIC 9(04)   COMP   VALUE ZERO.
000871*    PROPOSED MERGES - DUPLICATE ID AND THE SURVIVOR IT WAS
000872*    MATCHED TO - HELD UNTIL THE LAST KEY IS PAIRED SO EACH CAN
000873*    BE POINTED AT ITS FINAL SURVIVOR BEFORE IT IS WRITTEN.
000874 01  WS-PROP-TABLE.
000875     05  WS-PROP-ENTRY               OCCURS 5000 TIMES.
000876         10  WS-PROP-DUP-ID          PIC X(06).
000877         10  WS-PROP-SURV-ID         PIC X(06).
000878 01  WS-PROP-COUNT               PIC 9(04)   COMP   VALUE ZERO.
000879 01  WS-PROP-IDX                 PIC 9(04)   COMP   VALUE ZERO.
000880 01  WS-FIND-IDX                 PIC 9(04)   COMP   VALUE ZERO.
000881 01  WS-FOUND-IDX                PIC 9(04)   COMP   VALUE ZERO.
000882 01  WS-FIND-ID                  PIC X(06)   VALUE SPACES.
000883 01  WS-ROOT-ID                  PIC X(06)   VALUE SPACES.
000884 01  WS-MATCH-FLAGS.
000890     05  WS-MATCH-NAME               PIC X(01).
000900     05  WS-MATCH-PHONE              PIC X(01).
000910     05  WS-MATCH-ADDR               PIC X(01).
000920 01  WS-SWITCHES.
000930     05  WS-EOF-DUPSORT              PIC X(01)   VALUE 'N'.
000940         88  END-OF-DUPSORT                      VALUE 'Y'.
000950     05  WS-EOF-DUPPARM              PIC X(01)   VALUE 'N'.
000960         88  END-OF-DUPPARM                      VALUE 'Y'.
000970     05  WS-GRP-OVERFLOW             PIC X(01)   VALUE 'N'.
000980         88  GROUP-OVERFLOWED                    VALUE 'Y'.
000990     05  WS-PAIR-WANTED              PIC X(01)   VALUE 'N'.
001000         88  PAIR-IS-WANTED                      VALUE 'Y'.
001001     05  WS-PROP-FOUND               PIC X(01)   VALUE 'N'.
001002         88  PROP-WAS-FOUND                      VALUE 'Y'.
001003     05  WS-PROP-OVERFLOW            PIC X(01)   VALUE 'N'.
001004         88  PROP-TABLE-OVERFLOWED               VALUE 'Y'.
001005     05  WS-ROOT-DONE                PIC X(01)   VALUE 'N'.
001006         88  ROOT-IS-FOUND                       VALUE 'Y'.
001007     05  WS-REPOINT-HEADED           PIC X(01)   VALUE 'N'.
001008         88  REPOINT-IS-HEADED                   VALUE 'Y'.
001010 01  WS-COUNTERS.
001020     05  WS-CNT-KEYS                 PIC 9(06)  COMP  VALUE ZERO.
001030     05  WS-CNT-GROUPS               PIC 9(06)  COMP  VALUE ZERO.
001040     05  WS-CNT-PAIRS                PIC 9(06)  COMP  VALUE ZERO.
001050     05  WS-CNT-PROPOSED             PIC 9(06)  COMP  VALUE ZERO.
001060     05  WS-CNT-TRUNCATED            PIC 9(06)  COMP  VALUE ZERO.
001061     05  WS-CNT-PRIOR                PIC 9(06)  COMP  VALUE ZERO.
001062     05  WS-CNT-REPOINTED            PIC 9(06)  COMP  VALUE ZERO.
001063     05  WS-CNT-NOT-WRITTEN          PIC 9(06)  COMP  VALUE ZERO.
001070 01  WS-ERR-TEXT                     PIC X(80).
001080 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
001090 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001100     05  WS-RUN-DATE-YYYY            PIC 9(04).
001110     05  WS-RUN-DATE-MM              PIC 9(02).
001120     05  WS-RUN-DATE-DD              PIC 9(02).
001130 01  WS-RPT-CONTROLS.
001140     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
001150     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001160     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
001170 01  WS-RPT-HEAD1.
001180     05  FILLER                  PIC X(10)  VALUE SPACES.
001190     05  FILLER                  PIC X(40)  VALUE
001200         "EX2DUPS - DUPLICATE CUSTOMER CANDIDATES".
001210     05  FILLER                  PIC X(30)  VALUE SPACES.
001220 01  WS-RPT-HEAD2.
001230     05  FILLER                  PIC X(10)  VALUE SPACES.
001240     05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
001250     05  WS-RPT-DATE             PIC X(10).
001260     05  FILLER                  PIC X(10)  VALUE SPACES.
001270     05  FILLER                  PIC X(06)  VALUE "PAGE: ".
001280     05  WS-RPT-PAGE             PIC ZZZ9.
001290     05  FILLER                  PIC X(30)  VALUE SPACES.
001300 01  WS-RPT-CRIT.
001310     05  FILLER                  PIC X(01)  VALUE SPACES.
001320     05  FILLER                  PIC X(30)  VALUE
001330         "MINIMUM SCORE TO PROPOSE MERGE".
001340     05  FILLER                  PIC X(02)  VALUE ": ".
001350     05  WS-RPT-MIN-SCORE        PIC ZZ9.
001360     05  FILLER                  PIC X(04)  VALUE SPACES.
001370     05  FILLER                  PIC X(40)  VALUE
001380         "MATCH: N=NAME 50 P=PHONE 30 A=ADDRESS 20".
001390 01  WS-RPT-HEAD3.
001400     05  FILLER                  PIC X(01)  VALUE SPACES.
001410     05  FILLER                  PIC X(08)  VALUE "KEEP ID".
001420     05  FILLER                  PIC X(24)  VALUE "NAME".
001430     05  FILLER                  PIC X(08)  VALUE "DUP ID".
001440     05  FILLER                  PIC X(24)  VALUE "NAME".
001450     05  FILLER                  PIC X(05)  VALUE "SCORE".
001460     05  FILLER                  PIC X(05)  VALUE " NPA ".
001470     05  FILLER                  PIC X(05)  VALUE "PROP".
001480 01  WS-RPT-DETAIL.
001490     05  FILLER                  PIC X(01)  VALUE SPACES.
001500     05  WS-RPT-DET-KEEP-ID      PIC X(06).
001510     05  FILLER                  PIC X(02)  VALUE SPACES.
001520     05  WS-RPT-DET-KEEP-NAME    PIC X(22).
001530     05  FILLER                  PIC X(02)  VALUE SPACES.
001540     05  WS-RPT-DET-DUP-ID       PIC X(06).
001550     05  FILLER                  PIC X(02)  VALUE SPACES.
001560     05  WS-RPT-DET-DUP-NAME     PIC X(22).
001570     05  FILLER                  PIC X(03)  VALUE SPACES.
001580     05  WS-RPT-DET-SCORE        PIC ZZ9.
001590     05  FILLER                  PIC X(02)  VALUE SPACES.
001600     05  WS-RPT-DET-MATCH        PIC X(03).
001610     05  FILLER                  PIC X(01)  VALUE SPACES.
001620     05  WS-RPT-DET-PROPOSED     PIC X(05).
001621 01  WS-RPT-HEAD4.
001622     05  FILLER                  PIC X(01)  VALUE SPACES.
001623     05  FILLER                  PIC X(40)  VALUE
001624         "PROPOSALS RE-POINTED - MATCHED SURVIVOR ".
001625     05  FILLER                  PIC X(39)  VALUE
001626         "IS ITSELF PROPOSED AS A DUPLICATE".
001627 01  WS-RPT-HEAD5.
001628     05  FILLER                  PIC X(01)  VALUE SPACES.
001629     05  FILLER                  PIC X(08)  VALUE "DUP ID".
001630     05  FILLER                  PIC X(09)  VALUE "MATCHED".
001631     05  FILLER                  PIC X(62)  VALUE "MERGES INTO".
001632 01  WS-RPT-REPOINT.
001633     05  FILLER                  PIC X(01)  VALUE SPACES.
001634     05  WS-RPT-RP-DUP-ID        PIC X(06).
001635     05  FILLER                  PIC X(02)  VALUE SPACES.
001636     05  WS-RPT-RP-MATCH-ID      PIC X(06).
001637     05  FILLER                  PIC X(03)  VALUE SPACES.
001638     05  WS-RPT-RP-ROOT-ID       PIC X(06).
001639     05  FILLER                  PIC X(56)  VALUE SPACES.
001640 01  WS-RPT-TRAILER.
001641     05  FILLER                  PIC X(01)  VALUE SPACES.
001650     05  WS-RPT-TRL-LABEL        PIC X(25).
001660     05  WS-RPT-TRL-VALUE        PIC ZZZ,ZZ9.
001670     05  FILLER                  PIC X(47)  VALUE SPACES.
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-GROUP THRU 2000-EXIT
001720         UNTIL END-OF-DUPSORT.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     STOP RUN.
001750 1000-INITIALIZE.
001760     OPEN INPUT DUPPARM-FILE.
001770     OPEN INPUT DUPSORT-FILE.
001780     OPEN OUTPUT DUPMERGE-FILE.
001790     OPEN OUTPUT DUPRPT-FILE.
001800     OPEN OUTPUT ERROUT-FILE.
001810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001820     STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/" WS-RUN-DATE-YYYY
001830         DELIMITED BY SIZE INTO WS-RPT-DATE.
001840     READ DUPPARM-FILE
001850         AT END
001860             MOVE 'Y' TO WS-EOF-DUPPARM
001870     END-READ.
001880*    A MISSING CARD OR A BLANK SCORE KEEPS THE DEFAULT; A NON-
001890*    NUMERIC SCORE STOPS THE RUN BEFORE IT PROPOSES ANY MERGES.
001900     IF NOT END-OF-DUPPARM AND DP-MIN-SCORE NOT = SPACES
001910         IF DP-MIN-SCORE NUMERIC
001920             MOVE DP-MIN-SCORE TO WS-MIN-SCORE
001930         ELSE
001940             MOVE SPACES TO WS-ERR-TEXT
001950             STRING "ERROR - DUPPARM MINIMUM SCORE IS NOT NUMERIC"
001960                    " - RUN STOPPED"
001970                 DELIMITED BY SIZE INTO WS-ERR-TEXT
001980             WRITE ERROUT-RECORD FROM WS-ERR-TEXT
001990             MOVE 8 TO RETURN-CODE
002000             MOVE 'Y' TO WS-EOF-DUPSORT
002010         END-IF
002020     END-IF.
002030     CLOSE DUPPARM-FILE.
002040     MOVE WS-MIN-SCORE TO WS-RPT-MIN-SCORE.
002050     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
002060     IF NOT END-OF-DUPSORT
002070         PERFORM 2100-READ-DUPSORT THRU 2100-EXIT
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------
002120* LOAD EVERY CUSTOMER SHARING THE CURRENT KEY, THEN PAIR THEM.
002130* A KEY SHARED BY MORE THAN 100 CUSTOMERS IS A DATA PROBLEM
002140* (A PLACEHOLDER PHONE OR ADDRESS), NOT A DUPLICATE - THE
002150* EXTRAS ARE COUNTED AND REPORTED BUT NOT PAIRED.
002160*----------------------------------------------------------------
002170 2000-PROCESS-GROUP.
002180     MOVE DK-KEY-TYPE TO WS-GROUP-TYPE.
002190     MOVE DK-KEY-VALUE TO WS-GROUP-VALUE.
002200     MOVE ZERO TO WS-GRP-COUNT.
002210     MOVE 'N' TO WS-GRP-OVERFLOW.
002220     ADD 1 TO WS-CNT-GROUPS.
002230     PERFORM 2200-LOAD-ENTRY THRU 2200-EXIT
002240         UNTIL END-OF-DUPSORT
002250            OR DK-KEY-TYPE NOT = WS-GROUP-TYPE
002260            OR DK-KEY-VALUE NOT = WS-GROUP-VALUE.
002270     IF GROUP-OVERFLOWED
002280         MOVE SPACES TO WS-ERR-TEXT
002290         STRING "WARNING - MORE THAN 100 CUSTOMERS SHARE "
002300                WS-GROUP-TYPE " KEY " WS-GROUP-VALUE (1:20)
002310             DELIMITED BY SIZE INTO WS-ERR-TEXT
002320         WRITE ERROUT-RECORD FROM WS-ERR-TEXT
002330         IF RETURN-CODE < 4
002340             MOVE 4 TO RETURN-CODE
002350         END-IF
002360     END-IF.
002370     IF WS-GRP-COUNT > 1
002380         PERFORM 2300-PAIR-OUTER THRU 2300-EXIT
002390             VARYING WS-GRP-I FROM 1 BY 1
002400             UNTIL WS-GRP-I NOT < WS-GRP-COUNT
002410     END-IF.
002420 2000-EXIT.
002430     EXIT.
002440 2100-READ-DUPSORT.
002450     READ DUPSORT-FILE
002460         AT END
002470             MOVE 'Y' TO WS-EOF-DUPSORT
002480         NOT AT END
002490             ADD 1 TO WS-CNT-KEYS
002500     END-READ.
002510 2100-EXIT.
002520     EXIT.
002530 2200-LOAD-ENTRY.
002540     IF WS-GRP-COUNT NOT < 100
002550         MOVE 'Y' TO WS-GRP-OVERFLOW
002560         ADD 1 TO WS-CNT-TRUNCATED
002570     ELSE
002580         ADD 1 TO WS-GRP-COUNT
002590         MOVE DK-CUST-ID TO WS-GRP-ID (WS-GRP-COUNT)
002600         MOVE DK-CUST-NAME TO WS-GRP-NAME (WS-GRP-COUNT)
002610         MOVE DK-NORM-NAME TO WS-GRP-NORM (WS-GRP-COUNT)
002620         MOVE DK-PHONE TO WS-GRP-PHONE (WS-GRP-COUNT)
002630         MOVE DK-ZIP TO WS-GRP-ZIP (WS-GRP-COUNT)
002640         MOVE DK-ADDR-1 TO WS-GRP-ADDR-1 (WS-GRP-COUNT)
002650     END-IF.
002660     PERFORM 2100-READ-DUPSORT THRU 2100-EXIT.
002670 2200-EXIT.
002680     EXIT.
002690 2300-PAIR-OUTER.
002700     COMPUTE WS-GRP-FIRST-J = WS-GRP-I + 1.
002710     PERFORM 2400-SCORE-PAIR THRU 2400-EXIT
002720         VARYING WS-GRP-J FROM WS-GRP-FIRST-J BY 1
002730         UNTIL WS-GRP-J > WS-GRP-COUNT.
002740 2300-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* SCORE ONE PAIR ON ALL THREE KEYS.  A PAIR SHARING SEVERAL KEYS
002780* TURNS UP IN SEVERAL GROUPS, SO IT IS REPORTED ONLY FROM THE
002790* STRONGEST KEY IT MATCHES - NAME, THEN PHONE, THEN ADDRESS -
002800* AND IS SKIPPED IN THE WEAKER GROUPS.
002810*----------------------------------------------------------------
002820 2400-SCORE-PAIR.
002830     MOVE "---" TO WS-MATCH-FLAGS.
002840     MOVE ZERO TO WS-SCORE.
002850     IF WS-GRP-NORM (WS-GRP-I) = WS-GRP-NORM (WS-GRP-J)
002860        AND WS-GRP-NORM (WS-GRP-I) NOT = SPACES
002870         MOVE "N" TO WS-MATCH-NAME
002880         ADD WS-WEIGHT-NAME TO WS-SCORE
002890     END-IF.
002900     IF WS-GRP-PHONE (WS-GRP-I) = WS-GRP-PHONE (WS-GRP-J)
002910        AND WS-GRP-PHONE (WS-GRP-I) NOT = SPACES
002920        AND WS-GRP-PHONE (WS-GRP-I) NOT = ZEROES
002930         MOVE "P" TO WS-MATCH-PHONE
002940         ADD WS-WEIGHT-PHONE TO WS-SCORE
002950     END-IF.
002960     IF WS-GRP-ZIP (WS-GRP-I) = WS-GRP-ZIP (WS-GRP-J)
002970        AND WS-GRP-ADDR-1 (WS-GRP-I) = WS-GRP-ADDR-1 (WS-GRP-J)
002980        AND WS-GRP-ZIP (WS-GRP-I) NOT = SPACES
002990        AND WS-GRP-ADDR-1 (WS-GRP-I) NOT = SPACES
003000         MOVE "A" TO WS-MATCH-ADDR
003010         ADD WS-WEIGHT-ADDR TO WS-SCORE
003020     END-IF.
003030     MOVE 'Y' TO WS-PAIR-WANTED.
003040     IF WS-GROUP-TYPE = "P" AND WS-MATCH-NAME = "N"
003050         MOVE 'N' TO WS-PAIR-WANTED
003060     END-IF.
003070     IF WS-GROUP-TYPE = "A"
003080        AND (WS-MATCH-NAME = "N" OR WS-MATCH-PHONE = "P")
003090         MOVE 'N' TO WS-PAIR-WANTED
003100     END-IF.
003110     IF PAIR-IS-WANTED
003120         PERFORM 2500-REPORT-PAIR THRU 2500-EXIT
003130     END-IF.
003140 2400-EXIT.
003150     EXIT.
003160*    THE GROUP IS IN CUSTOMER ID ORDER, SO ENTRY I IS ALWAYS THE
003170*    LOWER (OLDER) ID AND IS PROPOSED AS THE SURVIVOR.
003180 2500-REPORT-PAIR.
003190     ADD 1 TO WS-CNT-PAIRS.
003200     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
003210         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
003220     END-IF.
003230     MOVE WS-GRP-ID (WS-GRP-I) TO WS-RPT-DET-KEEP-ID.
003240     MOVE WS-GRP-NAME (WS-GRP-I) TO WS-RPT-DET-KEEP-NAME.
003250     MOVE WS-GRP-ID (WS-GRP-J) TO WS-RPT-DET-DUP-ID.
003260     MOVE WS-GRP-NAME (WS-GRP-J) TO WS-RPT-DET-DUP-NAME.
003270     MOVE WS-SCORE TO WS-RPT-DET-SCORE.
003280     MOVE WS-MATCH-FLAGS TO WS-RPT-DET-MATCH.
003290     MOVE SPACES TO WS-RPT-DET-PROPOSED.
003300     IF WS-SCORE NOT < WS-MIN-SCORE
003310         PERFORM 2550-HOLD-PROPOSAL THRU 2550-EXIT
003330     END-IF.
003340     WRITE DUPRPT-RECORD FROM WS-RPT-DETAIL
003350         AFTER ADVANCING 1 LINE.
003360     ADD 1 TO WS-RPT-LINE-COUNT.
003370 2500-EXIT.
003380     EXIT.
003381*----------------------------------------------------------------
003382* A CUSTOMER CAN BE MERGED AWAY ONLY ONCE, SO A DUPLICATE ID
003383* ALREADY PROPOSED UNDER AN EARLIER PAIR IS NOT PROPOSED AGAIN -
003384* THE PAIR IS PRINTED WITH PRIOR IN THE PROPOSAL COLUMN.  THE
003385* PROPOSAL IS HELD, NOT WRITTEN, UNTIL 9100.
003386*----------------------------------------------------------------
003387 2550-HOLD-PROPOSAL.
003388     MOVE WS-GRP-ID (WS-GRP-J) TO WS-FIND-ID.
003389     PERFORM 2560-FIND-PROPOSAL THRU 2560-EXIT.
003390     IF PROP-WAS-FOUND
003391         ADD 1 TO WS-CNT-PRIOR
003392         MOVE "PRIOR" TO WS-RPT-DET-PROPOSED
003393         GO TO 2550-EXIT
003394     END-IF.
003395     IF WS-PROP-COUNT NOT < 5000
003396         MOVE 'Y' TO WS-PROP-OVERFLOW
003397         ADD 1 TO WS-CNT-NOT-WRITTEN
003398         GO TO 2550-EXIT
003399     END-IF.
003400     ADD 1 TO WS-PROP-COUNT.
003401     MOVE WS-GRP-ID (WS-GRP-J) TO WS-PROP-DUP-ID (WS-PROP-COUNT).
003402     MOVE WS-GRP-ID (WS-GRP-I) TO WS-PROP-SURV-ID (WS-PROP-COUNT).
003403     MOVE "MERGE" TO WS-RPT-DET-PROPOSED.
003404 2550-EXIT.
003405     EXIT.
003406*    LOOKS WS-FIND-ID UP AS A PROPOSED DUPLICATE; WS-FOUND-IDX
003407*    IS ITS ENTRY WHEN PROP-WAS-FOUND.
003408 2560-FIND-PROPOSAL.
003409     MOVE 'N' TO WS-PROP-FOUND.
003410     PERFORM 2570-CHECK-PROPOSAL THRU 2570-EXIT
003411         VARYING WS-FIND-IDX FROM 1 BY 1
003412         UNTIL PROP-WAS-FOUND
003413            OR WS-FIND-IDX > WS-PROP-COUNT.
003414 2560-EXIT.
003415     EXIT.
003416 2570-CHECK-PROPOSAL.
003417     IF WS-PROP-DUP-ID (WS-FIND-IDX) = WS-FIND-ID
003418         MOVE 'Y' TO WS-PROP-FOUND
003419         MOVE WS-FIND-IDX TO WS-FOUND-IDX
003420     END-IF.
003421 2570-EXIT.
003422     EXIT.
003520 2600-PRINT-HEADINGS.
003530     ADD 1 TO WS-RPT-PAGE-NO.
003540     MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE.
003550     WRITE DUPRPT-RECORD FROM WS-RPT-HEAD1
003560         AFTER ADVANCING PAGE.
003570     WRITE DUPRPT-RECORD FROM WS-RPT-HEAD2
003580         AFTER ADVANCING 2 LINES.
003590     WRITE DUPRPT-RECORD FROM WS-RPT-CRIT
003600         AFTER ADVANCING 1 LINE.
003610     WRITE DUPRPT-RECORD FROM WS-RPT-HEAD3
003620         AFTER ADVANCING 2 LINES.
003630     MOVE ZERO TO WS-RPT-LINE-COUNT.
003640 2600-EXIT.
003650     EXIT.
003660 9000-TERMINATE.
003661     PERFORM 9100-WRITE-PROPOSAL THRU 9100-EXIT
003662         VARYING WS-PROP-IDX FROM 1 BY 1
003663         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
003664     IF PROP-TABLE-OVERFLOWED
003665         MOVE SPACES TO WS-ERR-TEXT
003666         STRING "WARNING - MORE THAN 5000 MERGES PROPOSED - "
003667                "THE REST ARE REPORTED BUT NOT WRITTEN"
003668             DELIMITED BY SIZE INTO WS-ERR-TEXT
003669         WRITE ERROUT-RECORD FROM WS-ERR-TEXT
003670         IF RETURN-CODE < 4
003671             MOVE 4 TO RETURN-CODE
003672         END-IF
003673     END-IF.
003674     MOVE "KEY RECORDS READ:" TO WS-RPT-TRL-LABEL.
003680     MOVE WS-CNT-KEYS TO WS-RPT-TRL-VALUE.
003690     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003700         AFTER ADVANCING 2 LINES.
003710     MOVE "DISTINCT KEYS:" TO WS-RPT-TRL-LABEL.
003720     MOVE WS-CNT-GROUPS TO WS-RPT-TRL-VALUE.
003730     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003740         AFTER ADVANCING 1 LINE.
003750     MOVE "CANDIDATE PAIRS:" TO WS-RPT-TRL-LABEL.
003760     MOVE WS-CNT-PAIRS TO WS-RPT-TRL-VALUE.
003770     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003780         AFTER ADVANCING 1 LINE.
003790     MOVE "MERGES PROPOSED:" TO WS-RPT-TRL-LABEL.
003800     MOVE WS-CNT-PROPOSED TO WS-RPT-TRL-VALUE.
003810     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003820         AFTER ADVANCING 1 LINE.
003830     MOVE "OVERSIZE KEYS NOT PAIRED:" TO WS-RPT-TRL-LABEL.
003840     MOVE WS-CNT-TRUNCATED TO WS-RPT-TRL-VALUE.
003850     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003860         AFTER ADVANCING 1 LINE.
003861     MOVE "DUP ALREADY PROPOSED:" TO WS-RPT-TRL-LABEL.
003862     MOVE WS-CNT-PRIOR TO WS-RPT-TRL-VALUE.
003863     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003864         AFTER ADVANCING 1 LINE.
003865     MOVE "SURVIVORS RE-POINTED:" TO WS-RPT-TRL-LABEL.
003866     MOVE WS-CNT-REPOINTED TO WS-RPT-TRL-VALUE.
003867     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003868         AFTER ADVANCING 1 LINE.
003869     MOVE "PROPOSALS NOT WRITTEN:" TO WS-RPT-TRL-LABEL.
003870     MOVE WS-CNT-NOT-WRITTEN TO WS-RPT-TRL-VALUE.
003871     WRITE DUPRPT-RECORD FROM WS-RPT-TRAILER
003872         AFTER ADVANCING 1 LINE.
003873     CLOSE DUPSORT-FILE.
003880     CLOSE DUPMERGE-FILE.
003890     CLOSE DUPRPT-FILE.
003900     CLOSE ERROUT-FILE.
003910 9000-EXIT.
003920     EXIT.
003921*----------------------------------------------------------------
003922* A PROPOSED MERGE IS AN ORDINARY CUSTNAME M TRANSACTION - THE
003923* SURVIVOR ID RIDES IN THE NAME FIELD - DATED TODAY SO THE
003924* PENDING SWEEP RELEASES IT ON THE FIRST NIGHT AFTER RELEASE.
003925* THE POSTING PASS TAKES THEM IN CUSTOMER ID ORDER, AND THE
003926* SURVIVOR IS ALWAYS THE LOWER ID, SO A MATCHED SURVIVOR THAT
003927* IS ITSELF PROPOSED AS A DUPLICATE WOULD ALREADY BE MERGED
003928* AWAY WHEN THIS ONE POSTS.  FOLLOW IT TO THE CUSTOMER AT THE
003929* END OF THE CHAIN - EVERY STEP IS TO A LOWER ID, SO THE CHASE
003930* ENDS - AND LIST THE RE-POINTED PROPOSAL FOR THE REVIEWER.
003931*----------------------------------------------------------------
003932 9100-WRITE-PROPOSAL.
003933     MOVE WS-PROP-SURV-ID (WS-PROP-IDX) TO WS-ROOT-ID.
003934     MOVE 'N' TO WS-ROOT-DONE.
003935     PERFORM 9150-FIND-ROOT THRU 9150-EXIT
003936         UNTIL ROOT-IS-FOUND.
003937     MOVE SPACES TO CUSTNAME-RECORD.
003938     MOVE WS-PROP-DUP-ID (WS-PROP-IDX) TO CN-CUST-ID.
003939     MOVE WS-ROOT-ID TO CN-SURVIVOR-ID.
003940     MOVE "M" TO CN-TRANS-CODE.
003941     MOVE WS-RUN-DATE TO CN-EFF-DATE-NUM.
003942     WRITE CUSTNAME-RECORD.
003943     ADD 1 TO WS-CNT-PROPOSED.
003944     IF WS-ROOT-ID NOT = WS-PROP-SURV-ID (WS-PROP-IDX)
003945         PERFORM 9200-LIST-REPOINT THRU 9200-EXIT
003946     END-IF.
003947 9100-EXIT.
003948     EXIT.
003949 9150-FIND-ROOT.
003950     MOVE WS-ROOT-ID TO WS-FIND-ID.
003951     PERFORM 2560-FIND-PROPOSAL THRU 2560-EXIT.
003952     IF PROP-WAS-FOUND
003953         MOVE WS-PROP-SURV-ID (WS-FOUND-IDX) TO WS-ROOT-ID
003954     ELSE
003955         MOVE 'Y' TO WS-ROOT-DONE
003956     END-IF.
003957 9150-EXIT.
003958     EXIT.
003959 9200-LIST-REPOINT.
003960     ADD 1 TO WS-CNT-REPOINTED.
003961     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
003962         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
003963         MOVE 'N' TO WS-REPOINT-HEADED
003964     END-IF.
003965     IF NOT REPOINT-IS-HEADED
003966         WRITE DUPRPT-RECORD FROM WS-RPT-HEAD4
003967             AFTER ADVANCING 2 LINES
003968         WRITE DUPRPT-RECORD FROM WS-RPT-HEAD5
003969             AFTER ADVANCING 1 LINE
003970         ADD 3 TO WS-RPT-LINE-COUNT
003971         MOVE 'Y' TO WS-REPOINT-HEADED
003972     END-IF.
003973     MOVE WS-PROP-DUP-ID (WS-PROP-IDX) TO WS-RPT-RP-DUP-ID.
003974     MOVE WS-PROP-SURV-ID (WS-PROP-IDX) TO WS-RPT-RP-MATCH-ID.
003975     MOVE WS-ROOT-ID TO WS-RPT-RP-ROOT-ID.
003976     WRITE DUPRPT-RECORD FROM WS-RPT-REPOINT
003977         AFTER ADVANCING 1 LINE.
003978     ADD 1 TO WS-RPT-LINE-COUNT.
003979 9200-EXIT.
003980     EXIT.

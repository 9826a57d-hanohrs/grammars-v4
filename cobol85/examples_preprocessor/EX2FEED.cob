000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2FEED.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  TAGS ONE NIGHTLY FEED FOR THE
000110*               SINGLE EXAMPLE2 POSTING PASS.  THE NIGHTLY JOB
000120*               RUNS IT ONCE PER FEED - RELEASED PENDING
000130*               CHANGES, RELEASED SUSPENSE, THE UPSTREAM DELTA
000140*               AND THE PORTAL DELTA - WITH THE FEED NAMED ON
000150*               THE PARM.  EVERY CUSTNAME RECORD OF THE FEED IS
000160*               APPENDED TO POSTFEED WITH THE FEED'S PRECEDENCE
000170*               ORDER AND SOURCE CODE (SEE POSTFEED-COPY), AND
000180*               THE FEED'S OWN CUSTCTL RECORD IS APPENDED TO
000190*               POSTCTL WITH THE SAME TAG (SEE POSTCTL-COPY), SO
000200*               THE ONE PASS CAN POST THE FEEDS IN PRECEDENCE
000210*               ORDER AND STILL BALANCE EACH AGAINST ITS OWN
000220*               CONTROL TOTALS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FEEDIN-FILE         ASSIGN TO FEEDIN
000310                                ORGANIZATION IS SEQUENTIAL.
000320     SELECT FEEDCTL-FILE        ASSIGN TO FEEDCTL
000330                                ORGANIZATION IS SEQUENTIAL.
000340     SELECT POSTFEED-FILE       ASSIGN TO POSTFEED
000350                                ORGANIZATION IS SEQUENTIAL.
000360     SELECT POSTCTL-FILE        ASSIGN TO POSTCTL
000370                                ORGANIZATION IS SEQUENTIAL.
000380     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000390                                ORGANIZATION IS SEQUENTIAL.
000400     SELECT EXCPLOG-FILE        ASSIGN TO EXCPLOG
000410                                ORGANIZATION IS SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FEEDIN-FILE
000450     RECORDING MODE IS F.
000460     COPY CUSTNAME-COPY.
000470 FD  FEEDCTL-FILE
000480     RECORDING MODE IS F.
000490     COPY CUSTCTL-COPY.
000500 FD  POSTFEED-FILE
000510     RECORDING MODE IS F.
000520     COPY POSTFEED-COPY.
000530 FD  POSTCTL-FILE
000540     RECORDING MODE IS F.
000550     COPY POSTCTL-COPY.
000560 FD  ERROUT-FILE
000570     RECORDING MODE IS F.
000580 01  ERROUT-RECORD                   PIC X(80).
000590 FD  EXCPLOG-FILE
000600     RECORDING MODE IS F.
000610     COPY EXCPLOG-COPY.
000620 WORKING-STORAGE SECTION.
000630*    THE FEEDS IN PRECEDENCE ORDER - THE PARM NAME AND THE SOURCE
000640*    CODE FOR EACH.  THE ENTRY NUMBER IS THE FEED ORDER.
000650 01  WS-FEED-NAMES.
000660     05  FILLER                      PIC X(09)   VALUE
000670         "PENDING R".
000680     05  FILLER                      PIC X(09)   VALUE
000690         "SUSPENSES".
000700     05  FILLER                      PIC X(09)   VALUE
000710         "UPSTREAMU".
000720     05  FILLER                      PIC X(09)   VALUE
000730         "PORTAL  P".
000740 01  WS-FEED-TABLE REDEFINES WS-FEED-NAMES.
000750     05  WS-FEED-ENTRY               OCCURS 4 TIMES.
000760         10  WS-FEED-NAME            PIC X(08).
000770         10  WS-FEED-CODE            PIC X(01).
000780 01  WS-FEED-IDX                 PIC 9(04)   COMP   VALUE ZERO.
000790 01  WS-FEED-ORDER               PIC 9(01)   VALUE ZERO.
000800 01  WS-PARM-FEED                PIC X(08)   VALUE SPACES.
000810 01  WS-SWITCHES.
000820     05  WS-EOF-FEEDIN               PIC X(01)   VALUE 'N'.
000830         88  END-OF-FEEDIN                       VALUE 'Y'.
000840 01  WS-COUNTERS.
000850     05  WS-CNT-TAGGED               PIC 9(06)  COMP  VALUE ZERO.
000860     05  WS-CNT-ED                   PIC ZZZZZ9.
000870 01  WS-ERR-TEXT                     PIC X(80).
000880 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
000890 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
000900 LINKAGE SECTION.
000910 01  LK-PARM-AREA.
000920     05  LK-PARM-LEN                 PIC S9(04)  COMP.
000930     05  LK-PARM-TEXT                PIC X(08).
000940 PROCEDURE DIVISION USING LK-PARM-AREA.
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000970     IF WS-FEED-ORDER > ZERO
000980         PERFORM 2000-TAG-RECORD THRU 2000-EXIT
000990             UNTIL END-OF-FEEDIN
001000     END-IF.
001010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001020     STOP RUN.
001030 1000-INITIALIZE.
001040     OPEN OUTPUT ERROUT-FILE.
001050     OPEN EXTEND EXCPLOG-FILE.
001060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001070     MOVE SPACES TO WS-PARM-FEED.
001080     IF LK-PARM-LEN > 0 AND LK-PARM-LEN NOT > 8
001090         MOVE LK-PARM-TEXT (1:LK-PARM-LEN) TO WS-PARM-FEED
001100     END-IF.
001110     MOVE ZERO TO WS-FEED-ORDER.
001120     PERFORM 1100-FIND-FEED THRU 1100-EXIT
001130         VARYING WS-FEED-IDX FROM 1 BY 1
001140         UNTIL WS-FEED-IDX > 4
001150            OR WS-FEED-ORDER > ZERO.
001160*    AN UNKNOWN FEED NAME TAGS NOTHING - POSTING THE RECORDS
001170*    UNDER A GUESSED SOURCE WOULD BALANCE THEM AGAINST THE WRONG
001180*    CONTROL RECORD.
001190     IF WS-FEED-ORDER = ZERO
001200         MOVE SPACES TO WS-ERR-TEXT
001210         STRING "ERROR - PARM FEED NAME '" WS-PARM-FEED
001220                "' UNKNOWN - NOTHING TAGGED"
001230             DELIMITED BY SIZE INTO WS-ERR-TEXT
001240         MOVE "FE001 " TO XL-MSG-CODE
001250         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
001260         MOVE 8 TO RETURN-CODE
001270         GO TO 1000-EXIT
001280     END-IF.
001290     OPEN INPUT FEEDIN-FILE.
001300     OPEN INPUT FEEDCTL-FILE.
001310     OPEN EXTEND POSTFEED-FILE.
001320     OPEN EXTEND POSTCTL-FILE.
001330*    WITH NO CONTROL RECORD THE RECORDS ARE STILL TAGGED - THE
001340*    POSTING PASS FAILS THAT FEED'S BALANCE, AS IT DID WHEN EACH
001350*    FEED HAD ITS OWN PASS, SO THIS IS ONLY A WARNING HERE AND
001351*    THE OTHER FEEDS STILL POST.
001360     READ FEEDCTL-FILE
001370         AT END
001380             MOVE SPACES TO WS-ERR-TEXT
001390             STRING "WARNING - " DELIMITED BY SIZE
001391                    WS-PARM-FEED DELIMITED BY SPACE
001400                    " CUSTCTL IS EMPTY - NO CONTROL RECORD"
001410                 DELIMITED BY SIZE INTO WS-ERR-TEXT
001420             MOVE "FE002 " TO XL-MSG-CODE
001430             PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
001440             MOVE 4 TO RETURN-CODE
001450         NOT AT END
001460             MOVE CUSTCTL-RECORD TO PC-CONTROL-DATA
001470             MOVE WS-FEED-ORDER TO PC-FEED-ORDER
001480             MOVE WS-FEED-CODE (WS-FEED-ORDER) TO PC-FEED-SOURCE
001490             WRITE POSTCTL-RECORD
001500     END-READ.
001510     CLOSE FEEDCTL-FILE.
001520     PERFORM 2100-READ-FEEDIN THRU 2100-EXIT.
001530 1000-EXIT.
001540     EXIT.
001550 1100-FIND-FEED.
001560     IF WS-FEED-NAME (WS-FEED-IDX) = WS-PARM-FEED
001570         MOVE WS-FEED-IDX TO WS-FEED-ORDER
001580     END-IF.
001590 1100-EXIT.
001600     EXIT.
001610 2000-TAG-RECORD.
001620     MOVE CUSTNAME-RECORD TO PF-FEED-DATA.
001630     MOVE WS-FEED-ORDER TO PF-FEED-ORDER.
001640     MOVE WS-FEED-CODE (WS-FEED-ORDER) TO PF-FEED-SOURCE.
001650     WRITE POSTFEED-RECORD.
001660     ADD 1 TO WS-CNT-TAGGED.
001670     PERFORM 2100-READ-FEEDIN THRU 2100-EXIT.
001680 2000-EXIT.
001690     EXIT.
001700 2100-READ-FEEDIN.
001710     READ FEEDIN-FILE
001720         AT END
001730             MOVE 'Y' TO WS-EOF-FEEDIN
001740     END-READ.
001750 2100-EXIT.
001760     EXIT.
001770 9000-TERMINATE.
001780     IF WS-FEED-ORDER > ZERO
001790         MOVE WS-CNT-TAGGED TO WS-CNT-ED
001800         MOVE SPACES TO WS-ERR-TEXT
001810         STRING "INFO - " DELIMITED BY SIZE
001811                WS-PARM-FEED DELIMITED BY SPACE
001812                " RECORDS TAGGED: " WS-CNT-ED
001830             DELIMITED BY SIZE INTO WS-ERR-TEXT
001840         MOVE "FE003 " TO XL-MSG-CODE
001850         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
001860         CLOSE FEEDIN-FILE
001870         CLOSE POSTFEED-FILE
001880         CLOSE POSTCTL-FILE
001890     END-IF.
001900     CLOSE ERROUT-FILE.
001910     CLOSE EXCPLOG-FILE.
001920 9000-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
001960* THE COMMON NIGHTLY LOG (SHARED LAYOUT EXCPLOG-COPY) FOR THE
001970* EX2EXCR MORNING SUMMARY.  THE CALLER SETS XL-MSG-CODE BEFORE
001980* BUILDING THE MESSAGE; SEVERITY COMES FROM THE MESSAGE PREFIX.
001990*----------------------------------------------------------------
002000 9700-WRITE-ERROR.
002010     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
002020     PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
002030 9700-EXIT.
002040     EXIT.
002050 9800-WRITE-EXCEPTION.
002060     MOVE WS-RUN-DATE TO XL-RUN-DATE.
002070     ACCEPT WS-LOG-TIME FROM TIME.
002080     MOVE WS-LOG-TIME TO XL-RUN-TIME.
002090     MOVE "EX2FEED " TO XL-PROGRAM-ID.
002100     IF WS-ERR-TEXT (1:5) = "ERROR"
002110         MOVE "E" TO XL-SEVERITY
002120     ELSE
002130     IF WS-ERR-TEXT (1:7) = "WARNING"
002140         MOVE "W" TO XL-SEVERITY
002150     ELSE
002160         MOVE "I" TO XL-SEVERITY
002170     END-IF
002180     END-IF.
002190     MOVE WS-ERR-TEXT TO XL-MSG-TEXT.
002200     WRITE EXCPLOG-RECORD.
002210     MOVE SPACES TO XL-MSG-CODE.
002220     MOVE SPACES TO XL-CUST-ID.
002230 9800-EXIT.
002240     EXIT.

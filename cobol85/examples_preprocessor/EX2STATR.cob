000230* 09/02/26  RH  THE RUN-HISTORY RECORD NOW CARRIES RS-MERGES FOR
000240*               THE NEW CUSTOMER MERGE TRANSACTION - MERGES ARE
000250*               TOTALED IN THE END-OF-REPORT SUMMARY.
000251* 10/15/26  RH  THE RUN-HISTORY RECORD NOW CARRIES THE FEED
000252*               SOURCE - EACH PASS THAT POSTED THE SELF-SERVICE
000253*               PORTAL FEED IS MARKED PORTAL IN A NEW SOURCE
000254*               COLUMN.  RUNSTATS IS NOW 110 BYTES.
000255* 10/15/26  RH  THE NIGHTLY POSTING NOW TAKES EVERY FEED IN ONE
000256*               PASS.  EACH RUN LINE IS FOLLOWED BY ONE LINE PER
000257*               FEED IN THE PASS FROM THE RUNSTATS BREAKDOWN -
000258*               RUN NUMBER, READ, POSTED, REJECTED AND THE FEED'S
000259*               OWN BALANCE.  RUNSTATS IS NOW 220 BYTES.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000750     05  WS-RUN-DATE-YYYY            PIC 9(04).
000760     05  WS-RUN-DATE-MM              PIC 9(02).
000770     05  WS-RUN-DATE-DD              PIC 9(02).
000771 01  WS-SRC-IDX                      PIC 9(04)  COMP  VALUE ZERO.
000772*    FEED NAMES IN PRECEDENCE ORDER, THE ORDER OF THE RUNSTATS
000773*    BREAKDOWN ENTRIES.
000774 01  WS-SRC-NAMES.
000775     05  FILLER                      PIC X(08)   VALUE "PENDING ".
000776     05  FILLER                      PIC X(08)   VALUE "SUSPENSE".
000777     05  FILLER                      PIC X(08)   VALUE "UPSTREAM".
000778     05  FILLER                      PIC X(08)   VALUE "PORTAL  ".
000779 01  WS-SRC-NAME-TABLE REDEFINES WS-SRC-NAMES.
000780     05  WS-SRC-NAME                 PIC X(08)   OCCURS 4 TIMES.
000781 01  WS-RPT-CONTROLS.
000790     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
000800     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000810     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
001050     05  FILLER                  PIC X(07)  VALUE "  REJS".
001060     05  FILLER                  PIC X(07)  VALUE " FAILS".
001070     05  FILLER                  PIC X(05)  VALUE " BAL".
001075     05  FILLER                  PIC X(07)  VALUE " SOURCE".
001080 01  WS-RPT-DETAIL.
001090     05  FILLER                  PIC X(01)  VALUE SPACES.
001100     05  WS-RPT-DET-DATE         PIC X(08).
001180     05  WS-RPT-DET-FAILS        PIC ZZZ,ZZ9.
001190     05  FILLER                  PIC X(01)  VALUE SPACES.
001200     05  WS-RPT-DET-BAL          PIC X(04).
001201     05  FILLER                  PIC X(01)  VALUE SPACES.
001202     05  WS-RPT-DET-SOURCE       PIC X(06).
001203     05  FILLER                  PIC X(09)  VALUE SPACES.
001204 01  WS-RPT-SRC-LINE.
001205     05  FILLER                  PIC X(03)  VALUE SPACES.
001206     05  WS-RPT-SRC-NAME         PIC X(09).
001207     05  FILLER                  PIC X(05)  VALUE "RUN: ".
001208     05  WS-RPT-SRC-RUN-NO       PIC ZZZZZ9.
001209     05  FILLER                  PIC X(08)  VALUE "  READ: ".
001210     05  WS-RPT-SRC-READ         PIC ZZZ,ZZ9.
001211     05  FILLER                  PIC X(10)  VALUE "  POSTED: ".
001212     05  WS-RPT-SRC-POSTED       PIC ZZZ,ZZ9.
001213     05  FILLER                  PIC X(08)  VALUE "  REJS: ".
001214     05  WS-RPT-SRC-REJS         PIC ZZZ,ZZ9.
001215     05  FILLER                  PIC X(02)  VALUE SPACES.
001216     05  WS-RPT-SRC-BAL          PIC X(04).
001217     05  FILLER                  PIC X(04)  VALUE SPACES.
001220 01  WS-RPT-TOTAL-LINE.
001230     05  FILLER                  PIC X(01)  VALUE SPACES.
001240     05  FILLER                  PIC X(08)  VALUE "TOTALS".
001950     MOVE RS-VALID-REJECTS TO WS-RPT-DET-REJS.
001960     MOVE RS-CUSTMAST-FAILS TO WS-RPT-DET-FAILS.
001970     MOVE RS-BALANCE-RESULT TO WS-RPT-DET-BAL.
001971     IF RS-FROM-PORTAL
001972         MOVE "PORTAL" TO WS-RPT-DET-SOURCE
001973     ELSE
001974         MOVE SPACES TO WS-RPT-DET-SOURCE
001975     END-IF.
001980     WRITE STATRPT-RECORD FROM WS-RPT-DETAIL
001990         AFTER ADVANCING 1 LINE.
002000     ADD 1 TO WS-RPT-LINE-COUNT.
002002     PERFORM 2250-PRINT-SOURCE-LINE THRU 2250-EXIT
002004         VARYING WS-SRC-IDX FROM 1 BY 1
002006         UNTIL WS-SRC-IDX > 4.
002010 2200-EXIT.
002011     EXIT.
002012*----------------------------------------------------------------
002013* ONE LINE PER FEED THE PASS POSTED.  RUNS FROM BEFORE THE
002014* COMBINED PASS HAVE NO BREAKDOWN AND PRINT NONE.
002015*----------------------------------------------------------------
002016 2250-PRINT-SOURCE-LINE.
002017     IF RS-SRC-CODE (WS-SRC-IDX) = SPACE
002018         GO TO 2250-EXIT
002019     END-IF.
002020     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
002021         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
002022     END-IF.
002023     MOVE WS-SRC-NAME (WS-SRC-IDX) TO WS-RPT-SRC-NAME.
002024     MOVE RS-SRC-RUN-NO (WS-SRC-IDX) TO WS-RPT-SRC-RUN-NO.
002025     MOVE RS-SRC-READ (WS-SRC-IDX) TO WS-RPT-SRC-READ.
002026     MOVE RS-SRC-POSTED (WS-SRC-IDX) TO WS-RPT-SRC-POSTED.
002027     MOVE RS-SRC-REJECTS (WS-SRC-IDX) TO WS-RPT-SRC-REJS.
002028     MOVE RS-SRC-BALANCE (WS-SRC-IDX) TO WS-RPT-SRC-BAL.
002029     WRITE STATRPT-RECORD FROM WS-RPT-SRC-LINE
002030         AFTER ADVANCING 1 LINE.
002031     ADD 1 TO WS-RPT-LINE-COUNT.
002032 2250-EXIT.
002033     EXIT.
002034 2300-ACCUMULATE.
002040     ADD 1 TO WS-TOT-RUNS.
002050     ADD RS-RECORDS-READ TO WS-TOT-READ.
002060     ADD RS-ADDS TO WS-TOT-ADDS.

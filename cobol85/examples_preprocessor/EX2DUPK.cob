000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2DUPK.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  FIRST STEP OF THE EX2DUPS
000110*               DUPLICATE-CUSTOMER SWEEP.  READS CUSTMAST AND,
000120*               FOR EVERY ACTIVE CUSTOMER, WRITES ONE MATCH KEY
000130*               RECORD (SHARED LAYOUT DUPKEY-COPY) PER KEY THE
000140*               CUSTOMER HAS: THE NORMALIZED NAME, THE PHONE
000150*               NUMBER, AND THE ZIP CODE PLUS ADDRESS LINE 1.
000160*               THE NAME IS NORMALIZED BY FOLDING TO UPPER CASE,
000170*               BLANKING PUNCTUATION, DROPPING COMPANY SUFFIX
000180*               AND NOISE WORDS (INC, CORP, CO, LLC, LTD, THE,
000190*               AND ...) AND SORTING THE REMAINING WORDS, SO
000200*               "SMITH, JOHN" AND "JOHN SMITH" - OR "ACME CORP"
000210*               AND "THE ACME CO." - PRODUCE THE SAME KEY.  THE
000220*               JOB SORTS THE KEYS SO EX2DUPS SEES EVERY
000230*               CUSTOMER SHARING A KEY TOGETHER.  DELETED AND
000240*               MERGED CUSTOMERS ARE NOT CANDIDATES.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DUPKEY-FILE         ASSIGN TO DUPKEY
000330                                ORGANIZATION IS SEQUENTIAL.
000340     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000350                                ORGANIZATION IS SEQUENTIAL.
000360     SELECT CUSTMAST-FILE       ASSIGN TO CUSTMAST
000370                                ORGANIZATION IS INDEXED
000380                                ACCESS MODE IS DYNAMIC
000390                                RECORD KEY IS CM-CUST-ID
000400                                FILE STATUS IS WS-CUSTMAST-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DUPKEY-FILE
000440     RECORDING MODE IS F.
000450     COPY DUPKEY-COPY.
000460 FD  ERROUT-FILE
000470     RECORDING MODE IS F.
000480 01  ERROUT-RECORD                   PIC X(80).
000490 FD  CUSTMAST-FILE.
000500     COPY CUSTMAST-COPY.
000510 WORKING-STORAGE SECTION.
000520 01  WS-CUSTMAST-STATUS              PIC X(02)   VALUE SPACES.
000530 01  WS-SWITCHES.
000540     05  WS-EOF-CUSTMAST             PIC X(01)   VALUE 'N'.
000550         88  END-OF-CUSTMAST                     VALUE 'Y'.
000560     05  WS-NOISE-MATCHED            PIC X(01)   VALUE 'N'.
000570         88  WORD-IS-NOISE                       VALUE 'Y'.
000580 01  WS-COUNTERS.
000590     05  WS-CNT-EXAMINED             PIC 9(06)  COMP  VALUE ZERO.
000600     05  WS-CNT-ACTIVE               PIC 9(06)  COMP  VALUE ZERO.
000610     05  WS-CNT-INACTIVE             PIC 9(06)  COMP  VALUE ZERO.
000620     05  WS-CNT-NAME-KEYS            PIC 9(06)  COMP  VALUE ZERO.
000630     05  WS-CNT-PHONE-KEYS           PIC 9(06)  COMP  VALUE ZERO.
000640     05  WS-CNT-ADDR-KEYS            PIC 9(06)  COMP  VALUE ZERO.
000650     05  WS-CNT-ED                   PIC ZZZ,ZZ9.
000660*----------------------------------------------------------------
000670* NAME NORMALIZATION WORK AREAS.  THE NAME IS SPLIT INTO AT MOST
000680* EIGHT WORDS; THE KEPT (NON-NOISE) WORDS ARE SORTED INTO
000690* ASCENDING ORDER BEFORE THEY ARE STRUNG BACK TOGETHER.
000700*----------------------------------------------------------------
000710 01  WS-NORM-FIELDS.
000720     05  WS-NORM-WORK                PIC X(30).
000730     05  WS-NORM-NAME                PIC X(30).
000740     05  WS-NORM-PTR                 PIC 9(04)  COMP  VALUE ZERO.
000750     05  WS-WORD-COUNT               PIC 9(04)  COMP  VALUE ZERO.
000760     05  WS-KEEP-COUNT               PIC 9(04)  COMP  VALUE ZERO.
000770     05  WS-WORD-IDX                 PIC 9(04)  COMP  VALUE ZERO.
000780     05  WS-SORT-IDX                 PIC 9(04)  COMP  VALUE ZERO.
000790     05  WS-SORT-NEXT                PIC 9(04)  COMP  VALUE ZERO.
000800     05  WS-NOISE-IDX                PIC 9(04)  COMP  VALUE ZERO.
000810     05  WS-SWAP-WORD                PIC X(30).
000820 01  WS-WORD-TABLE.
000830     05  WS-WORD                     PIC X(30)  OCCURS 8 TIMES.
000840 01  WS-KEEP-TABLE.
000850     05  WS-KEEP-WORD                PIC X(30)  OCCURS 8 TIMES.
000860*    LOWER CASE AND PUNCTUATION ARE TRANSLATED IN ONE INSPECT -
000870*    EACH FROM-CHARACTER LINES UP WITH ITS TO-CHARACTER.
000880 01  WS-CONVERT-FROM                 PIC X(40)   VALUE
000890     "abcdefghijklmnopqrstuvwxyz.,;:'""-&/()#!*".
000900 01  WS-CONVERT-TO                   PIC X(40)   VALUE
000910     "ABCDEFGHIJKLMNOPQRSTUVWXYZ              ".
000920*    COMPANY SUFFIXES AND NOISE WORDS DROPPED FROM THE NAME KEY.
000930 01  WS-NOISE-VALUES.
000940     05  FILLER                      PIC X(12)   VALUE "INC".
000950     05  FILLER                      PIC X(12)   VALUE
000960         "INCORPORATED".
000970     05  FILLER                      PIC X(12)   VALUE "CORP".
000980     05  FILLER                      PIC X(12)   VALUE
000990         "CORPORATION".
001000     05  FILLER                      PIC X(12)   VALUE "CO".
001010     05  FILLER                      PIC X(12)   VALUE "COMPANY".
001020     05  FILLER                      PIC X(12)   VALUE "LLC".
001030     05  FILLER                      PIC X(12)   VALUE "LLP".
001040     05  FILLER                      PIC X(12)   VALUE "LTD".
001050     05  FILLER                      PIC X(12)   VALUE "LIMITED".
001060     05  FILLER                      PIC X(12)   VALUE "THE".
001070     05  FILLER                      PIC X(12)   VALUE "AND".
001080 01  WS-NOISE-TABLE REDEFINES WS-NOISE-VALUES.
001090     05  WS-NOISE-WORD               PIC X(12)  OCCURS 12 TIMES.
001100 01  WS-NOISE-COUNT                  PIC 9(04)  COMP  VALUE 12.
001110 01  WS-ERR-TEXT                     PIC X(80).
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-BUILD-KEYS THRU 2000-EXIT
001160         UNTIL END-OF-CUSTMAST.
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001180     STOP RUN.
001190 1000-INITIALIZE.
001200     OPEN INPUT CUSTMAST-FILE.
001210     OPEN OUTPUT DUPKEY-FILE.
001220     OPEN OUTPUT ERROUT-FILE.
001230     MOVE LOW-VALUES TO CM-CUST-ID.
001240     START CUSTMAST-FILE
001250         KEY IS NOT LESS THAN CM-CUST-ID
001260         INVALID KEY
001270             MOVE 'Y' TO WS-EOF-CUSTMAST
001280     END-START.
001290     IF NOT END-OF-CUSTMAST
001300         PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340 2000-BUILD-KEYS.
001350     ADD 1 TO WS-CNT-EXAMINED.
001360     IF CM-DELETED OR CM-MERGED
001370         ADD 1 TO WS-CNT-INACTIVE
001380     ELSE
001390         ADD 1 TO WS-CNT-ACTIVE
001400         PERFORM 2200-NORMALIZE-NAME THRU 2200-EXIT
001410         PERFORM 2500-WRITE-KEYS THRU 2500-EXIT
001420     END-IF.
001430     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
001440 2000-EXIT.
001450     EXIT.
001460 2100-READ-CUSTMAST.
001470     READ CUSTMAST-FILE NEXT RECORD
001480         AT END
001490             MOVE 'Y' TO WS-EOF-CUSTMAST
001500     END-READ.
001510*    A FAILED OPEN OR START SURFACES HERE AS A NON-ZERO STATUS
001520*    WITHOUT RAISING AT END - STOP THE LOOP INSTEAD OF SPINNING.
001530     IF NOT END-OF-CUSTMAST
001540         IF WS-CUSTMAST-STATUS NOT = "00"
001550             MOVE SPACES TO WS-ERR-TEXT
001560             STRING "ERROR - CUSTMAST READ FAILED - STATUS "
001570                    WS-CUSTMAST-STATUS
001580                 DELIMITED BY SIZE INTO WS-ERR-TEXT
001590             WRITE ERROUT-RECORD FROM WS-ERR-TEXT
001600             MOVE 8 TO RETURN-CODE
001610             MOVE 'Y' TO WS-EOF-CUSTMAST
001620         END-IF
001630     END-IF.
001640 2100-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670* BUILD THE NORMALIZED NAME KEY IN WS-NORM-NAME.  A NAME MADE UP
001680* ENTIRELY OF NOISE WORDS NORMALIZES TO SPACES AND GETS NO NAME
001690* KEY AT ALL.
001700*----------------------------------------------------------------
001710 2200-NORMALIZE-NAME.
001720     MOVE CM-CUST-NAME TO WS-NORM-WORK.
001730     INSPECT WS-NORM-WORK
001740         CONVERTING WS-CONVERT-FROM TO WS-CONVERT-TO.
001750     MOVE SPACES TO WS-WORD-TABLE.
001760     MOVE SPACES TO WS-KEEP-TABLE.
001770     MOVE ZERO TO WS-WORD-COUNT.
001780     MOVE ZERO TO WS-KEEP-COUNT.
001790     UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
001800         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
001810              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
001820         TALLYING IN WS-WORD-COUNT
001830     END-UNSTRING.
001840     PERFORM 2210-KEEP-WORD THRU 2210-EXIT
001850         VARYING WS-WORD-IDX FROM 1 BY 1
001860         UNTIL WS-WORD-IDX > 8.
001870     IF WS-KEEP-COUNT > 1
001880         PERFORM 2230-SORT-PASS THRU 2230-EXIT
001890             VARYING WS-SORT-IDX FROM 1 BY 1
001900             UNTIL WS-SORT-IDX NOT < WS-KEEP-COUNT
001910     END-IF.
001920     MOVE SPACES TO WS-NORM-NAME.
001930     MOVE 1 TO WS-NORM-PTR.
001940     PERFORM 2250-STRING-WORD THRU 2250-EXIT
001950         VARYING WS-WORD-IDX FROM 1 BY 1
001960         UNTIL WS-WORD-IDX > WS-KEEP-COUNT.
001970 2200-EXIT.
001980     EXIT.
001990*    A LEADING SPACE LEAVES THE FIRST UNSTRING RECEIVER BLANK,
002000*    SO BLANK WORDS ARE SKIPPED HERE ALONG WITH THE NOISE WORDS.
002010 2210-KEEP-WORD.
002020     IF WS-WORD (WS-WORD-IDX) = SPACES
002030         GO TO 2210-EXIT
002040     END-IF.
002050     MOVE 'N' TO WS-NOISE-MATCHED.
002060     PERFORM 2220-CHECK-NOISE THRU 2220-EXIT
002070         VARYING WS-NOISE-IDX FROM 1 BY 1
002080         UNTIL WS-NOISE-IDX > WS-NOISE-COUNT
002090            OR WORD-IS-NOISE.
002100     IF NOT WORD-IS-NOISE
002110         ADD 1 TO WS-KEEP-COUNT
002120         MOVE WS-WORD (WS-WORD-IDX)
002130             TO WS-KEEP-WORD (WS-KEEP-COUNT)
002140     END-IF.
002150 2210-EXIT.
002160     EXIT.
002170 2220-CHECK-NOISE.
002180     IF WS-WORD (WS-WORD-IDX) = WS-NOISE-WORD (WS-NOISE-IDX)
002190         MOVE 'Y' TO WS-NOISE-MATCHED
002200     END-IF.
002210 2220-EXIT.
002220     EXIT.
002230*    ONE BUBBLE PASS - AT MOST EIGHT WORDS, SO NOTHING CLEVERER
002240*    IS WORTH IT.
002250 2230-SORT-PASS.
002260     PERFORM 2240-SORT-COMPARE THRU 2240-EXIT
002270         VARYING WS-WORD-IDX FROM 1 BY 1
002280         UNTIL WS-WORD-IDX > WS-KEEP-COUNT - WS-SORT-IDX.
002290 2230-EXIT.
002300     EXIT.
002310 2240-SORT-COMPARE.
002320     COMPUTE WS-SORT-NEXT = WS-WORD-IDX + 1.
002330     IF WS-KEEP-WORD (WS-WORD-IDX) > WS-KEEP-WORD (WS-SORT-NEXT)
002340         MOVE WS-KEEP-WORD (WS-WORD-IDX) TO WS-SWAP-WORD
002350         MOVE WS-KEEP-WORD (WS-SORT-NEXT)
002360             TO WS-KEEP-WORD (WS-WORD-IDX)
002370         MOVE WS-SWAP-WORD TO WS-KEEP-WORD (WS-SORT-NEXT)
002380     END-IF.
002390 2240-EXIT.
002400     EXIT.
002410 2250-STRING-WORD.
002420     IF WS-WORD-IDX > 1
002430         STRING " " DELIMITED BY SIZE
002440             INTO WS-NORM-NAME WITH POINTER WS-NORM-PTR
002450             ON OVERFLOW
002460                 CONTINUE
002470         END-STRING
002480     END-IF.
002490     STRING WS-KEEP-WORD (WS-WORD-IDX) DELIMITED BY SPACE
002500         INTO WS-NORM-NAME WITH POINTER WS-NORM-PTR
002510         ON OVERFLOW
002520             CONTINUE
002530     END-STRING.
002540 2250-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* ONE KEY RECORD PER KEY THE CUSTOMER ACTUALLY HAS.  A BLANK OR
002580* ALL-ZERO PHONE AND AN ADDRESS WITHOUT BOTH A ZIP AND A FIRST
002590* LINE ARE NOT KEYS - THEY WOULD PAIR EVERY CUSTOMER MISSING
002600* THE SAME DATA.
002610*----------------------------------------------------------------
002620 2500-WRITE-KEYS.
002630     MOVE SPACES TO DUPKEY-RECORD.
002640     MOVE CM-CUST-ID TO DK-CUST-ID.
002650     MOVE CM-CUST-NAME TO DK-CUST-NAME.
002660     MOVE WS-NORM-NAME TO DK-NORM-NAME.
002670     MOVE CM-CUST-PHONE TO DK-PHONE.
002680     MOVE CM-CUST-ZIP TO DK-ZIP.
002690     MOVE CM-CUST-ADDR-1 TO DK-ADDR-1.
002700     IF WS-NORM-NAME NOT = SPACES
002710         MOVE "N" TO DK-KEY-TYPE
002720         MOVE WS-NORM-NAME TO DK-KEY-VALUE
002730         WRITE DUPKEY-RECORD
002740         ADD 1 TO WS-CNT-NAME-KEYS
002750     END-IF.
002760     IF CM-CUST-PHONE NOT = SPACES
002770        AND CM-CUST-PHONE NOT = ZEROES
002780         MOVE "P" TO DK-KEY-TYPE
002790         MOVE CM-CUST-PHONE TO DK-KEY-VALUE
002800         WRITE DUPKEY-RECORD
002810         ADD 1 TO WS-CNT-PHONE-KEYS
002820     END-IF.
002830     IF CM-CUST-ZIP NOT = SPACES
002840        AND CM-CUST-ADDR-1 NOT = SPACES
002850         MOVE "A" TO DK-KEY-TYPE
002860         MOVE SPACES TO DK-KEY-VALUE
002870         STRING CM-CUST-ZIP CM-CUST-ADDR-1
002880             DELIMITED BY SIZE INTO DK-KEY-VALUE
002890         WRITE DUPKEY-RECORD
002900         ADD 1 TO WS-CNT-ADDR-KEYS
002910     END-IF.
002920 2500-EXIT.
002930     EXIT.
002940 9000-TERMINATE.
002950     MOVE WS-CNT-EXAMINED TO WS-CNT-ED.
002960     MOVE SPACES TO WS-ERR-TEXT.
002970     STRING "INFO - CUSTOMERS EXAMINED:       " WS-CNT-ED
002980         DELIMITED BY SIZE INTO WS-ERR-TEXT.
002990     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
003000     MOVE WS-CNT-INACTIVE TO WS-CNT-ED.
003010     MOVE SPACES TO WS-ERR-TEXT.
003020     STRING "INFO - DELETED/MERGED SKIPPED:   " WS-CNT-ED
003030         DELIMITED BY SIZE INTO WS-ERR-TEXT.
003040     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
003050     MOVE WS-CNT-NAME-KEYS TO WS-CNT-ED.
003060     MOVE SPACES TO WS-ERR-TEXT.
003070     STRING "INFO - NAME KEYS WRITTEN:        " WS-CNT-ED
003080         DELIMITED BY SIZE INTO WS-ERR-TEXT.
003090     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
003100     MOVE WS-CNT-PHONE-KEYS TO WS-CNT-ED.
003110     MOVE SPACES TO WS-ERR-TEXT.
003120     STRING "INFO - PHONE KEYS WRITTEN:       " WS-CNT-ED
003130         DELIMITED BY SIZE INTO WS-ERR-TEXT.
003140     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
003150     MOVE WS-CNT-ADDR-KEYS TO WS-CNT-ED.
003160     MOVE SPACES TO WS-ERR-TEXT.
003170     STRING "INFO - ADDRESS KEYS WRITTEN:     " WS-CNT-ED
003180         DELIMITED BY SIZE INTO WS-ERR-TEXT.
003190     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
003200     CLOSE CUSTMAST-FILE.
003210     CLOSE DUPKEY-FILE.
003220     CLOSE ERROUT-FILE.
003230 9000-EXIT.
003240     EXIT.

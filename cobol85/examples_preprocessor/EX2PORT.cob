000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2PORT.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  INTAKE CONVERTER FOR THE CUSTOMER
000110*               SELF-SERVICE PORTAL FEED.  THE PORTAL SENDS NAME
000120*               AND ADDRESS UPDATES AS A COMMA-DELIMITED FILE
000130*               WITH QUOTED FIELDS AND CANNOT CUT THE 146-BYTE
000140*               CUSTNAME LAYOUT OR A CUSTCTL RECORD.  EACH ROW
000150*               IS PARSED, EDITED AND WRITTEN AS A CUSTNAME
000160*               CHANGE (TRANS CODE C) FOR THE SORT AND THE
000170*               EX2DELTA MATCH THAT FOLLOW; A ROW THAT CANNOT BE
000180*               CONVERTED GOES TO THE PORTERR REJECT FILE WITH
000190*               ITS ROW NUMBER AND REASON.  A CUSTCTL-FORMAT
000200*               CONTROL RECORD IS CUT FOR WHAT WAS WRITTEN,
000210*               CARRYING THE PORTAL'S OWN RUN NUMBER AND EXTRACT
000220*               DATE FROM ITS HEADER ROW, SO THE PORTAL FEED IS
000230*               BALANCED AND PROTECTED FROM A DUPLICATE RUN THE
000240*               SAME WAY AS THE UPSTREAM EXTRACT.
000250*----------------------------------------------------------------
000260* THE PORTAL FILE.  FIXED 400-BYTE LINES, BLANK PADDED.  FIELDS
000270* ARE SEPARATED BY COMMAS; ANY FIELD MAY BE ENCLOSED IN DOUBLE
000280* QUOTES AND MUST BE WHEN IT HOLDS A COMMA OR A QUOTE.  A QUOTE
000290* INSIDE A QUOTED FIELD IS WRITTEN TWICE.  THE FIRST FIELD
000300* GIVES THE ROW TYPE:
000310*     H,RUN NUMBER,EXTRACT DATE                 FIRST ROW ONLY
000320*     D,CUSTOMER ID,NAME,ADDRESS LINE 1,ADDRESS LINE 2,CITY,
000330*       STATE,ZIP,PHONE,EFFECTIVE DATE          ONE PER UPDATE
000340*     T,DATA ROW COUNT                          LAST ROW ONLY
000350* THE RUN NUMBER ASCENDS BY ONE PER FILE THE PORTAL CUTS, IN
000360* ITS OWN SEQUENCE.  DATES ARE YYYYMMDD; A BLANK EFFECTIVE DATE
000370* POSTS ON THE RUN DATE.  THE CUSTOMER ID MAY COME WITHOUT ITS
000380* LEADING ZEROES.  THE ZIP MAY CARRY A HYPHEN AND THE PHONE ITS
000390* USUAL PUNCTUATION - BOTH ARE STRIPPED.  THE TRAILER COUNT IS
000400* EVERY ROW BETWEEN THE HEADER AND THE TRAILER.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PORTIN-FILE         ASSIGN TO PORTIN
000490                                ORGANIZATION IS SEQUENTIAL.
000500     SELECT PORTOUT-FILE        ASSIGN TO PORTOUT
000510                                ORGANIZATION IS SEQUENTIAL.
000520     SELECT PORTCTL-FILE        ASSIGN TO PORTCTL
000530                                ORGANIZATION IS SEQUENTIAL.
000540     SELECT PORTERR-FILE        ASSIGN TO PORTERR
000550                                ORGANIZATION IS SEQUENTIAL.
000560     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000570                                ORGANIZATION IS SEQUENTIAL.
000580     SELECT EXCPLOG-FILE        ASSIGN TO EXCPLOG
000590                                ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PORTIN-FILE
000630     RECORDING MODE IS F.
000640 01  PORTIN-RECORD                   PIC X(400).
000650 FD  PORTOUT-FILE
000660     RECORDING MODE IS F.
000670     COPY CUSTNAME-COPY.
000680 FD  PORTCTL-FILE
000690     RECORDING MODE IS F.
000700     COPY CUSTCTL-COPY.
000710 FD  PORTERR-FILE
000720     RECORDING MODE IS F.
000730     COPY PORTERR-COPY.
000740 FD  ERROUT-FILE
000750     RECORDING MODE IS F.
000760 01  ERROUT-RECORD                   PIC X(80).
000770 FD  EXCPLOG-FILE
000780     RECORDING MODE IS F.
000790     COPY EXCPLOG-COPY.
000800 WORKING-STORAGE SECTION.
000810*    THE FIELDS OF THE CURRENT ROW AS PARSED - QUOTES REMOVED,
000820*    DOUBLED QUOTES UNDONE - WITH THE LENGTH OF EACH.
000830 01  WS-FLD-TABLE.
000840     05  WS-FLD-ENTRY                OCCURS 10 TIMES.
000850         10  WS-FLD-TEXT             PIC X(40).
000860         10  WS-FLD-LEN              PIC 9(04)  COMP.
000870 01  WS-FLD-COUNT                PIC 9(04)   COMP   VALUE ZERO.
000880 01  WS-FLD-IDX                  PIC 9(04)   COMP   VALUE ZERO.
000890 01  WS-ROW-LEN                  PIC 9(04)   COMP   VALUE ZERO.
000900 01  WS-ROW-POS                  PIC 9(04)   COMP   VALUE ZERO.
000910 01  WS-ROW-CHAR                 PIC X(01)   VALUE SPACE.
000920*    A FIELD WITH ITS PUNCTUATION SQUEEZED OUT (ZIP AND PHONE).
000930 01  WS-SQZ-TEXT                 PIC X(40)   VALUE SPACES.
000940 01  WS-SQZ-LEN                  PIC 9(04)   COMP   VALUE ZERO.
000950 01  WS-SQZ-IDX                  PIC 9(04)   COMP   VALUE ZERO.
000960*    A NUMERIC FIELD RIGHT-JUSTIFIED WITH LEADING ZEROES.
000970 01  WS-NUM-FIELDS.
000980     05  WS-NUM-MAX                  PIC 9(04)  COMP  VALUE ZERO.
000990     05  WS-NUM-X                    PIC X(06)   VALUE ZEROES.
001000     05  WS-NUM-VALUE REDEFINES WS-NUM-X
001010                                     PIC 9(06).
001020     05  WS-NUM-START                PIC 9(04)  COMP  VALUE ZERO.
001030 01  WS-DATE-CHECK                   PIC X(08)   VALUE SPACES.
001040 01  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK.
001050     05  WS-DATE-CHECK-YYYY          PIC 9(04).
001060     05  WS-DATE-CHECK-MM            PIC 9(02).
001070     05  WS-DATE-CHECK-DD            PIC 9(02).
001080 01  WS-CUST-ID                      PIC X(06).
001090 01  WS-CUST-ID-NUM REDEFINES WS-CUST-ID
001100                                     PIC 9(06).
001110 01  WS-ROW-KIND                     PIC X(01)   VALUE SPACE.
001120     88  ROW-IS-HEADER                           VALUE 'H'.
001130     88  ROW-IS-DETAIL                           VALUE 'D'.
001140     88  ROW-IS-TRAILER                          VALUE 'T'.
001150 01  WS-SWITCHES.
001160     05  WS-EOF-PORTIN               PIC X(01)   VALUE 'N'.
001170         88  END-OF-PORTIN                       VALUE 'Y'.
001180     05  WS-ROW-END                  PIC X(01)   VALUE 'N'.
001190         88  ROW-END-FOUND                       VALUE 'Y'.
001200     05  WS-ROW-DONE                 PIC X(01)   VALUE 'N'.
001210         88  ROW-IS-PARSED                       VALUE 'Y'.
001220     05  WS-FLD-DONE                 PIC X(01)   VALUE 'N'.
001230         88  FIELD-IS-PARSED                     VALUE 'Y'.
001240     05  WS-QUOTE-CLOSED             PIC X(01)   VALUE 'N'.
001250         88  QUOTE-IS-CLOSED                     VALUE 'Y'.
001260     05  WS-NUM-OK                   PIC X(01)   VALUE 'N'.
001270         88  NUMBER-IS-VALID                     VALUE 'Y'.
001280     05  WS-DATE-OK                  PIC X(01)   VALUE 'N'.
001290         88  DATE-IS-VALID                       VALUE 'Y'.
001300     05  WS-HEADER-SEEN              PIC X(01)   VALUE 'N'.
001310         88  HEADER-WAS-SEEN                     VALUE 'Y'.
001320     05  WS-TRAILER-SEEN             PIC X(01)   VALUE 'N'.
001330         88  TRAILER-WAS-SEEN                    VALUE 'Y'.
001340 01  WS-REJ-FIELDS.
001350     05  WS-REJ-REASON               PIC X(40)   VALUE SPACES.
001360     05  WS-REJ-FIELD-NO             PIC 9(02)   VALUE ZERO.
001370 01  WS-PORTAL-FIELDS.
001380     05  WS-PORTAL-RUN-NO            PIC 9(06)   VALUE ZERO.
001390     05  WS-PORTAL-EXTRACT-DATE      PIC 9(08)   VALUE ZEROES.
001400     05  WS-TRL-COUNT                PIC 9(06)   VALUE ZERO.
001410 01  WS-CTL-FIELDS.
001420     05  WS-CTL-COUNT                PIC 9(06)   VALUE ZERO.
001430     05  WS-CTL-HASH                 PIC 9(10)   VALUE ZERO.
001440 01  WS-COUNTERS.
001450     05  WS-CNT-ROWS                 PIC 9(06)   VALUE ZERO.
001460     05  WS-CNT-DATA-ROWS            PIC 9(06)  COMP  VALUE ZERO.
001470     05  WS-CNT-REJECTS              PIC 9(06)  COMP  VALUE ZERO.
001480     05  WS-CNT-ED                   PIC ZZZZZ9.
001490     05  WS-CNT-ED2                  PIC ZZZZZ9.
001500 01  WS-ERR-TEXT                     PIC X(80).
001510 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
001520 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
001570         UNTIL END-OF-PORTIN.
001580     PERFORM 8000-CHECK-FILE THRU 8000-EXIT.
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001600     STOP RUN.
001610 1000-INITIALIZE.
001620     OPEN INPUT PORTIN-FILE.
001630     OPEN OUTPUT PORTOUT-FILE.
001640     OPEN OUTPUT PORTCTL-FILE.
001650     OPEN OUTPUT PORTERR-FILE.
001660     OPEN OUTPUT ERROUT-FILE.
001670     OPEN EXTEND EXCPLOG-FILE.
001680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001690     PERFORM 2100-READ-PORTIN THRU 2100-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001730* ONE PORTAL ROW PER PASS: PARSE IT INTO FIELDS, THEN EDIT IT
001740* BY ROW TYPE.  ANY ROW THAT FAILS EITHER GOES TO PORTERR.
001750*----------------------------------------------------------------
001760 2000-PROCESS-ROW.
001770     MOVE SPACES TO WS-REJ-REASON.
001780     MOVE ZERO TO WS-REJ-FIELD-NO.
001790     MOVE SPACE TO WS-ROW-KIND.
001800     PERFORM 2200-PARSE-ROW THRU 2200-EXIT.
001810     IF WS-REJ-REASON = SPACES
001820         PERFORM 2300-CLASSIFY-ROW THRU 2300-EXIT
001830     END-IF.
001840     IF NOT ROW-IS-HEADER AND NOT ROW-IS-TRAILER
001850        AND NOT TRAILER-WAS-SEEN
001860         ADD 1 TO WS-CNT-DATA-ROWS
001870     END-IF.
001880     IF WS-REJ-REASON NOT = SPACES
001890         PERFORM 2900-REJECT-ROW THRU 2900-EXIT
001900     END-IF.
001910     PERFORM 2100-READ-PORTIN THRU 2100-EXIT.
001920 2000-EXIT.
001930     EXIT.
001940 2100-READ-PORTIN.
001950     READ PORTIN-FILE
001960         AT END
001970             MOVE 'Y' TO WS-EOF-PORTIN
001980         NOT AT END
001990             ADD 1 TO WS-CNT-ROWS
002000     END-READ.
002010 2100-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* SPLIT THE ROW INTO ITS FIELDS.  THE ROW ENDS AT ITS LAST
002050* NON-BLANK CHARACTER; A COMMA IN THAT POSITION MEANS AN EMPTY
002060* LAST FIELD.
002070*----------------------------------------------------------------
002080 2200-PARSE-ROW.
002090     MOVE 400 TO WS-ROW-LEN.
002100     MOVE 'N' TO WS-ROW-END.
002110     PERFORM 2210-FIND-ROW-END THRU 2210-EXIT
002120         UNTIL ROW-END-FOUND.
002130     IF WS-ROW-LEN = ZERO
002140         MOVE "EMPTY ROW" TO WS-REJ-REASON
002150         GO TO 2200-EXIT
002160     END-IF.
002170     PERFORM 2215-CLEAR-FIELD THRU 2215-EXIT
002180         VARYING WS-FLD-IDX FROM 1 BY 1
002190         UNTIL WS-FLD-IDX > 10.
002200     MOVE 1 TO WS-FLD-COUNT.
002210     MOVE 1 TO WS-ROW-POS.
002220     MOVE 'N' TO WS-ROW-DONE.
002230     PERFORM 2220-PARSE-FIELD THRU 2220-EXIT
002240         UNTIL ROW-IS-PARSED.
002250 2200-EXIT.
002260     EXIT.
002270 2210-FIND-ROW-END.
002280     IF WS-ROW-LEN = ZERO
002290         MOVE 'Y' TO WS-ROW-END
002300     ELSE
002310     IF PORTIN-RECORD (WS-ROW-LEN:1) NOT = SPACE
002320         MOVE 'Y' TO WS-ROW-END
002330     ELSE
002340         SUBTRACT 1 FROM WS-ROW-LEN
002350     END-IF
002360     END-IF.
002370 2210-EXIT.
002380     EXIT.
002390 2215-CLEAR-FIELD.
002400     MOVE SPACES TO WS-FLD-TEXT (WS-FLD-IDX).
002410     MOVE ZERO TO WS-FLD-LEN (WS-FLD-IDX).
002420 2215-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450* ONE FIELD, STARTING AT WS-ROW-POS.  ON RETURN WS-ROW-POS IS
002460* PAST THE COMMA THAT ENDED IT, OR PAST THE END OF THE ROW.
002470*----------------------------------------------------------------
002480 2220-PARSE-FIELD.
002490     IF WS-ROW-POS > WS-ROW-LEN
002500         MOVE 'Y' TO WS-ROW-DONE
002510         GO TO 2220-EXIT
002520     END-IF.
002530     IF PORTIN-RECORD (WS-ROW-POS:1) = QUOTE
002540         ADD 1 TO WS-ROW-POS
002550         MOVE 'N' TO WS-QUOTE-CLOSED
002560         PERFORM 2240-SCAN-QUOTED THRU 2240-EXIT
002570             UNTIL QUOTE-IS-CLOSED
002580                OR WS-ROW-POS > WS-ROW-LEN
002590                OR WS-REJ-REASON NOT = SPACES
002600         IF WS-REJ-REASON = SPACES
002610             IF NOT QUOTE-IS-CLOSED
002620                 MOVE "QUOTED FIELD HAS NO CLOSING QUOTE"
002630                     TO WS-REJ-REASON
002640                 MOVE WS-FLD-COUNT TO WS-REJ-FIELD-NO
002650             ELSE
002660             IF WS-ROW-POS NOT > WS-ROW-LEN
002670                 IF PORTIN-RECORD (WS-ROW-POS:1) NOT = ","
002680                     MOVE "TEXT AFTER THE CLOSING QUOTE"
002690                         TO WS-REJ-REASON
002700                     MOVE WS-FLD-COUNT TO WS-REJ-FIELD-NO
002710                 END-IF
002720             END-IF
002730             END-IF
002740         END-IF
002750     ELSE
002760         MOVE 'N' TO WS-FLD-DONE
002770         PERFORM 2250-SCAN-PLAIN THRU 2250-EXIT
002780             UNTIL FIELD-IS-PARSED
002790                OR WS-REJ-REASON NOT = SPACES
002800     END-IF.
002810     IF WS-REJ-REASON NOT = SPACES
002820         MOVE 'Y' TO WS-ROW-DONE
002830         GO TO 2220-EXIT
002840     END-IF.
002850     IF WS-ROW-POS > WS-ROW-LEN
002860         MOVE 'Y' TO WS-ROW-DONE
002870         GO TO 2220-EXIT
002880     END-IF.
002890*    WS-ROW-POS IS ON THE COMMA - STEP OVER IT TO THE NEXT FIELD.
002900     ADD 1 TO WS-ROW-POS.
002910     ADD 1 TO WS-FLD-COUNT.
002920     IF WS-FLD-COUNT > 10
002930         MOVE "MORE THAN 10 FIELDS" TO WS-REJ-REASON
002940         MOVE 'Y' TO WS-ROW-DONE
002950     END-IF.
002960 2220-EXIT.
002970     EXIT.
002980 2240-SCAN-QUOTED.
002990     IF PORTIN-RECORD (WS-ROW-POS:1) = QUOTE
003000         IF WS-ROW-POS < WS-ROW-LEN
003010             IF PORTIN-RECORD (WS-ROW-POS + 1:1) = QUOTE
003020                 MOVE QUOTE TO WS-ROW-CHAR
003030                 PERFORM 2260-APPEND-CHAR THRU 2260-EXIT
003040                 ADD 2 TO WS-ROW-POS
003050                 GO TO 2240-EXIT
003060             END-IF
003070         END-IF
003080         MOVE 'Y' TO WS-QUOTE-CLOSED
003090         ADD 1 TO WS-ROW-POS
003100     ELSE
003110         MOVE PORTIN-RECORD (WS-ROW-POS:1) TO WS-ROW-CHAR
003120         PERFORM 2260-APPEND-CHAR THRU 2260-EXIT
003130         ADD 1 TO WS-ROW-POS
003140     END-IF.
003150 2240-EXIT.
003160     EXIT.
003170 2250-SCAN-PLAIN.
003180     IF WS-ROW-POS > WS-ROW-LEN
003190         MOVE 'Y' TO WS-FLD-DONE
003200         GO TO 2250-EXIT
003210     END-IF.
003220     MOVE PORTIN-RECORD (WS-ROW-POS:1) TO WS-ROW-CHAR.
003230     IF WS-ROW-CHAR = ","
003240         MOVE 'Y' TO WS-FLD-DONE
003250     ELSE
003260     IF WS-ROW-CHAR = QUOTE
003270         MOVE "QUOTE INSIDE AN UNQUOTED FIELD" TO WS-REJ-REASON
003280         MOVE WS-FLD-COUNT TO WS-REJ-FIELD-NO
003290     ELSE
003300         PERFORM 2260-APPEND-CHAR THRU 2260-EXIT
003310         ADD 1 TO WS-ROW-POS
003320     END-IF
003330     END-IF.
003340 2250-EXIT.
003350     EXIT.
003360 2260-APPEND-CHAR.
003370     IF WS-FLD-LEN (WS-FLD-COUNT) NOT < 40
003380         MOVE "FIELD LONGER THAN 40 CHARACTERS" TO WS-REJ-REASON
003390         MOVE WS-FLD-COUNT TO WS-REJ-FIELD-NO
003400     ELSE
003410         ADD 1 TO WS-FLD-LEN (WS-FLD-COUNT)
003420         MOVE WS-ROW-CHAR TO WS-FLD-TEXT (WS-FLD-COUNT)
003430             (WS-FLD-LEN (WS-FLD-COUNT):1)
003440     END-IF.
003450 2260-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* THE HEADER MUST BE THE FIRST ROW AND THE TRAILER THE LAST;
003490* EVERYTHING BETWEEN IS A DATA ROW FOR THE TRAILER COUNT, WHETHER
003500* OR NOT IT CONVERTS.
003510*----------------------------------------------------------------
003520 2300-CLASSIFY-ROW.
003530     INSPECT WS-FLD-TEXT (1)
003540         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003550                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003560     IF TRAILER-WAS-SEEN
003570         MOVE "ROW AFTER THE TRAILER ROW" TO WS-REJ-REASON
003580         GO TO 2300-EXIT
003590     END-IF.
003600     IF WS-FLD-LEN (1) NOT = 1
003610         MOVE "ROW TYPE NOT H, D OR T" TO WS-REJ-REASON
003620         MOVE 1 TO WS-REJ-FIELD-NO
003630         GO TO 2300-EXIT
003640     END-IF.
003650     EVALUATE WS-FLD-TEXT (1) (1:1)
003660         WHEN "H"
003670             MOVE 'H' TO WS-ROW-KIND
003680             IF WS-CNT-ROWS NOT = 1
003690                 MOVE "HEADER ROW NOT THE FIRST ROW"
003700                     TO WS-REJ-REASON
003710             ELSE
003720             IF WS-FLD-COUNT NOT = 3
003730                 MOVE "HEADER ROW DOES NOT HAVE 3 FIELDS"
003740                     TO WS-REJ-REASON
003750             ELSE
003760                 PERFORM 2400-EDIT-HEADER THRU 2400-EXIT
003770             END-IF
003780             END-IF
003790         WHEN "D"
003800             IF WS-FLD-COUNT NOT = 10
003810                 MOVE "DETAIL ROW DOES NOT HAVE 10 FIELDS"
003820                     TO WS-REJ-REASON
003830             ELSE
003840                 PERFORM 2500-EDIT-DETAIL THRU 2500-EXIT
003850             END-IF
003860         WHEN "T"
003870             MOVE 'T' TO WS-ROW-KIND
003880             IF WS-FLD-COUNT NOT = 2
003890                 MOVE "TRAILER ROW DOES NOT HAVE 2 FIELDS"
003900                     TO WS-REJ-REASON
003910             ELSE
003920                 PERFORM 2700-EDIT-TRAILER THRU 2700-EXIT
003930             END-IF
003940         WHEN OTHER
003950             MOVE "ROW TYPE NOT H, D OR T" TO WS-REJ-REASON
003960             MOVE 1 TO WS-REJ-FIELD-NO
003970     END-EVALUATE.
003980 2300-EXIT.
003990     EXIT.
004000 2400-EDIT-HEADER.
004010     MOVE 2 TO WS-FLD-IDX.
004020     MOVE 6 TO WS-NUM-MAX.
004030     PERFORM 2800-GET-NUMBER THRU 2800-EXIT.
004040     IF NOT NUMBER-IS-VALID OR WS-NUM-VALUE = ZERO
004050         MOVE "RUN NUMBER NOT 1-6 DIGITS OR ZERO" TO WS-REJ-REASON
004060         MOVE 2 TO WS-REJ-FIELD-NO
004070         GO TO 2400-EXIT
004080     END-IF.
004090     MOVE 3 TO WS-FLD-IDX.
004100     PERFORM 2850-CHECK-DATE THRU 2850-EXIT.
004110     IF NOT DATE-IS-VALID
004120         MOVE "EXTRACT DATE NOT A YYYYMMDD DATE" TO WS-REJ-REASON
004130         MOVE 3 TO WS-REJ-FIELD-NO
004140         GO TO 2400-EXIT
004150     END-IF.
004160     MOVE WS-NUM-VALUE TO WS-PORTAL-RUN-NO.
004170     MOVE WS-DATE-CHECK TO WS-PORTAL-EXTRACT-DATE.
004180     MOVE 'Y' TO WS-HEADER-SEEN.
004190 2400-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* A DETAIL ROW IS EDITED ONLY FOR WHAT THE CUSTNAME LAYOUT AND
004230* EX2DELTA NEED - A USABLE ID, A NAME, FIELDS THAT FIT AND A
004240* DATE THAT IS A DATE.  STATE, ZIP AND PHONE ARE PROVED AGAINST
004250* STATEREF BY THE POSTING PASS LIKE ANY OTHER FEED, AND FAIL TO
004260* SUSPENSE THERE.
004270*----------------------------------------------------------------
004280 2500-EDIT-DETAIL.
004290     MOVE 'D' TO WS-ROW-KIND.
004300     MOVE 2 TO WS-FLD-IDX.
004310     MOVE 6 TO WS-NUM-MAX.
004320     PERFORM 2800-GET-NUMBER THRU 2800-EXIT.
004330     IF NOT NUMBER-IS-VALID OR WS-NUM-VALUE = ZERO
004340         MOVE "CUSTOMER ID NOT 1-6 DIGITS OR ZERO"
004350             TO WS-REJ-REASON
004360         MOVE 2 TO WS-REJ-FIELD-NO
004370         GO TO 2500-EXIT
004380     END-IF.
004390     MOVE WS-NUM-X TO WS-CUST-ID.
004400     IF WS-FLD-LEN (3) > 30 OR WS-FLD-TEXT (3) = SPACES
004410         MOVE "NAME BLANK OR OVER 30 CHARACTERS" TO WS-REJ-REASON
004420         MOVE 3 TO WS-REJ-FIELD-NO
004430         GO TO 2500-EXIT
004440     END-IF.
004450     IF WS-FLD-LEN (4) > 30
004460         MOVE "ADDRESS LINE 1 OVER 30 CHARACTERS"
004470             TO WS-REJ-REASON
004480         MOVE 4 TO WS-REJ-FIELD-NO
004490         GO TO 2500-EXIT
004500     END-IF.
004510     IF WS-FLD-LEN (5) > 30
004520         MOVE "ADDRESS LINE 2 OVER 30 CHARACTERS"
004530             TO WS-REJ-REASON
004540         MOVE 5 TO WS-REJ-FIELD-NO
004550         GO TO 2500-EXIT
004560     END-IF.
004570     IF WS-FLD-LEN (6) > 20
004580         MOVE "CITY OVER 20 CHARACTERS" TO WS-REJ-REASON
004590         MOVE 6 TO WS-REJ-FIELD-NO
004600         GO TO 2500-EXIT
004610     END-IF.
004620     IF WS-FLD-LEN (7) > 2
004630         MOVE "STATE OVER 2 CHARACTERS" TO WS-REJ-REASON
004640         MOVE 7 TO WS-REJ-FIELD-NO
004650         GO TO 2500-EXIT
004660     END-IF.
004670     MOVE 8 TO WS-FLD-IDX.
004680     PERFORM 2550-SQUEEZE-FIELD THRU 2550-EXIT.
004690     IF WS-SQZ-LEN > 9
004700         MOVE "ZIP OVER 9 CHARACTERS" TO WS-REJ-REASON
004710         MOVE 8 TO WS-REJ-FIELD-NO
004720         GO TO 2500-EXIT
004730     END-IF.
004740     MOVE WS-SQZ-TEXT TO WS-FLD-TEXT (8).
004750     MOVE 9 TO WS-FLD-IDX.
004760     PERFORM 2550-SQUEEZE-FIELD THRU 2550-EXIT.
004770     IF WS-SQZ-LEN > 10
004780         MOVE "PHONE OVER 10 CHARACTERS" TO WS-REJ-REASON
004790         MOVE 9 TO WS-REJ-FIELD-NO
004800         GO TO 2500-EXIT
004810     END-IF.
004820     MOVE WS-SQZ-TEXT TO WS-FLD-TEXT (9).
004830     IF WS-FLD-TEXT (10) NOT = SPACES
004840         MOVE 10 TO WS-FLD-IDX
004850         PERFORM 2850-CHECK-DATE THRU 2850-EXIT
004860         IF NOT DATE-IS-VALID
004870             MOVE "EFFECTIVE DATE NOT A YYYYMMDD DATE"
004880                 TO WS-REJ-REASON
004890             MOVE 10 TO WS-REJ-FIELD-NO
004900             GO TO 2500-EXIT
004910         END-IF
004920     END-IF.
004930     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
004940 2500-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970* DROP THE PUNCTUATION A PERSON TYPES INTO A ZIP OR A PHONE
004980* NUMBER - HYPHENS, BLANKS, PARENTHESES AND PERIODS.
004990*----------------------------------------------------------------
005000 2550-SQUEEZE-FIELD.
005010     MOVE SPACES TO WS-SQZ-TEXT.
005020     MOVE ZERO TO WS-SQZ-LEN.
005030     PERFORM 2560-SQUEEZE-CHAR THRU 2560-EXIT
005040         VARYING WS-SQZ-IDX FROM 1 BY 1
005050         UNTIL WS-SQZ-IDX > WS-FLD-LEN (WS-FLD-IDX).
005060 2550-EXIT.
005070     EXIT.
005080 2560-SQUEEZE-CHAR.
005090     MOVE WS-FLD-TEXT (WS-FLD-IDX) (WS-SQZ-IDX:1) TO WS-ROW-CHAR.
005100     IF WS-ROW-CHAR = "-" OR WS-ROW-CHAR = SPACE
005110        OR WS-ROW-CHAR = "(" OR WS-ROW-CHAR = ")"
005120        OR WS-ROW-CHAR = "."
005130         GO TO 2560-EXIT
005140     END-IF.
005150     ADD 1 TO WS-SQZ-LEN.
005160     MOVE WS-ROW-CHAR TO WS-SQZ-TEXT (WS-SQZ-LEN:1).
005170 2560-EXIT.
005180     EXIT.
005190 2600-WRITE-DETAIL.
005200     MOVE SPACES TO CUSTNAME-RECORD.
005210     MOVE WS-CUST-ID TO CN-CUST-ID.
005220     MOVE WS-FLD-TEXT (3) TO CN-CUST-NAME.
005230     MOVE "C" TO CN-TRANS-CODE.
005240     MOVE WS-FLD-TEXT (10) TO CN-EFF-DATE.
005250     MOVE WS-FLD-TEXT (4) TO CN-ADDR-1.
005260     MOVE WS-FLD-TEXT (5) TO CN-ADDR-2.
005270     MOVE WS-FLD-TEXT (6) TO CN-CITY.
005280     MOVE WS-FLD-TEXT (7) TO CN-STATE.
005290     MOVE WS-FLD-TEXT (8) TO CN-ZIP.
005300     MOVE WS-FLD-TEXT (9) TO CN-PHONE.
005310*    THE PORTAL TAKES WHAT THE CUSTOMER TYPED - THE MASTER IS
005320*    KEPT IN UPPER CASE.
005330     INSPECT CN-CUST-NAME
005340         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005350                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005360     INSPECT CN-CUST-ADDRESS
005370         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005380                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005390     WRITE CUSTNAME-RECORD.
005400     ADD 1 TO WS-CTL-COUNT.
005410     ADD WS-CUST-ID-NUM TO WS-CTL-HASH.
005420 2600-EXIT.
005430     EXIT.
005440 2700-EDIT-TRAILER.
005450     MOVE 2 TO WS-FLD-IDX.
005460     MOVE 6 TO WS-NUM-MAX.
005470     PERFORM 2800-GET-NUMBER THRU 2800-EXIT.
005480     IF NOT NUMBER-IS-VALID
005490         MOVE "ROW COUNT NOT 1-6 DIGITS" TO WS-REJ-REASON
005500         MOVE 2 TO WS-REJ-FIELD-NO
005510         GO TO 2700-EXIT
005520     END-IF.
005530     MOVE WS-NUM-VALUE TO WS-TRL-COUNT.
005540     MOVE 'Y' TO WS-TRAILER-SEEN.
005550 2700-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* FIELD WS-FLD-IDX AS A NUMBER OF UP TO WS-NUM-MAX DIGITS,
005590* RIGHT-JUSTIFIED INTO WS-NUM-VALUE.
005600*----------------------------------------------------------------
005610 2800-GET-NUMBER.
005620     MOVE 'N' TO WS-NUM-OK.
005630     MOVE ZEROES TO WS-NUM-X.
005640     IF WS-FLD-LEN (WS-FLD-IDX) = ZERO
005650        OR WS-FLD-LEN (WS-FLD-IDX) > WS-NUM-MAX
005660         GO TO 2800-EXIT
005670     END-IF.
005680     IF WS-FLD-TEXT (WS-FLD-IDX) (1:WS-FLD-LEN (WS-FLD-IDX))
005690             NOT NUMERIC
005700         GO TO 2800-EXIT
005710     END-IF.
005720     COMPUTE WS-NUM-START = 7 - WS-FLD-LEN (WS-FLD-IDX).
005730     MOVE WS-FLD-TEXT (WS-FLD-IDX) (1:WS-FLD-LEN (WS-FLD-IDX))
005740         TO WS-NUM-X (WS-NUM-START:WS-FLD-LEN (WS-FLD-IDX)).
005750     MOVE 'Y' TO WS-NUM-OK.
005760 2800-EXIT.
005770     EXIT.
005780 2850-CHECK-DATE.
005790     MOVE 'N' TO WS-DATE-OK.
005800     IF WS-FLD-LEN (WS-FLD-IDX) NOT = 8
005810         GO TO 2850-EXIT
005820     END-IF.
005830     MOVE WS-FLD-TEXT (WS-FLD-IDX) (1:8) TO WS-DATE-CHECK.
005840     IF WS-DATE-CHECK NOT NUMERIC
005850         GO TO 2850-EXIT
005860     END-IF.
005870     IF WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
005880        OR WS-DATE-CHECK-DD < 1 OR WS-DATE-CHECK-DD > 31
005890         GO TO 2850-EXIT
005900     END-IF.
005910     MOVE 'Y' TO WS-DATE-OK.
005920 2850-EXIT.
005930     EXIT.
005940 2900-REJECT-ROW.
005950     MOVE SPACES TO PORTERR-RECORD.
005960     MOVE WS-CNT-ROWS TO PE-ROW-NO.
005970     MOVE WS-RUN-DATE TO PE-REJECT-DATE.
005980     MOVE WS-REJ-FIELD-NO TO PE-FIELD-NO.
005990     MOVE WS-REJ-REASON TO PE-REASON.
006000     MOVE PORTIN-RECORD TO PE-ROW-IMAGE.
006010     WRITE PORTERR-RECORD.
006020     ADD 1 TO WS-CNT-REJECTS.
006030 2900-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060* WITHOUT A GOOD HEADER THERE IS NO RUN NUMBER TO PROTECT THE
006070* FEED WITH, AND WITHOUT A TRAILER THAT AGREES THE FILE MAY
006080* HAVE BEEN CUT SHORT IN TRANSFER.  EITHER FAILS THE STEP SO
006090* NOTHING FROM THE PORTAL POSTS TONIGHT.
006100*----------------------------------------------------------------
006110 8000-CHECK-FILE.
006120     IF NOT HEADER-WAS-SEEN
006130         MOVE SPACES TO WS-ERR-TEXT
006140         STRING "ERROR - PORTAL FILE HAS NO VALID HEADER ROW -"
006150                " NO PORTAL RUN NUMBER"
006160             DELIMITED BY SIZE INTO WS-ERR-TEXT
006170         MOVE "PT001 " TO XL-MSG-CODE
006180         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
006190         MOVE 8 TO RETURN-CODE
006200     END-IF.
006210     IF NOT TRAILER-WAS-SEEN
006220         MOVE SPACES TO WS-ERR-TEXT
006230         STRING "ERROR - PORTAL FILE HAS NO VALID TRAILER ROW -"
006240                " FILE MAY BE INCOMPLETE"
006250             DELIMITED BY SIZE INTO WS-ERR-TEXT
006260         MOVE "PT002 " TO XL-MSG-CODE
006270         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
006280         MOVE 8 TO RETURN-CODE
006290     ELSE
006300     IF WS-TRL-COUNT NOT = WS-CNT-DATA-ROWS
006310         MOVE WS-TRL-COUNT TO WS-CNT-ED
006320         MOVE WS-CNT-DATA-ROWS TO WS-CNT-ED2
006330         MOVE SPACES TO WS-ERR-TEXT
006340         STRING "ERROR - PORTAL TRAILER COUNT " WS-CNT-ED
006350                " BUT " WS-CNT-ED2 " DATA ROWS RECEIVED"
006360             DELIMITED BY SIZE INTO WS-ERR-TEXT
006370         MOVE "PT003 " TO XL-MSG-CODE
006380         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
006390         MOVE 8 TO RETURN-CODE
006400     END-IF
006410     END-IF.
006420     IF WS-CNT-REJECTS > ZERO
006430         MOVE WS-CNT-REJECTS TO WS-CNT-ED
006440         MOVE SPACES TO WS-ERR-TEXT
006450         STRING "WARNING - " WS-CNT-ED
006460                " PORTAL ROWS REJECTED - SEE PORTERR"
006470             DELIMITED BY SIZE INTO WS-ERR-TEXT
006480         MOVE "PT004 " TO XL-MSG-CODE
006490         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
006500         IF RETURN-CODE < 4
006510             MOVE 4 TO RETURN-CODE
006520         END-IF
006530     END-IF.
006540 8000-EXIT.
006550     EXIT.
006560 9000-TERMINATE.
006570     MOVE WS-CTL-COUNT TO CC-EXPECTED-COUNT.
006580     MOVE WS-CTL-HASH TO CC-EXPECTED-HASH.
006590     MOVE ZERO TO CC-EXPECTED-DELETES.
006600     MOVE WS-PORTAL-EXTRACT-DATE TO CC-EXTRACT-DATE.
006610     MOVE WS-PORTAL-RUN-NO TO CC-FEED-RUN-NO.
006620     WRITE CUSTCTL-RECORD.
006630     MOVE WS-PORTAL-RUN-NO TO WS-CNT-ED.
006640     MOVE SPACES TO WS-ERR-TEXT.
006650     STRING "INFO - PORTAL RUN NUMBER:     " WS-CNT-ED
006660         DELIMITED BY SIZE INTO WS-ERR-TEXT.
006670     MOVE "PT005 " TO XL-MSG-CODE.
006680     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
006690     MOVE WS-CNT-ROWS TO WS-CNT-ED.
006700     MOVE SPACES TO WS-ERR-TEXT.
006710     STRING "INFO - PORTAL ROWS READ:      " WS-CNT-ED
006720         DELIMITED BY SIZE INTO WS-ERR-TEXT.
006730     MOVE "PT006 " TO XL-MSG-CODE.
006740     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
006750     MOVE WS-CTL-COUNT TO WS-CNT-ED.
006760     MOVE SPACES TO WS-ERR-TEXT.
006770     STRING "INFO - CUSTNAME RECORDS CUT:  " WS-CNT-ED
006780         DELIMITED BY SIZE INTO WS-ERR-TEXT.
006790     MOVE "PT007 " TO XL-MSG-CODE.
006800     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
006810     CLOSE PORTIN-FILE.
006820     CLOSE PORTOUT-FILE.
006830     CLOSE PORTCTL-FILE.
006840     CLOSE PORTERR-FILE.
006850     CLOSE ERROUT-FILE.
006860     CLOSE EXCPLOG-FILE.
006870 9000-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
006910* THE COMMON NIGHTLY LOG (SHARED LAYOUT EXCPLOG-COPY) FOR THE
006920* EX2EXCR MORNING SUMMARY.  THE CALLER SETS XL-MSG-CODE BEFORE
006930* BUILDING THE MESSAGE; SEVERITY COMES FROM THE MESSAGE PREFIX.
006940*----------------------------------------------------------------
006950 9700-WRITE-ERROR.
006960     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
006970     PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
006980 9700-EXIT.
006990     EXIT.
007000 9800-WRITE-EXCEPTION.
007010     MOVE WS-RUN-DATE TO XL-RUN-DATE.
007020     ACCEPT WS-LOG-TIME FROM TIME.
007030     MOVE WS-LOG-TIME TO XL-RUN-TIME.
007040     MOVE "EX2PORT " TO XL-PROGRAM-ID.
007050     IF WS-ERR-TEXT (1:5) = "ERROR"
007060         MOVE "E" TO XL-SEVERITY
007070     ELSE
007080     IF WS-ERR-TEXT (1:7) = "WARNING"
007090         MOVE "W" TO XL-SEVERITY
007100     ELSE
007110         MOVE "I" TO XL-SEVERITY
007120     END-IF
007130     END-IF.
007140     MOVE WS-ERR-TEXT TO XL-MSG-TEXT.
007150     WRITE EXCPLOG-RECORD.
007160     MOVE SPACES TO XL-MSG-CODE.
007170     MOVE SPACES TO XL-CUST-ID.
007180 9800-EXIT.
007190     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2LKUP.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - ONLINE SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  READ-ONLY CUSTOMER LOOKUP SERVICE
000110*               FOR OTHER CICS APPLICATIONS - BILLING AND
000120*               COLLECTIONS SCREENS EXEC CICS LINK HERE WITH THE
000130*               FIXED 300-BYTE CUSTLKUP-COPY COMMAREA INSTEAD OF
000140*               KEEPING THEIR OWN COPY OF THE CUSTOMER OR HAVING
000150*               OPERATORS FLIP TO EX2M.  GIVEN A CUSTOMER ID IT
000160*               RETURNS THE CURRENT CUSTMAST STATUS, NAME,
000170*               ADDRESS, PHONE AND EFFECTIVE DATE WITH A RETURN
000180*               CODE FOR NOT FOUND, DELETED OR MERGED.  A MERGED
000190*               ID FOLLOWS CM-MERGED-TO-ID TO THE SURVIVOR AND
000200*               BOTH IDS COME BACK.  AN OPTIONAL AS-OF DATE ALSO
000210*               RETURNS THE NAME IN EFFECT ON THAT DATE FROM THE
000220*               LIVE CUSTHIST CHAIN BY THE EX2ASOF RULES.  NO
000230*               TERMINAL I/O AND NO UPDATES, SO IT MAY RUN IN
000240*               THE FILE-OWNING REGION AND BE LINKED TO REMOTELY
000250*               (DPL) FROM THE CALLERS' REGIONS.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 COPY CUSTMAST-COPY.
000340 COPY CUSTHIST-COPY.
000350 COPY CUSTLKUP-COPY.
000360 01  WS-RESP                         PIC S9(08)  COMP.
000370 01  WS-ABSTIME                      PIC S9(15)  COMP-3.
000380 01  WS-TODAY                        PIC X(08).
000390 01  WS-AS-OF-DATE                   PIC 9(08)   VALUE ZEROES.
000400 01  WS-TARGET-ID                    PIC X(06)   VALUE SPACES.
000410 01  WS-HOP-COUNT                    PIC 9(02)   VALUE ZERO.
000420 01  WS-FAIL-CODE                    PIC 9(02)   VALUE ZERO.
000430 01  WS-FAIL-TEXT                    PIC X(40)   VALUE SPACES.
000440*    RESULT OF ONE WALK OF ONE CUSTOMER'S CUSTHIST CHAIN.  THE HIT
000450*    IS THE LATEST RECORD DATED ON OR BEFORE THE AS-OF DATE; THE
000460*    FIRST RECORD IS KEPT FOR THE PREDATES-HISTORY ANSWER.
000470 01  WS-SCAN-FIELDS.
000480     05  WS-SCAN-HIT-NAME            PIC X(30)   VALUE SPACES.
000490     05  WS-SCAN-HIT-NAME-X REDEFINES WS-SCAN-HIT-NAME.
000500         10  WS-SCAN-HIT-MARK        PIC X(11).
000510             88  SCAN-HIT-IS-MERGE   VALUE "*MERGED TO ".
000520         10  FILLER                  PIC X(19).
000530     05  WS-SCAN-HIT-DATE            PIC 9(08)   VALUE ZEROES.
000540     05  WS-SCAN-FIRST-NAME          PIC X(30)   VALUE SPACES.
000550     05  WS-SCAN-FIRST-DATE          PIC 9(08)   VALUE ZEROES.
000560 01  WS-LOOKUP-OK-SW                 PIC X(01)   VALUE 'Y'.
000570     88  LOOKUP-IS-OK                            VALUE 'Y'.
000580 01  WS-RESOLVE-DONE-SW              PIC X(01)   VALUE 'N'.
000590     88  RESOLVE-IS-DONE                         VALUE 'Y'.
000600 01  WS-BROWSE-DONE-SW               PIC X(01)   VALUE 'N'.
000610     88  BROWSE-IS-DONE                          VALUE 'Y'.
000620 01  WS-SCAN-ANY-SW                  PIC X(01)   VALUE 'N'.
000630     88  SCAN-FOUND-ANY                          VALUE 'Y'.
000640 01  WS-SCAN-HIT-SW                  PIC X(01)   VALUE 'N'.
000650     88  SCAN-FOUND-HIT                          VALUE 'Y'.
000660 LINKAGE SECTION.
000670 01  DFHCOMMAREA                     PIC X(300).
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000700*    A COMMAREA TOO SHORT FOR THE LAYOUT HAS NOWHERE TO TAKE AN
000710*    ANSWER - RETURN WITHOUT TOUCHING IT.
000720     IF EIBCALEN < 300
000730         PERFORM 0100-RETURN THRU 0100-EXIT
000740     END-IF.
000750     MOVE DFHCOMMAREA TO CUSTLKUP-COMMAREA.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770     PERFORM 1100-EDIT-REQUEST THRU 1100-EXIT.
000780     IF LOOKUP-IS-OK
000790         PERFORM 2000-RESOLVE-CURRENT THRU 2000-EXIT
000800     END-IF.
000810     IF LOOKUP-IS-OK AND WS-AS-OF-DATE NOT = ZEROES
000820         PERFORM 3000-RESOLVE-AS-OF THRU 3000-EXIT
000830     END-IF.
000840     MOVE CUSTLKUP-COMMAREA TO DFHCOMMAREA.
000850     PERFORM 0100-RETURN THRU 0100-EXIT.
000860 0000-EXIT.
000870     EXIT.
000880 0100-RETURN.
000890     EXEC CICS RETURN
000900     END-EXEC.
000910 0100-EXIT.
000920     EXIT.
000930 1000-INITIALIZE.
000940     MOVE 'Y' TO WS-LOOKUP-OK-SW.
000950     MOVE ZEROES TO WS-AS-OF-DATE.
000960     PERFORM 1050-CLEAR-RESPONSE THRU 1050-EXIT.
000970     EXEC CICS ASKTIME
000980         ABSTIME(WS-ABSTIME)
000990     END-EXEC.
001000     EXEC CICS FORMATTEDTIME
001010         ABSTIME(WS-ABSTIME)
001020         YYYYMMDD(WS-TODAY)
001030     END-EXEC.
001040 1000-EXIT.
001050     EXIT.
001060 1050-CLEAR-RESPONSE.
001070     MOVE SPACES TO LK-RESPONSE.
001080     MOVE ZERO TO LK-RETURN-CODE.
001090     MOVE ZEROES TO LK-CUST-EFF-DATE.
001100     MOVE ZEROES TO LK-ASOF-EFF-DATE.
001110 1050-EXIT.
001120     EXIT.
001130*----------------------------------------------------------------
001140* A REQUEST NEEDS A CUSTOMER ID.  THE AS-OF DATE IS OPTIONAL, BUT
001150* ONE THAT IS GIVEN MUST BE A REAL CALENDAR DATE NO LATER THAN
001160* TODAY - THE SAME EDIT EX2ASOF APPLIES TO ITS REQUESTS.
001170*----------------------------------------------------------------
001180 1100-EDIT-REQUEST.
001190     MOVE SPACES TO WS-FAIL-TEXT.
001200     IF LK-REQ-CUST-ID = SPACES OR LK-REQ-CUST-ID = LOW-VALUES
001210         MOVE "CUSTOMER ID BLANK" TO WS-FAIL-TEXT
001220     ELSE
001230     IF LK-AS-OF-DATE = SPACES OR LK-AS-OF-DATE = LOW-VALUES
001240        OR LK-AS-OF-DATE = ZEROES
001250         MOVE ZEROES TO WS-AS-OF-DATE
001260     ELSE
001270     IF LK-AS-OF-DATE NOT NUMERIC
001280         MOVE "AS-OF DATE NOT NUMERIC" TO WS-FAIL-TEXT
001290     ELSE
001300     IF LK-AS-OF-MM < 1 OR LK-AS-OF-MM > 12
001310        OR LK-AS-OF-DD < 1 OR LK-AS-OF-DD > 31
001320         MOVE "AS-OF DATE NOT A VALID DATE" TO WS-FAIL-TEXT
001330     ELSE
001340     IF LK-AS-OF-DATE > WS-TODAY
001350         MOVE "AS-OF DATE IN THE FUTURE" TO WS-FAIL-TEXT
001360     ELSE
001370         MOVE LK-AS-OF-DATE TO WS-AS-OF-DATE
001380     END-IF
001390     END-IF
001400     END-IF
001410     END-IF
001420     END-IF.
001430     IF WS-FAIL-TEXT NOT = SPACES
001440         MOVE 16 TO WS-FAIL-CODE
001450         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
001460     END-IF.
001470 1100-EXIT.
001480     EXIT.
001490*----------------------------------------------------------------
001500* THE CUSTOMER AS IT STANDS TODAY.  A MERGED-AWAY ID IS FOLLOWED
001510* TO ITS SURVIVOR; THE HOP LIMIT STOPS A DAMAGED POINTER CHAIN
001520* FROM LOOPING.
001530*----------------------------------------------------------------
001540 2000-RESOLVE-CURRENT.
001550     MOVE LK-REQ-CUST-ID TO WS-TARGET-ID.
001560     MOVE ZERO TO WS-HOP-COUNT.
001570     MOVE 'N' TO WS-RESOLVE-DONE-SW.
001580     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
001590         UNTIL RESOLVE-IS-DONE.
001600     IF NOT LOOKUP-IS-OK
001610         GO TO 2000-EXIT
001620     END-IF.
001630     MOVE CM-CUST-ID TO LK-CUST-ID.
001640     MOVE CM-CUST-STATUS TO LK-CUST-STATUS.
001650     MOVE CM-CUST-NAME TO LK-CUST-NAME.
001660     MOVE CM-CUST-EFF-DATE TO LK-CUST-EFF-DATE.
001670     MOVE CM-CUST-ADDR-1 TO LK-CUST-ADDR-1.
001680     MOVE CM-CUST-ADDR-2 TO LK-CUST-ADDR-2.
001690     MOVE CM-CUST-CITY TO LK-CUST-CITY.
001700     MOVE CM-CUST-STATE TO LK-CUST-STATE.
001710     MOVE CM-CUST-ZIP TO LK-CUST-ZIP.
001720     MOVE CM-CUST-PHONE TO LK-CUST-PHONE.
001730     IF CM-DELETED
001740         MOVE 08 TO LK-RETURN-CODE
001750         MOVE "CUSTOMER IS DELETED" TO LK-RETURN-TEXT
001760     ELSE
001770     IF LK-MERGE-FOLLOWED
001780         MOVE 04 TO LK-RETURN-CODE
001790         MOVE "CUSTOMER MERGED - SURVIVOR RETURNED"
001800             TO LK-RETURN-TEXT
001810     ELSE
001820         MOVE 00 TO LK-RETURN-CODE
001830         MOVE "CUSTOMER FOUND" TO LK-RETURN-TEXT
001840     END-IF
001850     END-IF.
001860 2000-EXIT.
001870     EXIT.
001880 2100-READ-CUSTOMER.
001890     MOVE 'Y' TO WS-RESOLVE-DONE-SW.
001900     MOVE WS-TARGET-ID TO CM-CUST-ID.
001910     EXEC CICS READ DATASET('CUSTMAST')
001920         INTO(CUSTMAST-RECORD)
001930         RIDFLD(CM-CUST-ID)
001940         RESP(WS-RESP)
001950     END-EXEC.
001960     IF WS-RESP = DFHRESP(NOTFND) AND WS-HOP-COUNT = ZERO
001970         MOVE 12 TO WS-FAIL-CODE
001980         MOVE "CUSTOMER ID NOT ON CUSTMAST" TO WS-FAIL-TEXT
001990         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
002000         GO TO 2100-EXIT
002010     END-IF.
002020     IF WS-RESP = DFHRESP(NOTFND)
002030         MOVE 20 TO WS-FAIL-CODE
002040         MOVE "MERGE SURVIVOR NOT ON CUSTMAST" TO WS-FAIL-TEXT
002050         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
002060         GO TO 2100-EXIT
002070     END-IF.
002080     IF WS-RESP NOT = DFHRESP(NORMAL)
002090         MOVE 20 TO WS-FAIL-CODE
002100         MOVE "CUSTMAST NOT AVAILABLE" TO WS-FAIL-TEXT
002110         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
002120         GO TO 2100-EXIT
002130     END-IF.
002140     IF CM-MERGED
002150         ADD 1 TO WS-HOP-COUNT
002160         IF WS-HOP-COUNT > 10
002170             MOVE 20 TO WS-FAIL-CODE
002180             MOVE "MERGE CHAIN OVER 10 DEEP" TO WS-FAIL-TEXT
002190             PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
002200         ELSE
002210             MOVE 'Y' TO LK-MERGE-FLAG
002220             MOVE CM-MERGED-TO-ID TO WS-TARGET-ID
002230             MOVE 'N' TO WS-RESOLVE-DONE-SW
002240         END-IF
002250     END-IF.
002260 2100-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* THE NAME THE REQUESTED CUSTOMER HELD ON THE AS-OF DATE.  WHEN
002300* THE NAME IN EFFECT IS THE "*MERGED TO" MARK THE CUSTOMER HAD
002310* ALREADY BEEN MERGED AWAY - MOVE TO ITS SURVIVOR AND GO ROUND
002320* AGAIN, AS EX2ASOF DOES.  A CUSTOMER MERGED LATER THAN THE
002330* AS-OF DATE KEEPS ITS OWN NAME.
002340*----------------------------------------------------------------
002350 3000-RESOLVE-AS-OF.
002360     MOVE LK-REQ-CUST-ID TO WS-TARGET-ID.
002370     MOVE ZERO TO WS-HOP-COUNT.
002380     MOVE 'N' TO WS-RESOLVE-DONE-SW.
002390     PERFORM 3100-RESOLVE-ONE THRU 3100-EXIT
002400         UNTIL RESOLVE-IS-DONE.
002410 3000-EXIT.
002420     EXIT.
002430 3100-RESOLVE-ONE.
002440     MOVE 'Y' TO WS-RESOLVE-DONE-SW.
002450     MOVE WS-TARGET-ID TO CM-CUST-ID.
002460     EXEC CICS READ DATASET('CUSTMAST')
002470         INTO(CUSTMAST-RECORD)
002480         RIDFLD(CM-CUST-ID)
002490         RESP(WS-RESP)
002500     END-EXEC.
002510     IF WS-RESP NOT = DFHRESP(NORMAL)
002520         MOVE 20 TO WS-FAIL-CODE
002530         MOVE "CUSTMAST NOT AVAILABLE" TO WS-FAIL-TEXT
002540         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
002550         GO TO 3100-EXIT
002560     END-IF.
002570     PERFORM 3200-SCAN-HISTORY THRU 3200-EXIT.
002580     IF NOT LOOKUP-IS-OK
002590         GO TO 3100-EXIT
002600     END-IF.
002610     IF SCAN-FOUND-HIT AND SCAN-HIT-IS-MERGE AND CM-MERGED
002620         ADD 1 TO WS-HOP-COUNT
002630         IF WS-HOP-COUNT > 10
002640             MOVE 20 TO WS-FAIL-CODE
002650             MOVE "MERGE CHAIN OVER 10 DEEP" TO WS-FAIL-TEXT
002660             PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
002670         ELSE
002680             MOVE CM-MERGED-TO-ID TO WS-TARGET-ID
002690             MOVE 'N' TO WS-RESOLVE-DONE-SW
002700         END-IF
002710         GO TO 3100-EXIT
002720     END-IF.
002730     MOVE WS-TARGET-ID TO LK-ASOF-CUST-ID.
002740     IF SCAN-FOUND-HIT
002750         MOVE 'H' TO LK-ASOF-RESULT
002760         MOVE WS-SCAN-HIT-NAME TO LK-ASOF-NAME
002770         MOVE WS-SCAN-HIT-DATE TO LK-ASOF-EFF-DATE
002780     ELSE
002790     IF SCAN-FOUND-ANY
002800         MOVE 'P' TO LK-ASOF-RESULT
002810         MOVE WS-SCAN-FIRST-NAME TO LK-ASOF-NAME
002820         MOVE WS-SCAN-FIRST-DATE TO LK-ASOF-EFF-DATE
002830     ELSE
002840         MOVE 'N' TO LK-ASOF-RESULT
002850         MOVE CM-CUST-NAME TO LK-ASOF-NAME
002860         MOVE CM-CUST-EFF-DATE TO LK-ASOF-EFF-DATE
002870     END-IF
002880     END-IF.
002890 3100-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* BROWSE WS-TARGET-ID'S CUSTHIST CHAIN FROM ITS FIRST RECORD, AS
002930* EX2HINQ POSITIONS, STOPPING AT THE FIRST RECORD DATED AFTER
002940* THE AS-OF DATE OR BELONGING TO ANOTHER CUSTOMER.  NOTFND ON
002950* THE START MEANS NOTHING IS KEYED AT OR AFTER THE CUSTOMER.
002960*----------------------------------------------------------------
002970 3200-SCAN-HISTORY.
002980     MOVE 'N' TO WS-SCAN-ANY-SW.
002990     MOVE 'N' TO WS-SCAN-HIT-SW.
003000     MOVE 'N' TO WS-BROWSE-DONE-SW.
003010     MOVE SPACES TO WS-SCAN-HIT-NAME.
003020     MOVE ZEROES TO WS-SCAN-HIT-DATE.
003030     MOVE SPACES TO WS-SCAN-FIRST-NAME.
003040     MOVE ZEROES TO WS-SCAN-FIRST-DATE.
003050     MOVE WS-TARGET-ID TO CH-CUST-ID.
003060     MOVE ZEROES TO CH-EFF-DATE.
003070     MOVE ZEROES TO CH-EFF-TIME.
003080     EXEC CICS STARTBR DATASET('CUSTHIST')
003090         RIDFLD(CH-HIST-KEY)
003100         GTEQ
003110         RESP(WS-RESP)
003120     END-EXEC.
003130     IF WS-RESP = DFHRESP(NOTFND)
003140         GO TO 3200-EXIT
003150     END-IF.
003160     IF WS-RESP NOT = DFHRESP(NORMAL)
003170         MOVE 20 TO WS-FAIL-CODE
003180         MOVE "CUSTHIST NOT AVAILABLE" TO WS-FAIL-TEXT
003190         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
003200         GO TO 3200-EXIT
003210     END-IF.
003220     PERFORM 3210-READ-HISTORY THRU 3210-EXIT
003230         UNTIL BROWSE-IS-DONE.
003240     EXEC CICS ENDBR DATASET('CUSTHIST')
003250     END-EXEC.
003260 3200-EXIT.
003270     EXIT.
003280*    THE CHAIN ARRIVES OLDEST FIRST, SO EVERY RECORD DATED ON OR
003290*    BEFORE THE AS-OF DATE REPLACES THE HIT.
003300 3210-READ-HISTORY.
003310     EXEC CICS READNEXT DATASET('CUSTHIST')
003320         INTO(CUSTHIST-RECORD)
003330         RIDFLD(CH-HIST-KEY)
003340         RESP(WS-RESP)
003350     END-EXEC.
003360     IF WS-RESP = DFHRESP(ENDFILE)
003370         MOVE 'Y' TO WS-BROWSE-DONE-SW
003380         GO TO 3210-EXIT
003390     END-IF.
003400     IF WS-RESP NOT = DFHRESP(NORMAL)
003410         MOVE 'Y' TO WS-BROWSE-DONE-SW
003420         MOVE 20 TO WS-FAIL-CODE
003430         MOVE "CUSTHIST NOT AVAILABLE" TO WS-FAIL-TEXT
003440         PERFORM 9000-FAIL-LOOKUP THRU 9000-EXIT
003450         GO TO 3210-EXIT
003460     END-IF.
003470     IF CH-CUST-ID NOT = WS-TARGET-ID
003480         MOVE 'Y' TO WS-BROWSE-DONE-SW
003490         GO TO 3210-EXIT
003500     END-IF.
003510     IF NOT SCAN-FOUND-ANY
003520         MOVE 'Y' TO WS-SCAN-ANY-SW
003530         MOVE CH-OLD-NAME TO WS-SCAN-FIRST-NAME
003540         MOVE CH-EFF-DATE TO WS-SCAN-FIRST-DATE
003550     END-IF.
003560     IF CH-EFF-DATE > WS-AS-OF-DATE
003570         MOVE 'Y' TO WS-BROWSE-DONE-SW
003580     ELSE
003590         MOVE 'Y' TO WS-SCAN-HIT-SW
003600         MOVE CH-NEW-NAME TO WS-SCAN-HIT-NAME
003610         MOVE CH-EFF-DATE TO WS-SCAN-HIT-DATE
003620     END-IF.
003630 3210-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* THE LOOKUP CANNOT ANSWER.  ANYTHING ALREADY FILLED IN IS
003670* CLEARED SO THE CALLER SEES ONLY THE RETURN CODE AND TEXT THE
003680* CALLER OF THIS PARAGRAPH LEFT IN WS-FAIL-CODE/WS-FAIL-TEXT.
003690*----------------------------------------------------------------
003700 9000-FAIL-LOOKUP.
003710     MOVE 'N' TO WS-LOOKUP-OK-SW.
003720     PERFORM 1050-CLEAR-RESPONSE THRU 1050-EXIT.
003730     MOVE WS-FAIL-CODE TO LK-RETURN-CODE.
003740     MOVE WS-FAIL-TEXT TO LK-RETURN-TEXT.
003750 9000-EXIT.
003760     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2LETR.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  NIGHTLY CHANGE-CONFIRMATION LETTER
000110*               RUN FOR FRAUD CONTROL.  READS THE NIGHT'S CHANGE
000120*               NOTICES (SHARED LAYOUT CHGNOTE-COPY) - WRITTEN
000130*               BY EVERY EXAMPLE2 PASS AND, FOR EX2S-APPROVED
000140*               ONLINE CHANGES, BY EX2SAPPR TO TD QUEUE CHGQ -
000150*               SORTED BY CUSTOMER, POSTING DATE AND TIME.  EACH
000160*               CUSTOMER WHOSE NAME OR ADDRESS CHANGED GETS ONE
000170*               CONFIRMATION LETTER AT THE ADDRESS NOW ON FILE,
000180*               AND WHEN THE MAILING ADDRESS CHANGED A COPY GOES
000190*               TO THE ADDRESS ON FILE BEFORE THE CHANGE.  THE
000200*               LETTERS GO TO THE PRINT VENDOR ON THE LTRMAIL
000210*               FILE (SHARED LAYOUT LTRMAIL-COPY) WITH A HEADER
000220*               AND A CONTROL-TOTAL TRAILER.  A CUSTOMER SINCE
000230*               DELETED OR MERGED AWAY, OR NOT ON CUSTMAST, GETS
000240*               NO LETTER, NOR DOES AN ADDRESS THAT CANNOT BE
000250*               MAILED TO; EACH SUPPRESSION IS LISTED ON THE
000260*               LTRRPT EXCEPTION REPORT.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT NOTEIN-FILE         ASSIGN TO NOTEIN
000350                                ORGANIZATION IS SEQUENTIAL.
000360     SELECT LTRMAIL-FILE        ASSIGN TO LTRMAIL
000370                                ORGANIZATION IS SEQUENTIAL.
000380     SELECT LTRRPT-FILE         ASSIGN TO LTRRPT
000390                                ORGANIZATION IS SEQUENTIAL.
000400     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000410                                ORGANIZATION IS SEQUENTIAL.
000420     SELECT EXCPLOG-FILE        ASSIGN TO EXCPLOG
000430                                ORGANIZATION IS SEQUENTIAL.
000440     SELECT CUSTMAST-FILE       ASSIGN TO CUSTMAST
000450                                ORGANIZATION IS INDEXED
000460                                ACCESS MODE IS DYNAMIC
000470                                RECORD KEY IS CM-CUST-ID
000480                                FILE STATUS IS WS-CUSTMAST-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  NOTEIN-FILE
000520     RECORDING MODE IS F.
000530     COPY CHGNOTE-COPY.
000540 FD  LTRMAIL-FILE
000550     RECORDING MODE IS F.
000560     COPY LTRMAIL-COPY.
000570 FD  LTRRPT-FILE
000580     RECORDING MODE IS F.
000590 01  LTRRPT-RECORD                   PIC X(80).
000600 FD  ERROUT-FILE
000610     RECORDING MODE IS F.
000620 01  ERROUT-RECORD                   PIC X(80).
000630 FD  EXCPLOG-FILE
000640     RECORDING MODE IS F.
000650     COPY EXCPLOG-COPY.
000660 FD  CUSTMAST-FILE.
000670     COPY CUSTMAST-COPY.
000680 WORKING-STORAGE SECTION.
000690*    THE CUSTOMER BEING GATHERED: THE OLD SIDE OF ITS FIRST
000700*    NOTICE OF THE NIGHT, THE DATE AND SOURCE OF ITS LAST.
000710 COPY CHGNOTE-COPY
000720     REPLACING ==CHGNOTE-RECORD== BY ==WS-GRP-NOTE==
000730               LEADING ==NT== BY ==GN==.
000740*    THE NAME AND ADDRESS A LETTER IS MAILED TO - CHECKED FOR
000750*    USABILITY BEFORE THE LETTER IS WRITTEN.
000760 01  WS-CHK-MAILING.
000770     05  WS-CHK-NAME                 PIC X(30).
000780     05  WS-CHK-ADDRESS.
000790         10  WS-CHK-ADDR-1           PIC X(30).
000800         10  WS-CHK-ADDR-2           PIC X(30).
000810         10  WS-CHK-CITY             PIC X(20).
000820         10  WS-CHK-STATE            PIC X(02).
000830         10  WS-CHK-ZIP              PIC X(09).
000840         10  WS-CHK-ZIP-X REDEFINES WS-CHK-ZIP.
000850             15  WS-CHK-ZIP-5        PIC X(05).
000860             15  WS-CHK-ZIP-4        PIC X(04).
000870         10  WS-CHK-PHONE            PIC X(10).
000880 01  WS-CUST-ID                      PIC X(06).
000890 01  WS-CUST-ID-NUM REDEFINES WS-CUST-ID
000900                                     PIC 9(06).
000910 01  WS-LETTER-TYPE                  PIC X(01)   VALUE SPACE.
000920 01  WS-CUSTMAST-STATUS              PIC X(02)   VALUE SPACES.
000930 01  WS-SWITCHES.
000940     05  WS-EOF-NOTEIN               PIC X(01)   VALUE 'N'.
000950         88  END-OF-NOTEIN                       VALUE 'Y'.
000960     05  WS-CUSTMAST-OPEN            PIC X(01)   VALUE 'N'.
000970         88  CUSTMAST-IS-OPEN                    VALUE 'Y'.
000980     05  WS-CUST-FOUND               PIC X(01)   VALUE 'N'.
000990         88  CUST-WAS-FOUND                      VALUE 'Y'.
001000     05  WS-ADDR-USABLE              PIC X(01)   VALUE 'N'.
001010         88  ADDRESS-IS-USABLE                   VALUE 'Y'.
001020     05  WS-NAME-CHG                 PIC X(01)   VALUE 'N'.
001030         88  NAME-HAS-CHANGED                    VALUE 'Y'.
001040     05  WS-MAIL-CHG                 PIC X(01)   VALUE 'N'.
001050         88  MAILING-HAS-CHANGED                 VALUE 'Y'.
001060     05  WS-PHONE-CHG                PIC X(01)   VALUE 'N'.
001070         88  PHONE-HAS-CHANGED                   VALUE 'Y'.
001080 01  WS-CTL-FIELDS.
001090     05  WS-CTL-COUNT                PIC 9(06)   VALUE ZERO.
001100     05  WS-CTL-HASH                 PIC 9(10)   VALUE ZERO.
001110     05  WS-CTL-NAME-CNT             PIC 9(06)   VALUE ZERO.
001120     05  WS-CTL-ADDR-CNT             PIC 9(06)   VALUE ZERO.
001130     05  WS-CTL-BOTH-CNT             PIC 9(06)   VALUE ZERO.
001140     05  WS-CTL-PRIOR-CNT            PIC 9(06)   VALUE ZERO.
001150 01  WS-COUNTERS.
001160     05  WS-CNT-NOTICES              PIC 9(06)  COMP  VALUE ZERO.
001170     05  WS-CNT-CUSTOMERS            PIC 9(06)  COMP  VALUE ZERO.
001180     05  WS-CNT-EXCEPTIONS           PIC 9(06)  COMP  VALUE ZERO.
001190     05  WS-CNT-ED                   PIC ZZZZZ9.
001200 01  WS-ERR-TEXT                     PIC X(80).
001210 01  WS-EXC-REASON                   PIC X(40).
001220 01  WS-EXC-NAME                     PIC X(30).
001230 01  WS-RUN-INFO.
001240     05  WS-RUN-DATE                 PIC 9(08)   VALUE ZEROES.
001250     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001260         10  WS-RUN-DATE-YYYY        PIC 9(04).
001270         10  WS-RUN-DATE-MM          PIC 9(02).
001280         10  WS-RUN-DATE-DD          PIC 9(02).
001290     05  WS-RUN-TIME                 PIC 9(08)   VALUE ZEROES.
001300 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
001310 01  WS-RPT-CONTROLS.
001320     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
001330     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001340     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
001350 01  WS-RPT-HEAD1.
001360     05  FILLER                  PIC X(10)  VALUE SPACES.
001370     05  FILLER                  PIC X(40)  VALUE
001380         "EX2LETR - CHANGE LETTER EXCEPTIONS".
001390     05  FILLER                  PIC X(30)  VALUE SPACES.
001400 01  WS-RPT-HEAD2.
001410     05  FILLER                  PIC X(10)  VALUE SPACES.
001420     05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
001430     05  WS-RPT-DATE             PIC X(10).
001440     05  FILLER                  PIC X(10)  VALUE SPACES.
001450     05  FILLER                  PIC X(06)  VALUE "PAGE: ".
001460     05  WS-RPT-PAGE             PIC ZZZ9.
001470     05  FILLER                  PIC X(30)  VALUE SPACES.
001480 01  WS-RPT-HEAD3.
001490     05  FILLER                  PIC X(01)  VALUE SPACES.
001500     05  FILLER                  PIC X(08)  VALUE "CUST ID".
001510     05  FILLER                  PIC X(41)  VALUE
001520         "LETTER SUPPRESSED BECAUSE".
001530     05  FILLER                  PIC X(30)  VALUE
001540         "NAME".
001550 01  WS-RPT-DETAIL.
001560     05  FILLER                  PIC X(01)  VALUE SPACES.
001570     05  WS-RPT-DET-ID           PIC X(06).
001580     05  FILLER                  PIC X(02)  VALUE SPACES.
001590     05  WS-RPT-DET-REASON       PIC X(40).
001600     05  FILLER                  PIC X(01)  VALUE SPACES.
001610     05  WS-RPT-DET-NAME         PIC X(30).
001620 01  WS-RPT-TRAILER.
001630     05  FILLER                  PIC X(01)  VALUE SPACES.
001640     05  WS-RPT-TRL-LABEL        PIC X(21).
001650     05  WS-RPT-TRL-VALUE        PIC ZZZ,ZZ9.
001660     05  FILLER                  PIC X(51)  VALUE SPACES.
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF CUSTMAST-IS-OPEN
001710         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001720             UNTIL END-OF-NOTEIN
001730     END-IF.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750     STOP RUN.
001760 1000-INITIALIZE.
001770     OPEN INPUT NOTEIN-FILE.
001780     OPEN OUTPUT LTRMAIL-FILE.
001790     OPEN OUTPUT LTRRPT-FILE.
001800     OPEN OUTPUT ERROUT-FILE.
001810     OPEN EXTEND EXCPLOG-FILE.
001820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001830     ACCEPT WS-RUN-TIME FROM TIME.
001840     STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/" WS-RUN-DATE-YYYY
001850         DELIMITED BY SIZE INTO WS-RPT-DATE.
001860     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
001870     MOVE SPACES TO LTRMAIL-RECORD.
001880     MOVE "H" TO LM-REC-TYPE.
001890     MOVE WS-RUN-DATE TO LM-HDR-RUN-DATE.
001900     MOVE WS-RUN-TIME TO LM-HDR-RUN-TIME.
001910     WRITE LTRMAIL-RECORD.
001920*    WITHOUT CUSTMAST NO CUSTOMER CAN BE PROVED STILL ACTIVE -
001930*    NO LETTERS GO OUT, AND RC 8 TELLS THE NIGHTLY JOB TO KEEP
001935*    THE SORTED NOTICES FOR A RERUN AND DELETE THE MAILING FILE,
001937*    WHICH HOLDS ONLY ITS HEADER AND TRAILER.
001940     OPEN INPUT CUSTMAST-FILE.
001950     IF WS-CUSTMAST-STATUS = "00"
001960         MOVE 'Y' TO WS-CUSTMAST-OPEN
001970     ELSE
001980         MOVE SPACES TO WS-ERR-TEXT
001990         STRING "ERROR - CUSTMAST OPEN FAILED - STATUS "
002000                WS-CUSTMAST-STATUS " - NO LETTERS WRITTEN"
002010             DELIMITED BY SIZE INTO WS-ERR-TEXT
002020         MOVE "LT001 " TO XL-MSG-CODE
002030         PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
002040         MOVE 8 TO RETURN-CODE
002050     END-IF.
002060     PERFORM 2100-READ-NOTEIN THRU 2100-EXIT.
002070 1000-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* ONE CUSTOMER PER PASS.  EVERY NOTICE FOR THE CUSTOMER IS
002110* FOLDED INTO ONE: THE OLD SIDE STAYS AS THE FIRST NOTICE HAD
002120* IT, THE DATE AND SOURCE FOLLOW THE LAST, SO A CUSTOMER CHANGED
002130* TWICE IN A NIGHT GETS ONE LETTER COVERING BOTH.
002140*----------------------------------------------------------------
002150 2000-PROCESS-CUSTOMER.
002160     MOVE CHGNOTE-RECORD TO WS-GRP-NOTE.
002170     ADD 1 TO WS-CNT-CUSTOMERS.
002180     PERFORM 2100-READ-NOTEIN THRU 2100-EXIT.
002190     PERFORM 2200-FOLD-NOTICE THRU 2200-EXIT
002200         UNTIL END-OF-NOTEIN
002210            OR NT-CUST-ID NOT = GN-CUST-ID.
002220     PERFORM 3000-DECIDE-LETTERS THRU 3000-EXIT.
002230 2000-EXIT.
002240     EXIT.
002250 2100-READ-NOTEIN.
002260     READ NOTEIN-FILE
002270         AT END
002280             MOVE 'Y' TO WS-EOF-NOTEIN
002290         NOT AT END
002300             ADD 1 TO WS-CNT-NOTICES
002310     END-READ.
002320 2100-EXIT.
002330     EXIT.
002340 2200-FOLD-NOTICE.
002350     MOVE NT-POST-DATE TO GN-POST-DATE.
002360     MOVE NT-POST-TIME TO GN-POST-TIME.
002370     MOVE NT-CHANGE-SOURCE TO GN-CHANGE-SOURCE.
002380     MOVE NT-NEW-NAME TO GN-NEW-NAME.
002390     MOVE NT-NEW-ADDRESS TO GN-NEW-ADDRESS.
002400     PERFORM 2100-READ-NOTEIN THRU 2100-EXIT.
002410 2200-EXIT.
002420     EXIT.
002430 2600-PRINT-HEADINGS.
002440     ADD 1 TO WS-RPT-PAGE-NO.
002450     MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE.
002460     WRITE LTRRPT-RECORD FROM WS-RPT-HEAD1
002470         AFTER ADVANCING PAGE.
002480     WRITE LTRRPT-RECORD FROM WS-RPT-HEAD2
002490         AFTER ADVANCING 2 LINES.
002500     WRITE LTRRPT-RECORD FROM WS-RPT-HEAD3
002510         AFTER ADVANCING 2 LINES.
002520     MOVE ZERO TO WS-RPT-LINE-COUNT.
002530 2600-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* THE CUSTOMER MUST STILL BE ACTIVE ON CUSTMAST.  THE LETTER
002570* COMPARES THE NAME AND ADDRESS BEFORE THE NIGHT'S FIRST CHANGE
002580* WITH WHAT IS ON FILE NOW - A CUSTOMER CHANGED AND CHANGED BACK
002590* GETS NO LETTER.  A CHANGED MAILING ADDRESS ALSO SENDS A COPY
002600* TO THE OLD ONE; A PHONE-ONLY CHANGE DOES NOT.
002610*----------------------------------------------------------------
002620 3000-DECIDE-LETTERS.
002630     MOVE GN-CUST-ID TO CM-CUST-ID.
002640     READ CUSTMAST-FILE
002650         INVALID KEY
002660             MOVE 'N' TO WS-CUST-FOUND
002670         NOT INVALID KEY
002680             MOVE 'Y' TO WS-CUST-FOUND
002690     END-READ.
002700     IF NOT CUST-WAS-FOUND
002710         MOVE "CUSTOMER NOT ON CUSTMAST" TO WS-EXC-REASON
002720         MOVE GN-NEW-NAME TO WS-EXC-NAME
002730         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
002740         GO TO 3000-EXIT
002750     END-IF.
002760     IF CM-DELETED
002770         MOVE "CUSTOMER DELETED SINCE THE CHANGE"
002780             TO WS-EXC-REASON
002790         MOVE CM-CUST-NAME TO WS-EXC-NAME
002800         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
002810         GO TO 3000-EXIT
002820     END-IF.
002830     IF CM-MERGED
002840         MOVE SPACES TO WS-EXC-REASON
002850         STRING "CUSTOMER MERGED AWAY INTO " CM-MERGED-TO-ID
002860             DELIMITED BY SIZE INTO WS-EXC-REASON
002870         MOVE CM-CUST-NAME TO WS-EXC-NAME
002880         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
002890         GO TO 3000-EXIT
002900     END-IF.
002910     PERFORM 3100-COMPARE-CHANGES THRU 3100-EXIT.
002920     IF NOT NAME-HAS-CHANGED
002930        AND NOT MAILING-HAS-CHANGED
002940        AND NOT PHONE-HAS-CHANGED
002950         MOVE "NO NET CHANGE - CHANGED BACK" TO WS-EXC-REASON
002960         MOVE CM-CUST-NAME TO WS-EXC-NAME
002970         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
002980         GO TO 3000-EXIT
002990     END-IF.
003000     IF NAME-HAS-CHANGED
003010         IF MAILING-HAS-CHANGED OR PHONE-HAS-CHANGED
003020             MOVE "B" TO WS-LETTER-TYPE
003030         ELSE
003040             MOVE "N" TO WS-LETTER-TYPE
003050         END-IF
003060     ELSE
003070         MOVE "A" TO WS-LETTER-TYPE
003080     END-IF.
003090     MOVE CM-CUST-NAME TO WS-CHK-NAME.
003100     MOVE CM-CUST-ADDRESS TO WS-CHK-ADDRESS.
003110     PERFORM 3200-CHECK-ADDRESS THRU 3200-EXIT.
003120     IF ADDRESS-IS-USABLE
003130         PERFORM 4000-WRITE-LETTER THRU 4000-EXIT
003140     ELSE
003150         MOVE "NO USABLE ADDRESS ON FILE" TO WS-EXC-REASON
003160         MOVE CM-CUST-NAME TO WS-EXC-NAME
003170         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
003180         PERFORM 3950-WARN-ADDRESS THRU 3950-EXIT
003190     END-IF.
003200     IF MAILING-HAS-CHANGED
003210         MOVE "P" TO WS-LETTER-TYPE
003220         MOVE GN-OLD-NAME TO WS-CHK-NAME
003230         MOVE GN-OLD-ADDRESS TO WS-CHK-ADDRESS
003240         PERFORM 3200-CHECK-ADDRESS THRU 3200-EXIT
003250         IF ADDRESS-IS-USABLE
003260             PERFORM 4000-WRITE-LETTER THRU 4000-EXIT
003270         ELSE
003280             MOVE "NO USABLE PRIOR ADDRESS - COPY ONLY"
003290                 TO WS-EXC-REASON
003300             MOVE GN-OLD-NAME TO WS-EXC-NAME
003310             PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
003320             PERFORM 3950-WARN-ADDRESS THRU 3950-EXIT
003330         END-IF
003340     END-IF.
003350 3000-EXIT.
003360     EXIT.
003370 3100-COMPARE-CHANGES.
003380     MOVE 'N' TO WS-NAME-CHG.
003390     MOVE 'N' TO WS-MAIL-CHG.
003400     MOVE 'N' TO WS-PHONE-CHG.
003410     IF GN-OLD-NAME NOT = CM-CUST-NAME
003420         MOVE 'Y' TO WS-NAME-CHG
003430     END-IF.
003440     IF GN-OLD-ADDR-1 NOT = CM-CUST-ADDR-1
003450        OR GN-OLD-ADDR-2 NOT = CM-CUST-ADDR-2
003460        OR GN-OLD-CITY NOT = CM-CUST-CITY
003470        OR GN-OLD-STATE NOT = CM-CUST-STATE
003480        OR GN-OLD-ZIP NOT = CM-CUST-ZIP
003490         MOVE 'Y' TO WS-MAIL-CHG
003500     END-IF.
003510     IF GN-OLD-PHONE NOT = CM-CUST-PHONE
003520         MOVE 'Y' TO WS-PHONE-CHG
003530     END-IF.
003540 3100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* A MAILABLE ADDRESS HAS A NAME, A FIRST ADDRESS LINE, A CITY,
003580* A STATE AND A FIVE-DIGIT ZIP, WITH A ZIP+4 EXTENSION EITHER
003590* NUMERIC OR BLANK.  RECORDS CONVERTED FROM THE OLD LAYOUT
003600* CARRY NO ADDRESS AT ALL AND FAIL HERE.
003610*----------------------------------------------------------------
003620 3200-CHECK-ADDRESS.
003630     MOVE 'Y' TO WS-ADDR-USABLE.
003640     IF WS-CHK-NAME = SPACES
003650        OR WS-CHK-ADDR-1 = SPACES
003660        OR WS-CHK-CITY = SPACES
003670        OR WS-CHK-STATE = SPACES
003680        OR WS-CHK-ZIP-5 NOT NUMERIC
003690         MOVE 'N' TO WS-ADDR-USABLE
003700     END-IF.
003710     IF WS-CHK-ZIP-4 NOT = SPACES
003720        AND WS-CHK-ZIP-4 NOT NUMERIC
003730         MOVE 'N' TO WS-ADDR-USABLE
003740     END-IF.
003750 3200-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* THE CALLER LEAVES THE REASON IN WS-EXC-REASON AND THE NAME TO
003790* SHOW IN WS-EXC-NAME.
003800*----------------------------------------------------------------
003810 3900-LIST-EXCEPTION.
003820     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
003830         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
003840     END-IF.
003850     MOVE GN-CUST-ID TO WS-RPT-DET-ID.
003860     MOVE WS-EXC-REASON TO WS-RPT-DET-REASON.
003870     MOVE WS-EXC-NAME TO WS-RPT-DET-NAME.
003880     WRITE LTRRPT-RECORD FROM WS-RPT-DETAIL
003890         AFTER ADVANCING 1 LINE.
003900     ADD 1 TO WS-RPT-LINE-COUNT.
003910     ADD 1 TO WS-CNT-EXCEPTIONS.
003920 3900-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950* AN UNMAILABLE ADDRESS IS A DATA PROBLEM ON CUSTMAST (OR ON THE
003960* PRIOR RECORD), NOT JUST A LETTER NOT SENT - IT GOES ON THE
003970* MORNING EXCEPTION SUMMARY TOO.
003980*----------------------------------------------------------------
003990 3950-WARN-ADDRESS.
004000     MOVE SPACES TO WS-ERR-TEXT.
004010     IF WS-LETTER-TYPE = "P"
004020         STRING "WARNING - CUSTOMER " GN-CUST-ID
004030                " - NO USABLE PRIOR ADDRESS - COPY NOT MAILED"
004040             DELIMITED BY SIZE INTO WS-ERR-TEXT
004050     ELSE
004060         STRING "WARNING - CUSTOMER " GN-CUST-ID
004070                " - NO USABLE ADDRESS - LETTER NOT MAILED"
004080             DELIMITED BY SIZE INTO WS-ERR-TEXT
004090     END-IF.
004100     MOVE "LT002 " TO XL-MSG-CODE.
004110     MOVE GN-CUST-ID TO XL-CUST-ID.
004120     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
004130     IF RETURN-CODE < 4
004140         MOVE 4 TO RETURN-CODE
004150     END-IF.
004160 3950-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* ONE LETTER TO THE VENDOR.  THE CALLER SETS WS-LETTER-TYPE AND
004200* LEAVES THE ENVELOPE NAME AND ADDRESS IN WS-CHK-MAILING; THE
004210* BEFORE DETAILS ARE THE GATHERED NOTICE'S OLD SIDE AND THE
004220* AFTER DETAILS WHAT CUSTMAST HOLDS NOW.
004230*----------------------------------------------------------------
004240 4000-WRITE-LETTER.
004250     MOVE SPACES TO LTRMAIL-RECORD.
004260     MOVE "D" TO LM-REC-TYPE.
004270     MOVE WS-LETTER-TYPE TO LM-LETTER-TYPE.
004280     MOVE GN-CUST-ID TO LM-CUST-ID.
004290     MOVE GN-POST-DATE TO LM-CHANGE-DATE.
004300     MOVE GN-CHANGE-SOURCE TO LM-CHANGE-SOURCE.
004310     MOVE WS-CHK-NAME TO LM-MAIL-NAME.
004320     MOVE WS-CHK-ADDR-1 TO LM-MAIL-ADDR-1.
004330     MOVE WS-CHK-ADDR-2 TO LM-MAIL-ADDR-2.
004340     MOVE WS-CHK-CITY TO LM-MAIL-CITY.
004350     MOVE WS-CHK-STATE TO LM-MAIL-STATE.
004360     MOVE WS-CHK-ZIP TO LM-MAIL-ZIP.
004370     MOVE GN-OLD-NAME TO LM-OLD-NAME.
004380     MOVE GN-OLD-ADDRESS TO LM-OLD-ADDRESS.
004390     MOVE CM-CUST-NAME TO LM-NEW-NAME.
004400     MOVE CM-CUST-ADDRESS TO LM-NEW-ADDRESS.
004410     WRITE LTRMAIL-RECORD.
004420     ADD 1 TO WS-CTL-COUNT.
004430     IF LM-NAME-LETTER
004440         ADD 1 TO WS-CTL-NAME-CNT
004450     ELSE
004460     IF LM-ADDRESS-LETTER
004470         ADD 1 TO WS-CTL-ADDR-CNT
004480     ELSE
004490     IF LM-BOTH-LETTER
004500         ADD 1 TO WS-CTL-BOTH-CNT
004510     ELSE
004520         ADD 1 TO WS-CTL-PRIOR-CNT
004530     END-IF
004540     END-IF
004550     END-IF.
004560     IF GN-CUST-ID NUMERIC
004570         MOVE GN-CUST-ID TO WS-CUST-ID
004580         ADD WS-CUST-ID-NUM TO WS-CTL-HASH
004590     END-IF.
004600 4000-EXIT.
004610     EXIT.
004620 9000-TERMINATE.
004630     MOVE SPACES TO LTRMAIL-RECORD.
004640     MOVE "T" TO LM-REC-TYPE.
004650     MOVE WS-CTL-COUNT TO LM-TRL-COUNT.
004660     MOVE WS-CTL-HASH TO LM-TRL-HASH.
004670     MOVE WS-CTL-NAME-CNT TO LM-TRL-NAME-CNT.
004680     MOVE WS-CTL-ADDR-CNT TO LM-TRL-ADDR-CNT.
004690     MOVE WS-CTL-BOTH-CNT TO LM-TRL-BOTH-CNT.
004700     MOVE WS-CTL-PRIOR-CNT TO LM-TRL-PRIOR-CNT.
004710     WRITE LTRMAIL-RECORD.
004720     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
004730     MOVE WS-CTL-COUNT TO WS-CNT-ED.
004740     MOVE SPACES TO WS-ERR-TEXT.
004750     STRING "INFO - CONFIRMATION LETTERS WRITTEN: " WS-CNT-ED
004760         DELIMITED BY SIZE INTO WS-ERR-TEXT.
004770     MOVE "LT003 " TO XL-MSG-CODE.
004780     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
004790     MOVE WS-CNT-EXCEPTIONS TO WS-CNT-ED.
004800     MOVE SPACES TO WS-ERR-TEXT.
004810     STRING "INFO - LETTER EXCEPTIONS LISTED:     " WS-CNT-ED
004820         DELIMITED BY SIZE INTO WS-ERR-TEXT.
004830     MOVE "LT004 " TO XL-MSG-CODE.
004840     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
004850     CLOSE NOTEIN-FILE.
004860     CLOSE LTRMAIL-FILE.
004870     CLOSE LTRRPT-FILE.
004880     CLOSE ERROUT-FILE.
004890     CLOSE EXCPLOG-FILE.
004900     IF CUSTMAST-IS-OPEN
004910         CLOSE CUSTMAST-FILE
004920     END-IF.
004930 9000-EXIT.
004940     EXIT.
004950 9100-PRINT-TRAILER.
004960     MOVE "NOTICES READ:" TO WS-RPT-TRL-LABEL.
004970     MOVE WS-CNT-NOTICES TO WS-RPT-TRL-VALUE.
004980     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
004990         AFTER ADVANCING 2 LINES.
005000     MOVE "CUSTOMERS CHANGED:" TO WS-RPT-TRL-LABEL.
005010     MOVE WS-CNT-CUSTOMERS TO WS-RPT-TRL-VALUE.
005020     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005030         AFTER ADVANCING 1 LINE.
005040     MOVE "LETTERS WRITTEN:" TO WS-RPT-TRL-LABEL.
005050     MOVE WS-CTL-COUNT TO WS-RPT-TRL-VALUE.
005060     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005070         AFTER ADVANCING 1 LINE.
005080     MOVE "  NAME CHANGE:" TO WS-RPT-TRL-LABEL.
005090     MOVE WS-CTL-NAME-CNT TO WS-RPT-TRL-VALUE.
005100     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005110         AFTER ADVANCING 1 LINE.
005120     MOVE "  ADDRESS CHANGE:" TO WS-RPT-TRL-LABEL.
005130     MOVE WS-CTL-ADDR-CNT TO WS-RPT-TRL-VALUE.
005140     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005150         AFTER ADVANCING 1 LINE.
005160     MOVE "  NAME AND ADDRESS:" TO WS-RPT-TRL-LABEL.
005170     MOVE WS-CTL-BOTH-CNT TO WS-RPT-TRL-VALUE.
005180     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005190         AFTER ADVANCING 1 LINE.
005200     MOVE "  PRIOR-ADDRESS COPY:" TO WS-RPT-TRL-LABEL.
005210     MOVE WS-CTL-PRIOR-CNT TO WS-RPT-TRL-VALUE.
005220     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005230         AFTER ADVANCING 1 LINE.
005240     MOVE "EXCEPTIONS LISTED:" TO WS-RPT-TRL-LABEL.
005250     MOVE WS-CNT-EXCEPTIONS TO WS-RPT-TRL-VALUE.
005260     WRITE LTRRPT-RECORD FROM WS-RPT-TRAILER
005270         AFTER ADVANCING 1 LINE.
005280 9100-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
005320* THE COMMON NIGHTLY LOG (SHARED LAYOUT EXCPLOG-COPY) FOR THE
005330* EX2EXCR MORNING SUMMARY.  THE CALLER SETS XL-MSG-CODE (AND
005340* XL-CUST-ID WHERE THERE IS ONE) BEFORE BUILDING THE MESSAGE;
005350* SEVERITY COMES FROM THE MESSAGE PREFIX.
005360*----------------------------------------------------------------
005370 9700-WRITE-ERROR.
005380     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
005390     PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
005400 9700-EXIT.
005410     EXIT.
005420 9800-WRITE-EXCEPTION.
005430     MOVE WS-RUN-DATE TO XL-RUN-DATE.
005440     ACCEPT WS-LOG-TIME FROM TIME.
005450     MOVE WS-LOG-TIME TO XL-RUN-TIME.
005460     MOVE "EX2LETR " TO XL-PROGRAM-ID.
005470     IF WS-ERR-TEXT (1:5) = "ERROR"
005480         MOVE "E" TO XL-SEVERITY
005490     ELSE
005500     IF WS-ERR-TEXT (1:7) = "WARNING"
005510         MOVE "W" TO XL-SEVERITY
005520     ELSE
005530         MOVE "I" TO XL-SEVERITY
005540     END-IF
005550     END-IF.
005560     MOVE WS-ERR-TEXT TO XL-MSG-TEXT.
005570     WRITE EXCPLOG-RECORD.
005580     MOVE SPACES TO XL-MSG-CODE.
005590     MOVE SPACES TO XL-CUST-ID.
005600 9800-EXIT.
005610     EXIT.

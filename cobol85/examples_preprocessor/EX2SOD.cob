000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2SOD.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  MONTHLY SEGREGATION-OF-DUTIES AND
000110*               OPERATOR ACTIVITY REPORT FOR THE AUDITORS.
000120*               EX2SAPPR LEAVES SECURITY OF EX2S TO THE CSD AND
000130*               NEVER CHECKS WHO IS APPROVING, SO THIS REPORT
000140*               PROVES IT AFTER THE FACT.  EVERY ONLINE AUDIT
000150*               RECORD OF THE MONTH (AUDARCH, SOURCE O) IS
000160*               MATCHED TO ITS EX2S APPROVAL LOG RECORD
000170*               (APPRLOG - THE PENDAPPR KEYING DATA KEPT AT
000180*               DECISION TIME) ON THE AUDIT IMAGE BOTH CARRY,
000190*               AND LISTED WITH THE KEYING OPERATOR, DECIDING
000200*               SUPERVISOR AND ELAPSED TIME TO DECISION.
000210*               SELF-APPROVALS, CHANGES KEYED OR DECIDED OUTSIDE
000220*               BUSINESS HOURS (OR AT A WEEKEND) AND RECORDS ON
000230*               ONLY ONE OF THE TWO FILES ARE FLAGGED ON THE
000240*               LINE; OPERATOR-DAYS OVER THE SODPARM DAILY LIMIT
000250*               ARE LISTED AFTER THE DETAIL, FOLLOWED BY PER-
000260*               OPERATOR TOTALS OF CHANGES KEYED, APPROVED AND
000270*               REJECTED.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SODPARM-FILE        ASSIGN TO SODPARM
000360                                ORGANIZATION IS SEQUENTIAL.
000370     SELECT AUDIN-FILE          ASSIGN TO AUDIN
000380                                ORGANIZATION IS SEQUENTIAL.
000390     SELECT APPLIN-FILE         ASSIGN TO APPLIN
000400                                ORGANIZATION IS SEQUENTIAL.
000410     SELECT SODRPT-FILE         ASSIGN TO SODRPT
000420                                ORGANIZATION IS SEQUENTIAL.
000430     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000440                                ORGANIZATION IS SEQUENTIAL.
000450     SELECT EXCPLOG-FILE        ASSIGN TO EXCPLOG
000460                                ORGANIZATION IS SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SODPARM-FILE
000500     RECORDING MODE IS F.
000510 01  SODPARM-RECORD.
000520     05  SP-REPORT-MONTH             PIC X(06).
000530     05  SP-REPORT-MONTH-N REDEFINES SP-REPORT-MONTH.
000540         10  SP-REPORT-YYYY          PIC 9(04).
000550         10  SP-REPORT-MM            PIC 9(02).
000560     05  FILLER                      PIC X(01).
000570     05  SP-DAY-START                PIC X(04).
000580     05  SP-DAY-START-N REDEFINES SP-DAY-START.
000590         10  SP-DAY-START-HH         PIC 9(02).
000600         10  SP-DAY-START-MM         PIC 9(02).
000610     05  FILLER                      PIC X(01).
000620     05  SP-DAY-END                  PIC X(04).
000630     05  SP-DAY-END-N REDEFINES SP-DAY-END.
000640         10  SP-DAY-END-HH           PIC 9(02).
000650         10  SP-DAY-END-MM           PIC 9(02).
000660     05  FILLER                      PIC X(01).
000670     05  SP-DAILY-LIMIT              PIC X(04).
000680     05  SP-DAILY-LIMIT-N REDEFINES SP-DAILY-LIMIT
000690                                     PIC 9(04).
000700     05  FILLER                      PIC X(59).
000710 FD  AUDIN-FILE
000720     RECORDING MODE IS F.
000730     COPY AUDARCH-COPY.
000740 FD  APPLIN-FILE
000750     RECORDING MODE IS F.
000760     COPY APPRLOG-COPY.
000770 FD  SODRPT-FILE
000780     RECORDING MODE IS F.
000790 01  SODRPT-RECORD                   PIC X(80).
000800 FD  ERROUT-FILE
000810     RECORDING MODE IS F.
000820 01  ERROUT-RECORD                   PIC X(80).
000830 FD  EXCPLOG-FILE
000840     RECORDING MODE IS F.
000850     COPY EXCPLOG-COPY.
000860 WORKING-STORAGE SECTION.
000870*    THE AUDIT RECORD INSIDE EACH INPUT, SEEN AS AUDITOUT-COPY.
000880 COPY AUDITOUT-COPY REPLACING ==AUDITOUT-RECORD==
000890     BY ==WS-ARCH-AUDIT== LEADING ==AO== BY ==AA==.
000900 COPY AUDITOUT-COPY REPLACING ==AUDITOUT-RECORD==
000910     BY ==WS-LOG-AUDIT== LEADING ==AO== BY ==LA==.
000920*    MATCH KEYS - SAME FIELD ORDER AS THE SORT IN FRONT OF THIS
000930*    PROGRAM.  HIGH-VALUES AT END OF FILE.
000940 01  WS-ARCH-KEY.
000950     05  WS-AK-DATE                  PIC X(08).
000960     05  WS-AK-TIME                  PIC X(08).
000970     05  WS-AK-SUPER                 PIC X(08).
000980     05  WS-AK-OLD-NAME              PIC X(30).
000990     05  WS-AK-NEW-NAME              PIC X(30).
001000 01  WS-LOG-KEY.
001010     05  WS-LK-DATE                  PIC X(08).
001020     05  WS-LK-TIME                  PIC X(08).
001030     05  WS-LK-SUPER                 PIC X(08).
001040     05  WS-LK-OLD-NAME              PIC X(30).
001050     05  WS-LK-NEW-NAME              PIC X(30).
001060 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
001070 01  WS-PARM-FIELDS.
001080     05  WS-RPT-MONTH                PIC 9(06)   VALUE ZERO.
001090     05  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH.
001100         10  WS-RPT-MONTH-YYYY       PIC 9(04).
001110         10  WS-RPT-MONTH-MM         PIC 9(02).
001120     05  WS-DAY-START                PIC 9(04)   VALUE 0700.
001130     05  WS-DAY-END                  PIC 9(04)   VALUE 1900.
001140     05  WS-DAILY-LIMIT              PIC 9(04)   VALUE 0050.
001150*    ONE CHANGE AS IT IS REPORTED.
001160 01  WS-CHANGE-FIELDS.
001170     05  WS-CHG-CUST-ID              PIC X(06).
001180     05  WS-CHG-KEY-OPER             PIC X(08).
001190     05  WS-CHG-SUPER                PIC X(08).
001200     05  WS-CHG-DECISION             PIC X(01).
001210         88  CHG-APPROVED                        VALUE 'A'.
001220         88  CHG-REJECTED                        VALUE 'R'.
001230     05  WS-CHG-KEY-DATE             PIC 9(08).
001240     05  WS-CHG-KEY-TIME             PIC 9(08).
001250     05  WS-CHG-DEC-DATE             PIC 9(08).
001260     05  WS-CHG-DEC-DATE-X REDEFINES WS-CHG-DEC-DATE.
001270         10  WS-CHG-DEC-YYYY         PIC 9(04).
001280         10  WS-CHG-DEC-MM           PIC 9(02).
001290         10  WS-CHG-DEC-DD           PIC 9(02).
001300     05  WS-CHG-DEC-TIME             PIC 9(08).
001310     05  WS-CHG-DEC-TIME-X REDEFINES WS-CHG-DEC-TIME.
001320         10  WS-CHG-DEC-HH           PIC 9(02).
001330         10  WS-CHG-DEC-MI           PIC 9(02).
001340         10  FILLER                  PIC 9(04).
001350     05  WS-CHG-FLAGS                PIC X(25).
001360     05  WS-FLAG-PTR                 PIC 9(04)  COMP.
001370*    DATE AND TIME ARITHMETIC - A DAY NUMBER COUNTED FROM A
001380*    FIXED BASE (MARCH-BASED YEAR SO THE LEAP DAY FALLS LAST),
001390*    WHICH ALSO GIVES THE WEEKDAY: REMAINDER 4 IS A SATURDAY,
001400*    5 A SUNDAY.
001410 01  WS-DATE-WORK.
001420     05  WS-DN-DATE                  PIC 9(08).
001430     05  WS-DN-DATE-X REDEFINES WS-DN-DATE.
001440         10  WS-DN-YYYY              PIC 9(04).
001450         10  WS-DN-MM                PIC 9(02).
001460         10  WS-DN-DD                PIC 9(02).
001470     05  WS-DN-YEAR                  PIC 9(04)  COMP.
001480     05  WS-DN-MONTH                 PIC 9(02)  COMP.
001490     05  WS-DN-Q4                    PIC 9(04)  COMP.
001500     05  WS-DN-Q100                  PIC 9(04)  COMP.
001510     05  WS-DN-Q400                  PIC 9(04)  COMP.
001520     05  WS-DN-QM                    PIC 9(04)  COMP.
001530     05  WS-DN-WORK                  PIC 9(07)  COMP.
001540     05  WS-DN-DAYS                  PIC 9(07)  COMP.
001550     05  WS-DN-WEEKDAY               PIC 9(01)  COMP.
001560         88  DN-IS-WEEKEND                       VALUE 4 5.
001570     05  WS-TM-TIME                  PIC 9(08).
001580     05  WS-TM-TIME-X REDEFINES WS-TM-TIME.
001590         10  WS-TM-HHMM              PIC 9(04).
001600         10  WS-TM-HHMM-X REDEFINES WS-TM-HHMM.
001610             15  WS-TM-HH            PIC 9(02).
001620             15  WS-TM-MI            PIC 9(02).
001630         10  FILLER                  PIC 9(04).
001640     05  WS-KEY-DAYS                 PIC 9(07)  COMP.
001650     05  WS-KEY-MINUTES              PIC 9(04)  COMP.
001660     05  WS-DEC-MINUTES              PIC 9(04)  COMP.
001670     05  WS-ELAPSED-MIN              PIC S9(09) COMP.
001680     05  WS-ELAPSED-HRS              PIC 9(09)  COMP.
001690     05  WS-ELAPSED-REM              PIC 9(02)  COMP.
001700 01  WS-ELAPSED-ED.
001710     05  WS-ELAPSED-HRS-ED           PIC ZZZ9.
001720     05  FILLER                      PIC X(01)   VALUE ":".
001730     05  WS-ELAPSED-MIN-ED           PIC 99.
001740 01  WS-SWITCHES.
001750     05  WS-EOF-AUDIN                PIC X(01)   VALUE 'N'.
001760         88  END-OF-AUDIN                        VALUE 'Y'.
001770     05  WS-EOF-APPLIN               PIC X(01)   VALUE 'N'.
001780         88  END-OF-APPLIN                       VALUE 'Y'.
001790     05  WS-PARM-VALID               PIC X(01)   VALUE 'Y'.
001800         88  PARM-IS-VALID                       VALUE 'Y'.
001810     05  WS-HAVE-KEY-DATA            PIC X(01)   VALUE 'N'.
001820         88  HAVE-KEY-DATA                       VALUE 'Y'.
001830     05  WS-OFF-HOURS                PIC X(01)   VALUE 'N'.
001840         88  IS-OFF-HOURS                        VALUE 'Y'.
001850     05  WS-OPER-OVERFLOW            PIC X(01)   VALUE 'N'.
001860         88  OPER-TABLE-OVERFLOWED               VALUE 'Y'.
001870     05  WS-DAY-OVERFLOW             PIC X(01)   VALUE 'N'.
001880         88  DAY-TABLE-OVERFLOWED                VALUE 'Y'.
001890 01  WS-COUNTERS.
001900     05  WS-CNT-CHANGES              PIC 9(06)  COMP  VALUE ZERO.
001910     05  WS-CNT-APPROVED             PIC 9(06)  COMP  VALUE ZERO.
001920     05  WS-CNT-REJECTED             PIC 9(06)  COMP  VALUE ZERO.
001930     05  WS-CNT-SELF                 PIC 9(06)  COMP  VALUE ZERO.
001940     05  WS-CNT-OFF-KEYED            PIC 9(06)  COMP  VALUE ZERO.
001950     05  WS-CNT-OFF-DECIDED          PIC 9(06)  COMP  VALUE ZERO.
001960     05  WS-CNT-NO-KEY               PIC 9(06)  COMP  VALUE ZERO.
001970     05  WS-CNT-NO-AUDIT             PIC 9(06)  COMP  VALUE ZERO.
001980     05  WS-CNT-OVER-LIMIT           PIC 9(06)  COMP  VALUE ZERO.
001990*    PER-OPERATOR TOTALS, HELD IN OPERATOR ID ORDER.
002000 01  WS-OPER-TABLE.
002010     05  WS-OP-ENTRY                 OCCURS 200 TIMES.
002020         10  WS-OP-ID                PIC X(08).
002030         10  WS-OP-KEYED             PIC 9(06)  COMP.
002040         10  WS-OP-APPROVED          PIC 9(06)  COMP.
002050         10  WS-OP-REJECTED          PIC 9(06)  COMP.
002060 01  WS-OP-COUNT                 PIC 9(04)   COMP   VALUE ZERO.
002070 01  WS-OP-IDX                   PIC 9(04)   COMP   VALUE ZERO.
002080 01  WS-OP-SHIFT                 PIC 9(04)   COMP   VALUE ZERO.
002090*    CHANGES KEYED AND DECIDED PER OPERATOR PER DAY, FOR THE
002100*    DAILY VOLUME LIMIT.
002110 01  WS-DAY-TABLE.
002120     05  WS-DY-ENTRY                 OCCURS 3000 TIMES.
002130         10  WS-DY-ID                PIC X(08).
002140         10  WS-DY-DATE              PIC 9(08).
002150         10  WS-DY-KEYED             PIC 9(06)  COMP.
002160         10  WS-DY-DECIDED           PIC 9(06)  COMP.
002170 01  WS-DY-COUNT                 PIC 9(04)   COMP   VALUE ZERO.
002180 01  WS-DY-IDX                   PIC 9(04)   COMP   VALUE ZERO.
002190 01  WS-FIND-ID                      PIC X(08).
002200 01  WS-FIND-DATE                    PIC 9(08).
002210 01  WS-FIND-KIND                    PIC X(01).
002220     88  FIND-FOR-KEYED                          VALUE 'K'.
002230     88  FIND-FOR-DECIDED                        VALUE 'D'.
002240 01  WS-ERR-TEXT                     PIC X(80).
002250 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
002260 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002270     05  WS-RUN-DATE-YYYY            PIC 9(04).
002280     05  WS-RUN-DATE-MM              PIC 9(02).
002290     05  WS-RUN-DATE-DD              PIC 9(02).
002300 01  WS-RPT-CONTROLS.
002310     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
002320     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
002330     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
002340 01  WS-RPT-HEAD1.
002350     05  FILLER                  PIC X(10)  VALUE SPACES.
002360     05  FILLER                  PIC X(50)  VALUE
002370         "EX2SOD - ONLINE CHANGE SEGREGATION OF DUTIES".
002380     05  FILLER                  PIC X(20)  VALUE SPACES.
002390 01  WS-RPT-HEAD2.
002400     05  FILLER                  PIC X(10)  VALUE SPACES.
002410     05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
002420     05  WS-RPT-DATE             PIC X(10).
002430     05  FILLER                  PIC X(10)  VALUE SPACES.
002440     05  FILLER                  PIC X(06)  VALUE "PAGE: ".
002450     05  WS-RPT-PAGE             PIC ZZZ9.
002460     05  FILLER                  PIC X(30)  VALUE SPACES.
002470 01  WS-RPT-HEAD-PARM.
002480     05  FILLER                  PIC X(10)  VALUE SPACES.
002490     05  FILLER                  PIC X(06)  VALUE "MONTH ".
002500     05  WS-RPT-PARM-MM          PIC 9(02).
002510     05  FILLER                  PIC X(01)  VALUE "/".
002520     05  WS-RPT-PARM-YYYY        PIC 9(04).
002530     05  FILLER                  PIC X(17)  VALUE
002540         "  BUSINESS HOURS ".
002550     05  WS-RPT-PARM-START       PIC 9(04).
002560     05  FILLER                  PIC X(01)  VALUE "-".
002570     05  WS-RPT-PARM-END         PIC 9(04).
002580     05  FILLER                  PIC X(22)  VALUE
002590         " MON-FRI  DAILY LIMIT ".
002600     05  WS-RPT-PARM-LIMIT       PIC ZZZ9.
002610     05  FILLER                  PIC X(05)  VALUE SPACES.
002620*    COLUMN HEADING FOR WHICHEVER SECTION IS PRINTING, REPEATED
002630*    AT THE TOP OF EACH PAGE.
002640 01  WS-RPT-COL-HEAD                 PIC X(80).
002650 01  WS-RPT-SAVE-LINE                PIC X(80).
002660 01  WS-RPT-DETAIL-HEAD.
002670     05  FILLER                  PIC X(01)  VALUE SPACES.
002680     05  FILLER                  PIC X(11)  VALUE "DECIDED".
002690     05  FILLER                  PIC X(06)  VALUE "TIME".
002700     05  FILLER                  PIC X(07)  VALUE "CUST".
002710     05  FILLER                  PIC X(09)  VALUE "KEYED BY".
002720     05  FILLER                  PIC X(09)  VALUE "DECIDED".
002730     05  FILLER                  PIC X(04)  VALUE "DEC".
002740     05  FILLER                  PIC X(08)  VALUE "ELAPSED".
002750     05  FILLER                  PIC X(25)  VALUE "EXCEPTIONS".
002760 01  WS-RPT-DETAIL.
002770     05  FILLER                  PIC X(01)  VALUE SPACES.
002780     05  WS-RPT-DET-DATE         PIC X(10).
002790     05  FILLER                  PIC X(01)  VALUE SPACES.
002800     05  WS-RPT-DET-TIME         PIC X(05).
002810     05  FILLER                  PIC X(01)  VALUE SPACES.
002820     05  WS-RPT-DET-CUST         PIC X(06).
002830     05  FILLER                  PIC X(01)  VALUE SPACES.
002840     05  WS-RPT-DET-KEY-OPER     PIC X(08).
002850     05  FILLER                  PIC X(01)  VALUE SPACES.
002860     05  WS-RPT-DET-SUPER        PIC X(08).
002870     05  FILLER                  PIC X(01)  VALUE SPACES.
002880     05  WS-RPT-DET-DECISION     PIC X(03).
002890     05  FILLER                  PIC X(01)  VALUE SPACES.
002900     05  WS-RPT-DET-ELAPSED      PIC X(07).
002910     05  FILLER                  PIC X(01)  VALUE SPACES.
002920     05  WS-RPT-DET-FLAGS        PIC X(25).
002930 01  WS-RPT-SECTION-LINE.
002940     05  FILLER                  PIC X(01)  VALUE SPACES.
002950     05  WS-RPT-SECTION-TEXT     PIC X(60).
002960     05  FILLER                  PIC X(19)  VALUE SPACES.
002970 01  WS-RPT-VOLUME-HEAD.
002980     05  FILLER                  PIC X(01)  VALUE SPACES.
002990     05  FILLER                  PIC X(10)  VALUE "OPERATOR".
003000     05  FILLER                  PIC X(12)  VALUE "DATE".
003010     05  FILLER                  PIC X(09)  VALUE "  KEYED".
003020     05  FILLER                  PIC X(48)  VALUE "DECIDED".
003030 01  WS-RPT-VOLUME-LINE.
003040     05  FILLER                  PIC X(01)  VALUE SPACES.
003050     05  WS-RPT-VOL-ID           PIC X(08).
003060     05  FILLER                  PIC X(02)  VALUE SPACES.
003070     05  WS-RPT-VOL-DATE         PIC X(10).
003080     05  FILLER                  PIC X(02)  VALUE SPACES.
003090     05  WS-RPT-VOL-KEYED        PIC ZZZ,ZZ9.
003100     05  FILLER                  PIC X(02)  VALUE SPACES.
003110     05  WS-RPT-VOL-DECIDED      PIC ZZZ,ZZ9.
003120     05  FILLER                  PIC X(41)  VALUE SPACES.
003130 01  WS-RPT-OPER-HEAD.
003140     05  FILLER                  PIC X(01)  VALUE SPACES.
003150     05  FILLER                  PIC X(10)  VALUE "OPERATOR".
003160     05  FILLER                  PIC X(07)  VALUE "  KEYED".
003170     05  FILLER                  PIC X(10)  VALUE "  APPROVED".
003180     05  FILLER                  PIC X(10)  VALUE "  REJECTED".
003190     05  FILLER                  PIC X(42)  VALUE SPACES.
003200 01  WS-RPT-OPER-LINE.
003210     05  FILLER                  PIC X(01)  VALUE SPACES.
003220     05  WS-RPT-OP-ID            PIC X(08).
003230     05  FILLER                  PIC X(02)  VALUE SPACES.
003240     05  WS-RPT-OP-KEYED         PIC ZZZ,ZZ9.
003250     05  FILLER                  PIC X(03)  VALUE SPACES.
003260     05  WS-RPT-OP-APPROVED      PIC ZZZ,ZZ9.
003270     05  FILLER                  PIC X(03)  VALUE SPACES.
003280     05  WS-RPT-OP-REJECTED      PIC ZZZ,ZZ9.
003290     05  FILLER                  PIC X(42)  VALUE SPACES.
003300 01  WS-RPT-TRAILER.
003310     05  FILLER                  PIC X(01)  VALUE SPACES.
003320     05  WS-RPT-TRL-LABEL        PIC X(21).
003330     05  WS-RPT-TRL-VALUE        PIC ZZZ,ZZ9.
003340     05  FILLER                  PIC X(51)  VALUE SPACES.
003350 01  WS-RPT-LEGEND-TABLE.
003360     05  FILLER                  PIC X(60)  VALUE
003370         "SELF  APPROVED BY THE OPERATOR WHO KEYED IT".
003380     05  FILLER                  PIC X(60)  VALUE
003390         "OFFK  KEYED OUTSIDE BUSINESS HOURS OR AT A WEEKEND".
003400     05  FILLER                  PIC X(60)  VALUE
003410         "OFFD  DECIDED OUTSIDE BUSINESS HOURS OR AT A WEEKEND".
003420     05  FILLER                  PIC X(60)  VALUE
003430         "NOKY  NO EX2S KEYING DATA FOR THIS AUDIT RECORD".
003440     05  FILLER                  PIC X(60)  VALUE
003450         "NOAU  EX2S DECISION WITH NO AUDIT ARCHIVE RECORD".
003460 01  WS-RPT-LEGEND REDEFINES WS-RPT-LEGEND-TABLE.
003470     05  WS-RPT-LEGEND-TEXT          PIC X(60)   OCCURS 5 TIMES.
003480 01  WS-LEGEND-IDX               PIC 9(04)   COMP   VALUE ZERO.
003490 PROCEDURE DIVISION.
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     IF PARM-IS-VALID
003530         PERFORM 2000-MATCH-CHANGES THRU 2000-EXIT
003540             UNTIL END-OF-AUDIN AND END-OF-APPLIN
003550         PERFORM 8000-PRINT-VOLUME THRU 8000-EXIT
003560         PERFORM 8200-PRINT-OPERATORS THRU 8200-EXIT
003570     END-IF.
003580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003590     STOP RUN.
003600 1000-INITIALIZE.
003610     OPEN OUTPUT SODRPT-FILE.
003620     OPEN OUTPUT ERROUT-FILE.
003630     OPEN EXTEND EXCPLOG-FILE.
003640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003650     STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/" WS-RUN-DATE-YYYY
003660         DELIMITED BY SIZE INTO WS-RPT-DATE.
003670     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
003680     MOVE WS-RPT-MONTH-MM TO WS-RPT-PARM-MM.
003690     MOVE WS-RPT-MONTH-YYYY TO WS-RPT-PARM-YYYY.
003700     MOVE WS-DAY-START TO WS-RPT-PARM-START.
003710     MOVE WS-DAY-END TO WS-RPT-PARM-END.
003720     MOVE WS-DAILY-LIMIT TO WS-RPT-PARM-LIMIT.
003730     MOVE WS-RPT-DETAIL-HEAD TO WS-RPT-COL-HEAD.
003740     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
003750     IF NOT PARM-IS-VALID
003760         GO TO 1000-EXIT
003770     END-IF.
003780     OPEN INPUT AUDIN-FILE.
003790     OPEN INPUT APPLIN-FILE.
003800     PERFORM 3100-NEXT-AUDIN THRU 3100-EXIT.
003810     PERFORM 3200-NEXT-APPLIN THRU 3200-EXIT.
003820 1000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* SODPARM CARD - EVERY FIELD OPTIONAL:
003860*     COLS 01-06  REPORT MONTH YYYYMM (DEFAULT LAST MONTH)
003870*     COLS 08-11  BUSINESS DAY START HHMM (DEFAULT 0700)
003880*     COLS 13-16  BUSINESS DAY END HHMM (DEFAULT 1900)
003890*     COLS 18-21  DAILY VOLUME LIMIT PER OPERATOR (DEFAULT 50)
003900*----------------------------------------------------------------
003910 1100-EDIT-PARM.
003920     MOVE SPACES TO SODPARM-RECORD.
003930     OPEN INPUT SODPARM-FILE.
003940     READ SODPARM-FILE
003950         AT END
003960             MOVE SPACES TO SODPARM-RECORD
003970     END-READ.
003980     CLOSE SODPARM-FILE.
003990     IF SP-REPORT-MONTH = SPACES
004000         MOVE WS-RUN-DATE-YYYY TO WS-RPT-MONTH-YYYY
004010         IF WS-RUN-DATE-MM = 1
004020             SUBTRACT 1 FROM WS-RPT-MONTH-YYYY
004030             MOVE 12 TO WS-RPT-MONTH-MM
004040         ELSE
004050             COMPUTE WS-RPT-MONTH-MM = WS-RUN-DATE-MM - 1
004060         END-IF
004070     ELSE
004080     IF SP-REPORT-MONTH NOT NUMERIC
004090        OR SP-REPORT-MM < 1 OR SP-REPORT-MM > 12
004100         MOVE "ERROR - SODPARM REPORT MONTH NOT YYYYMM"
004110             TO WS-ERR-TEXT
004120         PERFORM 1190-PARM-ERROR THRU 1190-EXIT
004130     ELSE
004140         MOVE SP-REPORT-MONTH-N TO WS-RPT-MONTH
004150     END-IF
004160     END-IF.
004170     IF SP-DAY-START NOT = SPACES
004180         IF SP-DAY-START NOT NUMERIC
004190            OR SP-DAY-START-HH > 23 OR SP-DAY-START-MM > 59
004200             MOVE "ERROR - SODPARM BUSINESS DAY START NOT HHMM"
004210                 TO WS-ERR-TEXT
004220             PERFORM 1190-PARM-ERROR THRU 1190-EXIT
004230         ELSE
004240             MOVE SP-DAY-START-N TO WS-DAY-START
004250         END-IF
004260     END-IF.
004270     IF SP-DAY-END NOT = SPACES
004280         IF SP-DAY-END NOT NUMERIC
004290            OR SP-DAY-END-HH > 24 OR SP-DAY-END-MM > 59
004300             MOVE "ERROR - SODPARM BUSINESS DAY END NOT HHMM"
004310                 TO WS-ERR-TEXT
004320             PERFORM 1190-PARM-ERROR THRU 1190-EXIT
004330         ELSE
004340             MOVE SP-DAY-END-N TO WS-DAY-END
004350         END-IF
004360     END-IF.
004370     IF WS-DAY-START NOT < WS-DAY-END
004380         MOVE "ERROR - SODPARM BUSINESS DAY ENDS BEFORE IT STARTS"
004390             TO WS-ERR-TEXT
004400         PERFORM 1190-PARM-ERROR THRU 1190-EXIT
004410     END-IF.
004420     IF SP-DAILY-LIMIT NOT = SPACES
004430         IF SP-DAILY-LIMIT NOT NUMERIC
004440            OR SP-DAILY-LIMIT-N = ZERO
004450             MOVE "ERROR - SODPARM DAILY LIMIT NOT OVER ZERO"
004460                 TO WS-ERR-TEXT
004470             PERFORM 1190-PARM-ERROR THRU 1190-EXIT
004480         ELSE
004490             MOVE SP-DAILY-LIMIT-N TO WS-DAILY-LIMIT
004500         END-IF
004510     END-IF.
004520 1100-EXIT.
004530     EXIT.
004540 1190-PARM-ERROR.
004550     MOVE 'N' TO WS-PARM-VALID.
004560     MOVE "SD001 " TO XL-MSG-CODE.
004570     PERFORM 9700-WRITE-ERROR THRU 9700-EXIT.
004580     MOVE 8 TO RETURN-CODE.
004590 1190-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* MATCH THE MONTH'S ONLINE AUDIT RECORDS TO THE APPROVAL LOG.
004630* A RECORD ON ONLY ONE SIDE IS STILL LISTED, FLAGGED NOKY (NO
004640* KEYING DATA - E.G. DECIDED BEFORE THE LOG EXISTED) OR NOAU
004650* (A DECISION THE AUDIT ARCHIVE NEVER RECEIVED).
004660*----------------------------------------------------------------
004670 2000-MATCH-CHANGES.
004680     IF WS-ARCH-KEY = WS-LOG-KEY
004690         PERFORM 2300-FROM-LOG THRU 2300-EXIT
004700         PERFORM 2500-REPORT-CHANGE THRU 2500-EXIT
004710         PERFORM 3100-NEXT-AUDIN THRU 3100-EXIT
004720         PERFORM 3200-NEXT-APPLIN THRU 3200-EXIT
004730     ELSE
004740     IF WS-ARCH-KEY < WS-LOG-KEY
004750         PERFORM 2200-FROM-ARCHIVE THRU 2200-EXIT
004760         PERFORM 2500-REPORT-CHANGE THRU 2500-EXIT
004770         PERFORM 3100-NEXT-AUDIN THRU 3100-EXIT
004780     ELSE
004790         PERFORM 2300-FROM-LOG THRU 2300-EXIT
004800         STRING "NOAU " DELIMITED BY SIZE
004810             INTO WS-CHG-FLAGS WITH POINTER WS-FLAG-PTR
004820         ADD 1 TO WS-CNT-NO-AUDIT
004830         PERFORM 2500-REPORT-CHANGE THRU 2500-EXIT
004840         PERFORM 3200-NEXT-APPLIN THRU 3200-EXIT
004850     END-IF
004860     END-IF.
004870 2000-EXIT.
004880     EXIT.
004890 2200-FROM-ARCHIVE.
004900     MOVE 'N' TO WS-HAVE-KEY-DATA.
004910     MOVE SPACES TO WS-CHG-CUST-ID.
004920     MOVE "UNKNOWN" TO WS-CHG-KEY-OPER.
004930     MOVE AR-OPERATOR TO WS-CHG-SUPER.
004940     IF AA-NEW-NAME (1:10) = "*REJECTED*"
004950         MOVE 'R' TO WS-CHG-DECISION
004960     ELSE
004970         MOVE 'A' TO WS-CHG-DECISION
004980     END-IF.
004990     MOVE ZERO TO WS-CHG-KEY-DATE.
005000     MOVE ZERO TO WS-CHG-KEY-TIME.
005010     MOVE AA-RUN-DATE TO WS-CHG-DEC-DATE.
005020     MOVE AA-RUN-TIME TO WS-CHG-DEC-TIME.
005030     MOVE SPACES TO WS-CHG-FLAGS.
005040     MOVE 1 TO WS-FLAG-PTR.
005050     STRING "NOKY " DELIMITED BY SIZE
005060         INTO WS-CHG-FLAGS WITH POINTER WS-FLAG-PTR.
005070     ADD 1 TO WS-CNT-NO-KEY.
005080 2200-EXIT.
005090     EXIT.
005100 2300-FROM-LOG.
005110     MOVE 'Y' TO WS-HAVE-KEY-DATA.
005120     MOVE AL-CUST-ID TO WS-CHG-CUST-ID.
005130     MOVE AL-KEY-OPERATOR TO WS-CHG-KEY-OPER.
005140     MOVE AL-SUPER-ID TO WS-CHG-SUPER.
005150     MOVE AL-DECISION TO WS-CHG-DECISION.
005160     MOVE AL-KEY-DATE TO WS-CHG-KEY-DATE.
005170     MOVE AL-KEY-TIME TO WS-CHG-KEY-TIME.
005180     MOVE AL-DECIDE-DATE TO WS-CHG-DEC-DATE.
005190     MOVE AL-DECIDE-TIME TO WS-CHG-DEC-TIME.
005200     MOVE SPACES TO WS-CHG-FLAGS.
005210     MOVE 1 TO WS-FLAG-PTR.
005220 2300-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* FLAG, COUNT AND PRINT ONE CHANGE.  THE CALLER HAS SET THE
005260* CHANGE FIELDS AND RAISED ANY NOKY/NOAU FLAG.
005270*----------------------------------------------------------------
005280 2500-REPORT-CHANGE.
005290     ADD 1 TO WS-CNT-CHANGES.
005300     IF CHG-REJECTED
005310         ADD 1 TO WS-CNT-REJECTED
005320     ELSE
005330         ADD 1 TO WS-CNT-APPROVED
005340     END-IF.
005350     MOVE SPACES TO WS-RPT-DET-ELAPSED.
005360     IF HAVE-KEY-DATA
005370         IF CHG-APPROVED
005380            AND WS-CHG-KEY-OPER = WS-CHG-SUPER
005390             STRING "SELF " DELIMITED BY SIZE
005400                 INTO WS-CHG-FLAGS WITH POINTER WS-FLAG-PTR
005410             ADD 1 TO WS-CNT-SELF
005420         END-IF
005430         MOVE WS-CHG-KEY-DATE TO WS-DN-DATE
005440         MOVE WS-CHG-KEY-TIME TO WS-TM-TIME
005450         PERFORM 7000-CHECK-HOURS THRU 7000-EXIT
005460         IF IS-OFF-HOURS
005470             STRING "OFFK " DELIMITED BY SIZE
005480                 INTO WS-CHG-FLAGS WITH POINTER WS-FLAG-PTR
005490             ADD 1 TO WS-CNT-OFF-KEYED
005500         END-IF
005510         MOVE WS-DN-DAYS TO WS-KEY-DAYS
005520         MOVE WS-TM-HH TO WS-KEY-MINUTES
005530         MULTIPLY 60 BY WS-KEY-MINUTES
005540         ADD WS-TM-MI TO WS-KEY-MINUTES
005550         MOVE WS-CHG-KEY-OPER TO WS-FIND-ID
005560         MOVE WS-CHG-KEY-DATE TO WS-FIND-DATE
005570         MOVE 'K' TO WS-FIND-KIND
005580         PERFORM 7300-COUNT-OPERATOR THRU 7300-EXIT
005590         PERFORM 7400-COUNT-DAY THRU 7400-EXIT
005600     END-IF.
005610     MOVE WS-CHG-DEC-DATE TO WS-DN-DATE.
005620     MOVE WS-CHG-DEC-TIME TO WS-TM-TIME.
005630     PERFORM 7000-CHECK-HOURS THRU 7000-EXIT.
005640     IF IS-OFF-HOURS
005650         STRING "OFFD " DELIMITED BY SIZE
005660             INTO WS-CHG-FLAGS WITH POINTER WS-FLAG-PTR
005670         ADD 1 TO WS-CNT-OFF-DECIDED
005680     END-IF.
005690     IF HAVE-KEY-DATA
005700         PERFORM 7200-ELAPSED-TIME THRU 7200-EXIT
005710     END-IF.
005720     MOVE WS-CHG-SUPER TO WS-FIND-ID.
005730     MOVE WS-CHG-DEC-DATE TO WS-FIND-DATE.
005740     MOVE 'D' TO WS-FIND-KIND.
005750     PERFORM 7300-COUNT-OPERATOR THRU 7300-EXIT.
005760     PERFORM 7400-COUNT-DAY THRU 7400-EXIT.
005770     MOVE SPACES TO WS-RPT-DET-DATE.
005780     STRING WS-CHG-DEC-MM "/" WS-CHG-DEC-DD "/" WS-CHG-DEC-YYYY
005790         DELIMITED BY SIZE INTO WS-RPT-DET-DATE.
005800     MOVE SPACES TO WS-RPT-DET-TIME.
005810     STRING WS-CHG-DEC-HH ":" WS-CHG-DEC-MI
005820         DELIMITED BY SIZE INTO WS-RPT-DET-TIME.
005830     MOVE WS-CHG-CUST-ID TO WS-RPT-DET-CUST.
005840     MOVE WS-CHG-KEY-OPER TO WS-RPT-DET-KEY-OPER.
005850     MOVE WS-CHG-SUPER TO WS-RPT-DET-SUPER.
005860     IF CHG-REJECTED
005870         MOVE "REJ" TO WS-RPT-DET-DECISION
005880     ELSE
005890         MOVE "APP" TO WS-RPT-DET-DECISION
005900     END-IF.
005910     MOVE WS-CHG-FLAGS TO WS-RPT-DET-FLAGS.
005920     MOVE WS-RPT-DETAIL TO SODRPT-RECORD.
005930     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
005940 2500-EXIT.
005950     EXIT.
005960 2600-PRINT-HEADINGS.
005970     ADD 1 TO WS-RPT-PAGE-NO.
005980     MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE.
005990     WRITE SODRPT-RECORD FROM WS-RPT-HEAD1
006000         AFTER ADVANCING PAGE.
006010     WRITE SODRPT-RECORD FROM WS-RPT-HEAD2
006020         AFTER ADVANCING 2 LINES.
006030     WRITE SODRPT-RECORD FROM WS-RPT-HEAD-PARM
006040         AFTER ADVANCING 1 LINE.
006050     WRITE SODRPT-RECORD FROM WS-RPT-COL-HEAD
006060         AFTER ADVANCING 2 LINES.
006070     MOVE ZERO TO WS-RPT-LINE-COUNT.
006080 2600-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110* NEXT RECORD OF THE REPORT MONTH FROM EACH INPUT.  BOTH ARE IN
006120* DECISION DATE ORDER, SO RECORDS AHEAD OF THE MONTH ARE SKIPPED
006130* AND THE FIRST ONE PAST IT ENDS THE FILE.
006140*----------------------------------------------------------------
006150 3100-NEXT-AUDIN.
006160     MOVE HIGH-VALUES TO WS-ARCH-KEY.
006170     IF END-OF-AUDIN
006180         GO TO 3100-EXIT
006190     END-IF.
006200     PERFORM 3110-READ-AUDIN THRU 3110-EXIT.
006210     PERFORM 3110-READ-AUDIN THRU 3110-EXIT
006220         UNTIL END-OF-AUDIN
006230            OR AA-RUN-DATE (1:6) NOT < WS-RPT-MONTH-X.
006240     IF END-OF-AUDIN
006250         GO TO 3100-EXIT
006260     END-IF.
006270     IF AA-RUN-DATE (1:6) NOT = WS-RPT-MONTH-X
006280         MOVE 'Y' TO WS-EOF-AUDIN
006290         GO TO 3100-EXIT
006300     END-IF.
006310     MOVE AA-RUN-DATE TO WS-AK-DATE.
006320     MOVE AA-RUN-TIME TO WS-AK-TIME.
006330     MOVE AA-JOB-NAME TO WS-AK-SUPER.
006340     MOVE AA-OLD-NAME TO WS-AK-OLD-NAME.
006350     MOVE AA-NEW-NAME TO WS-AK-NEW-NAME.
006360 3100-EXIT.
006370     EXIT.
006380 3110-READ-AUDIN.
006390     READ AUDIN-FILE
006400         AT END
006410             MOVE 'Y' TO WS-EOF-AUDIN
006420         NOT AT END
006430             MOVE AR-AUDIT-DATA TO WS-ARCH-AUDIT
006440     END-READ.
006450 3110-EXIT.
006460     EXIT.
006470 3200-NEXT-APPLIN.
006480     MOVE HIGH-VALUES TO WS-LOG-KEY.
006490     IF END-OF-APPLIN
006500         GO TO 3200-EXIT
006510     END-IF.
006520     PERFORM 3210-READ-APPLIN THRU 3210-EXIT.
006530     PERFORM 3210-READ-APPLIN THRU 3210-EXIT
006540         UNTIL END-OF-APPLIN
006550            OR LA-RUN-DATE (1:6) NOT < WS-RPT-MONTH-X.
006560     IF END-OF-APPLIN
006570         GO TO 3200-EXIT
006580     END-IF.
006590     IF LA-RUN-DATE (1:6) NOT = WS-RPT-MONTH-X
006600         MOVE 'Y' TO WS-EOF-APPLIN
006610         GO TO 3200-EXIT
006620     END-IF.
006630     MOVE LA-RUN-DATE TO WS-LK-DATE.
006640     MOVE LA-RUN-TIME TO WS-LK-TIME.
006650     MOVE LA-JOB-NAME TO WS-LK-SUPER.
006660     MOVE LA-OLD-NAME TO WS-LK-OLD-NAME.
006670     MOVE LA-NEW-NAME TO WS-LK-NEW-NAME.
006680 3200-EXIT.
006690     EXIT.
006700 3210-READ-APPLIN.
006710     READ APPLIN-FILE
006720         AT END
006730             MOVE 'Y' TO WS-EOF-APPLIN
006740         NOT AT END
006750             MOVE AL-AUDIT-IMAGE TO WS-LOG-AUDIT
006760     END-READ.
006770 3210-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* WS-DN-DATE / WS-TM-TIME OUTSIDE THE BUSINESS DAY OR AT A
006810* WEEKEND SETS IS-OFF-HOURS.  LEAVES WS-DN-DAYS SET.
006820*----------------------------------------------------------------
006830 7000-CHECK-HOURS.
006840     PERFORM 7100-DAY-NUMBER THRU 7100-EXIT.
006850     MOVE 'N' TO WS-OFF-HOURS.
006860     IF DN-IS-WEEKEND
006870        OR WS-TM-HHMM < WS-DAY-START
006880        OR WS-TM-HHMM NOT < WS-DAY-END
006890         MOVE 'Y' TO WS-OFF-HOURS
006900     END-IF.
006910 7000-EXIT.
006920     EXIT.
006930 7100-DAY-NUMBER.
006940     MOVE WS-DN-YYYY TO WS-DN-YEAR.
006950     MOVE WS-DN-MM TO WS-DN-MONTH.
006960     IF WS-DN-MONTH < 3
006970         SUBTRACT 1 FROM WS-DN-YEAR
006980         ADD 12 TO WS-DN-MONTH
006990     END-IF.
007000     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
007010     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
007020     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
007030     COMPUTE WS-DN-WORK = 153 * (WS-DN-MONTH - 3) + 2.
007040     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QM.
007050     COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
007060                        - WS-DN-Q100 + WS-DN-Q400
007070                        + WS-DN-QM + WS-DN-DD.
007080     DIVIDE WS-DN-DAYS BY 7 GIVING WS-DN-WORK
007090         REMAINDER WS-DN-WEEKDAY.
007100 7100-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130* KEYED-TO-DECIDED TIME IN HOURS AND MINUTES.  EXPECTS THE KEY
007140* DAY NUMBER AND MINUTES SAVED AND WS-DN-DAYS/WS-TM-TIME LEFT
007150* SET FOR THE DECISION.
007160*----------------------------------------------------------------
007170 7200-ELAPSED-TIME.
007180     MOVE WS-TM-HH TO WS-DEC-MINUTES.
007190     MULTIPLY 60 BY WS-DEC-MINUTES.
007200     ADD WS-TM-MI TO WS-DEC-MINUTES.
007210     COMPUTE WS-ELAPSED-MIN = (WS-DN-DAYS - WS-KEY-DAYS) * 1440
007220                            + WS-DEC-MINUTES - WS-KEY-MINUTES.
007230     IF WS-ELAPSED-MIN < ZERO
007240         MOVE ZERO TO WS-ELAPSED-MIN
007250     END-IF.
007260     DIVIDE WS-ELAPSED-MIN BY 60 GIVING WS-ELAPSED-HRS
007270         REMAINDER WS-ELAPSED-REM.
007280     IF WS-ELAPSED-HRS > 9999
007290         MOVE 9999 TO WS-ELAPSED-HRS
007300         MOVE 59 TO WS-ELAPSED-REM
007310     END-IF.
007320     MOVE WS-ELAPSED-HRS TO WS-ELAPSED-HRS-ED.
007330     MOVE WS-ELAPSED-REM TO WS-ELAPSED-MIN-ED.
007340     MOVE WS-ELAPSED-ED TO WS-RPT-DET-ELAPSED.
007350 7200-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380* ADD ONE KEYED (WS-FIND-KIND K) OR DECIDED (D) CHANGE TO THE
007390* OPERATOR'S TOTALS, INSERTING THE OPERATOR IN ID ORDER THE
007400* FIRST TIME IT IS SEEN.
007410*----------------------------------------------------------------
007420 7300-COUNT-OPERATOR.
007430     MOVE 1 TO WS-OP-IDX.
007440     PERFORM 7310-SCAN-OPERATOR THRU 7310-EXIT
007450         UNTIL WS-OP-IDX > WS-OP-COUNT
007460            OR WS-OP-ID (WS-OP-IDX) NOT < WS-FIND-ID.
007470     IF WS-OP-IDX > WS-OP-COUNT
007480        OR WS-OP-ID (WS-OP-IDX) NOT = WS-FIND-ID
007490         IF WS-OP-COUNT NOT < 200
007500             IF NOT OPER-TABLE-OVERFLOWED
007510                 MOVE SPACES TO WS-ERR-TEXT
007520                 STRING "ERROR - MORE THAN 200 OPERATORS - "
007530                        "OPERATOR TOTALS INCOMPLETE"
007540                     DELIMITED BY SIZE INTO WS-ERR-TEXT
007550                 MOVE "SD002 " TO XL-MSG-CODE
007560                 PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
007570                 MOVE 8 TO RETURN-CODE
007580                 MOVE 'Y' TO WS-OPER-OVERFLOW
007590             END-IF
007600             GO TO 7300-EXIT
007610         END-IF
007620         PERFORM 7320-SHIFT-OPERATOR THRU 7320-EXIT
007630             VARYING WS-OP-SHIFT FROM WS-OP-COUNT BY -1
007640             UNTIL WS-OP-SHIFT < WS-OP-IDX
007650         ADD 1 TO WS-OP-COUNT
007660         MOVE WS-FIND-ID TO WS-OP-ID (WS-OP-IDX)
007670         MOVE ZERO TO WS-OP-KEYED (WS-OP-IDX)
007680         MOVE ZERO TO WS-OP-APPROVED (WS-OP-IDX)
007690         MOVE ZERO TO WS-OP-REJECTED (WS-OP-IDX)
007700     END-IF.
007710     IF FIND-FOR-KEYED
007720         ADD 1 TO WS-OP-KEYED (WS-OP-IDX)
007730     ELSE
007740     IF CHG-REJECTED
007750         ADD 1 TO WS-OP-REJECTED (WS-OP-IDX)
007760     ELSE
007770         ADD 1 TO WS-OP-APPROVED (WS-OP-IDX)
007780     END-IF
007790     END-IF.
007800 7300-EXIT.
007810     EXIT.
007820 7310-SCAN-OPERATOR.
007830     ADD 1 TO WS-OP-IDX.
007840 7310-EXIT.
007850     EXIT.
007860 7320-SHIFT-OPERATOR.
007870     MOVE WS-OP-ENTRY (WS-OP-SHIFT)
007880         TO WS-OP-ENTRY (WS-OP-SHIFT + 1).
007890 7320-EXIT.
007900     EXIT.
007910*    SAME FOR THE OPERATOR-DAY VOLUME TABLE (FIRST-SEEN ORDER).
007920 7400-COUNT-DAY.
007930     MOVE 1 TO WS-DY-IDX.
007940     PERFORM 7410-SCAN-DAY THRU 7410-EXIT
007950         UNTIL WS-DY-IDX > WS-DY-COUNT
007960            OR (WS-DY-ID (WS-DY-IDX) = WS-FIND-ID
007970                AND WS-DY-DATE (WS-DY-IDX) = WS-FIND-DATE).
007980     IF WS-DY-IDX > WS-DY-COUNT
007990         IF WS-DY-COUNT NOT < 3000
008000             IF NOT DAY-TABLE-OVERFLOWED
008010                 MOVE SPACES TO WS-ERR-TEXT
008020                 STRING "ERROR - MORE THAN 3000 OPERATOR-DAYS - "
008030                        "VOLUME CHECK INCOMPLETE"
008040                     DELIMITED BY SIZE INTO WS-ERR-TEXT
008050                 MOVE "SD003 " TO XL-MSG-CODE
008060                 PERFORM 9700-WRITE-ERROR THRU 9700-EXIT
008070                 MOVE 8 TO RETURN-CODE
008080                 MOVE 'Y' TO WS-DAY-OVERFLOW
008090             END-IF
008100             GO TO 7400-EXIT
008110         END-IF
008120         ADD 1 TO WS-DY-COUNT
008130         MOVE WS-FIND-ID TO WS-DY-ID (WS-DY-IDX)
008140         MOVE WS-FIND-DATE TO WS-DY-DATE (WS-DY-IDX)
008150         MOVE ZERO TO WS-DY-KEYED (WS-DY-IDX)
008160         MOVE ZERO TO WS-DY-DECIDED (WS-DY-IDX)
008170     END-IF.
008180     IF FIND-FOR-KEYED
008190         ADD 1 TO WS-DY-KEYED (WS-DY-IDX)
008200     ELSE
008210         ADD 1 TO WS-DY-DECIDED (WS-DY-IDX)
008220     END-IF.
008230 7400-EXIT.
008240     EXIT.
008250 7410-SCAN-DAY.
008260     ADD 1 TO WS-DY-IDX.
008270 7410-EXIT.
008280     EXIT.
008290*----------------------------------------------------------------
008300* OPERATOR-DAYS IN THE REPORT MONTH WITH MORE CHANGES KEYED, OR
008310* MORE DECIDED, THAN THE DAILY LIMIT.
008320*----------------------------------------------------------------
008330 8000-PRINT-VOLUME.
008340     MOVE SPACES TO WS-RPT-SECTION-TEXT.
008350     STRING "OPERATOR-DAYS OVER THE DAILY LIMIT OF "
008360            WS-RPT-PARM-LIMIT
008370         DELIMITED BY SIZE INTO WS-RPT-SECTION-TEXT.
008380     MOVE WS-RPT-VOLUME-HEAD TO WS-RPT-COL-HEAD.
008390     PERFORM 8800-START-SECTION THRU 8800-EXIT.
008400     PERFORM 8010-CHECK-DAY THRU 8010-EXIT
008410         VARYING WS-DY-IDX FROM 1 BY 1
008420         UNTIL WS-DY-IDX > WS-DY-COUNT.
008430     IF WS-CNT-OVER-LIMIT = ZERO
008440         MOVE SPACES TO WS-RPT-SECTION-TEXT
008450         MOVE "NONE" TO WS-RPT-SECTION-TEXT
008460         MOVE WS-RPT-SECTION-LINE TO SODRPT-RECORD
008470         PERFORM 8900-WRITE-LINE THRU 8900-EXIT
008480     END-IF.
008490 8000-EXIT.
008500     EXIT.
008510 8010-CHECK-DAY.
008520     IF WS-DY-DATE (WS-DY-IDX) (1:6) NOT = WS-RPT-MONTH-X
008530         GO TO 8010-EXIT
008540     END-IF.
008550     IF WS-DY-KEYED (WS-DY-IDX) NOT > WS-DAILY-LIMIT
008560        AND WS-DY-DECIDED (WS-DY-IDX) NOT > WS-DAILY-LIMIT
008570         GO TO 8010-EXIT
008580     END-IF.
008590     ADD 1 TO WS-CNT-OVER-LIMIT.
008600     MOVE WS-DY-ID (WS-DY-IDX) TO WS-RPT-VOL-ID.
008610     MOVE WS-DY-DATE (WS-DY-IDX) TO WS-DN-DATE.
008620     MOVE SPACES TO WS-RPT-VOL-DATE.
008630     STRING WS-DN-MM "/" WS-DN-DD "/" WS-DN-YYYY
008640         DELIMITED BY SIZE INTO WS-RPT-VOL-DATE.
008650     MOVE WS-DY-KEYED (WS-DY-IDX) TO WS-RPT-VOL-KEYED.
008660     MOVE WS-DY-DECIDED (WS-DY-IDX) TO WS-RPT-VOL-DECIDED.
008670     MOVE WS-RPT-VOLUME-LINE TO SODRPT-RECORD.
008680     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
008690 8010-EXIT.
008700     EXIT.
008710 8200-PRINT-OPERATORS.
008720     MOVE "OPERATOR TOTALS FOR THE MONTH" TO WS-RPT-SECTION-TEXT.
008730     MOVE WS-RPT-OPER-HEAD TO WS-RPT-COL-HEAD.
008740     PERFORM 8800-START-SECTION THRU 8800-EXIT.
008750     PERFORM 8210-PRINT-OPERATOR THRU 8210-EXIT
008760         VARYING WS-OP-IDX FROM 1 BY 1
008770         UNTIL WS-OP-IDX > WS-OP-COUNT.
008780 8200-EXIT.
008790     EXIT.
008800 8210-PRINT-OPERATOR.
008810     MOVE WS-OP-ID (WS-OP-IDX) TO WS-RPT-OP-ID.
008820     MOVE WS-OP-KEYED (WS-OP-IDX) TO WS-RPT-OP-KEYED.
008830     MOVE WS-OP-APPROVED (WS-OP-IDX) TO WS-RPT-OP-APPROVED.
008840     MOVE WS-OP-REJECTED (WS-OP-IDX) TO WS-RPT-OP-REJECTED.
008850     MOVE WS-RPT-OPER-LINE TO SODRPT-RECORD.
008860     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
008870 8210-EXIT.
008880     EXIT.
008890*    SECTION TITLE AND ITS COLUMN HEADING, ON A NEW PAGE IF THE
008900*    SECTION WOULD START AT THE FOOT OF THIS ONE.
008910 8800-START-SECTION.
008920     IF WS-RPT-LINE-COUNT + 5 > WS-RPT-MAX-LINES
008930         MOVE WS-RPT-COL-HEAD TO WS-RPT-SAVE-LINE
008940         MOVE SPACES TO WS-RPT-COL-HEAD
008950         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
008960         MOVE WS-RPT-SAVE-LINE TO WS-RPT-COL-HEAD
008970     END-IF.
008980     WRITE SODRPT-RECORD FROM WS-RPT-SECTION-LINE
008990         AFTER ADVANCING 3 LINES.
009000     WRITE SODRPT-RECORD FROM WS-RPT-COL-HEAD
009010         AFTER ADVANCING 2 LINES.
009020     ADD 5 TO WS-RPT-LINE-COUNT.
009030 8800-EXIT.
009040     EXIT.
009050*    THE CALLER LEAVES THE LINE IN SODRPT-RECORD.
009060 8900-WRITE-LINE.
009070     IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
009080         MOVE SODRPT-RECORD TO WS-RPT-SAVE-LINE
009090         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
009100         MOVE WS-RPT-SAVE-LINE TO SODRPT-RECORD
009110     END-IF.
009120     WRITE SODRPT-RECORD
009130         AFTER ADVANCING 1 LINE.
009140     ADD 1 TO WS-RPT-LINE-COUNT.
009150 8900-EXIT.
009160     EXIT.
009170 9000-TERMINATE.
009180     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
009190     IF PARM-IS-VALID
009200         CLOSE AUDIN-FILE
009210         CLOSE APPLIN-FILE
009220     END-IF.
009230     CLOSE SODRPT-FILE.
009240     CLOSE ERROUT-FILE.
009250     CLOSE EXCPLOG-FILE.
009260 9000-EXIT.
009270     EXIT.
009280 9100-PRINT-TRAILER.
009290     MOVE "ONLINE CHANGES:" TO WS-RPT-TRL-LABEL.
009300     MOVE WS-CNT-CHANGES TO WS-RPT-TRL-VALUE.
009310     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009320         AFTER ADVANCING 3 LINES.
009330     MOVE "APPROVED:" TO WS-RPT-TRL-LABEL.
009340     MOVE WS-CNT-APPROVED TO WS-RPT-TRL-VALUE.
009350     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009360         AFTER ADVANCING 1 LINE.
009370     MOVE "REJECTED:" TO WS-RPT-TRL-LABEL.
009380     MOVE WS-CNT-REJECTED TO WS-RPT-TRL-VALUE.
009390     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009400         AFTER ADVANCING 1 LINE.
009410     MOVE "SELF-APPROVALS:" TO WS-RPT-TRL-LABEL.
009420     MOVE WS-CNT-SELF TO WS-RPT-TRL-VALUE.
009430     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009440         AFTER ADVANCING 1 LINE.
009450     MOVE "KEYED OFF HOURS:" TO WS-RPT-TRL-LABEL.
009460     MOVE WS-CNT-OFF-KEYED TO WS-RPT-TRL-VALUE.
009470     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009480         AFTER ADVANCING 1 LINE.
009490     MOVE "DECIDED OFF HOURS:" TO WS-RPT-TRL-LABEL.
009500     MOVE WS-CNT-OFF-DECIDED TO WS-RPT-TRL-VALUE.
009510     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009520         AFTER ADVANCING 1 LINE.
009530     MOVE "NO KEYING DATA:" TO WS-RPT-TRL-LABEL.
009540     MOVE WS-CNT-NO-KEY TO WS-RPT-TRL-VALUE.
009550     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009560         AFTER ADVANCING 1 LINE.
009570     MOVE "NOT ON AUDIT ARCHIVE:" TO WS-RPT-TRL-LABEL.
009580     MOVE WS-CNT-NO-AUDIT TO WS-RPT-TRL-VALUE.
009590     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009600         AFTER ADVANCING 1 LINE.
009610     MOVE "OPERATOR-DAYS OVER:" TO WS-RPT-TRL-LABEL.
009620     MOVE WS-CNT-OVER-LIMIT TO WS-RPT-TRL-VALUE.
009630     WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
009640         AFTER ADVANCING 1 LINE.
009650     MOVE SPACES TO SODRPT-RECORD.
009660     WRITE SODRPT-RECORD
009670         AFTER ADVANCING 1 LINE.
009680     PERFORM 9110-PRINT-LEGEND THRU 9110-EXIT
009690         VARYING WS-LEGEND-IDX FROM 1 BY 1
009700         UNTIL WS-LEGEND-IDX > 5.
009710 9100-EXIT.
009720     EXIT.
009730 9110-PRINT-LEGEND.
009740     MOVE SPACES TO WS-RPT-SECTION-TEXT.
009750     MOVE WS-RPT-LEGEND-TEXT (WS-LEGEND-IDX)
009760         TO WS-RPT-SECTION-TEXT.
009770     WRITE SODRPT-RECORD FROM WS-RPT-SECTION-LINE
009780         AFTER ADVANCING 1 LINE.
009790 9110-EXIT.
009800     EXIT.
009810*----------------------------------------------------------------
009820* EVERY ERROUT LINE ALSO LOGS A STRUCTURED EXCEPTION RECORD ON
009830* THE COMMON EXCEPTION LOG (SHARED LAYOUT EXCPLOG-COPY).  THE
009840* CALLER SETS XL-MSG-CODE BEFORE BUILDING THE MESSAGE; SEVERITY
009850* COMES FROM THE PREFIX.
009860*----------------------------------------------------------------
009870 9700-WRITE-ERROR.
009880     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
009890     PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
009900 9700-EXIT.
009910     EXIT.
009920 9800-WRITE-EXCEPTION.
009930     MOVE WS-RUN-DATE TO XL-RUN-DATE.
009940     ACCEPT WS-LOG-TIME FROM TIME.
009950     MOVE WS-LOG-TIME TO XL-RUN-TIME.
009960     MOVE "EX2SOD  " TO XL-PROGRAM-ID.
009970     IF WS-ERR-TEXT (1:5) = "ERROR"
009980         MOVE "E" TO XL-SEVERITY
009990     ELSE
010000     IF WS-ERR-TEXT (1:7) = "WARNING"
010010         MOVE "W" TO XL-SEVERITY
010020     ELSE
010030         MOVE "I" TO XL-SEVERITY
010040     END-IF
010050     END-IF.
010060     MOVE WS-ERR-TEXT TO XL-MSG-TEXT.
010070     WRITE EXCPLOG-RECORD.
010080     MOVE SPACES TO XL-MSG-CODE.
010090     MOVE SPACES TO XL-CUST-ID.
010100 9800-EXIT.
010110     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.        EX2SREF.
000030 AUTHOR.            R. HALVORSEN.
000040 INSTALLATION.      CUSTOMER MASTER MAINTENANCE - BATCH SYSTEMS.
000050 DATE-WRITTEN.      10/15/2026.
000060 DATE-COMPILED.     10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26  RH  NEW PROGRAM.  EDITS THE STATE/ZIP-PREFIX
000110*               REFERENCE SOURCE BEFORE THE EX2SREF JOB RELOADS
000120*               THE STATEREF KSDS (SHARED LAYOUT STATEREF-COPY)
000130*               THAT EXAMPLE2 AND EX2MAINT VALIDATE ADDRESSES
000140*               AGAINST.  A STATE CODE THAT IS NOT TWO LETTERS,
000150*               A PREFIX THAT IS NOT BLANK OR THREE DIGITS, A
000160*               STATE ENTRY WITH NO NAME, A PREFIX WITH NO STATE
000170*               ENTRY AHEAD OF IT AND A DUPLICATE OR OUT-OF-ORDER
000180*               KEY ARE ERRORS (RETURN-CODE 8) AND THE JOB DOES
000190*               NOT RELOAD - A BAD REFERENCE WOULD REJECT GOOD
000200*               ADDRESSES ALL NIGHT.  A PREFIX LISTED UNDER MORE
000210*               THAN ONE STATE IS A WARNING (RETURN-CODE 4) -
000220*               THE POST OFFICE DOES SHARE A FEW - AND THE LOAD
000230*               PROCEEDS.  THE REPORT LISTS EVERY STATE WITH ITS
000240*               PREFIX COUNT SO THE RELOAD CAN BE CHECKED.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SREFIN-FILE         ASSIGN TO SREFIN
000330                                ORGANIZATION IS SEQUENTIAL.
000340     SELECT SREFOUT-FILE        ASSIGN TO SREFOUT
000350                                ORGANIZATION IS SEQUENTIAL.
000360     SELECT SREFRPT-FILE        ASSIGN TO SREFRPT
000370                                ORGANIZATION IS SEQUENTIAL.
000380     SELECT ERROUT-FILE         ASSIGN TO ERROUT
000390                                ORGANIZATION IS SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420*    CARD-IMAGE SOURCE, SORTED ON COLS 1-5 BY THE JOB.  COLS 1-25
000430*    ARE THE STATEREF KEY AND STATE NAME IN LOAD LAYOUT.
000440 FD  SREFIN-FILE
000450     RECORDING MODE IS F.
000460 01  SREFIN-RECORD.
000470     05  SI-STATE                    PIC X(02).
000480     05  SI-ZIP-PREFIX               PIC X(03).
000490     05  SI-STATE-NAME               PIC X(20).
000500     05  FILLER                      PIC X(55).
000510 FD  SREFOUT-FILE
000520     RECORDING MODE IS F.
000530     COPY STATEREF-COPY.
000540 FD  SREFRPT-FILE
000550     RECORDING MODE IS F.
000560 01  SREFRPT-RECORD                  PIC X(80).
000570 FD  ERROUT-FILE
000580     RECORDING MODE IS F.
000590 01  ERROUT-RECORD                   PIC X(80).
000600 WORKING-STORAGE SECTION.
000610 01  WS-PREV-KEY                     PIC X(05)   VALUE LOW-VALUES.
000620 01  WS-CUR-STATE                    PIC X(02)   VALUE SPACES.
000630 01  WS-CUR-STATE-NAME               PIC X(20)   VALUE SPACES.
000640 01  WS-CUR-PFX-COUNT            PIC 9(04)   COMP   VALUE ZERO.
000650*    WHICH STATE EACH ZIP PREFIX WAS FIRST LISTED UNDER, INDEXED
000660*    BY PREFIX PLUS ONE, FOR THE SHARED-PREFIX WARNING.
000670 01  WS-PFX-TABLE.
000680     05  WS-PFX-OWNER                OCCURS 1000 TIMES
000690                                     PIC X(02).
000700 01  WS-PFX-NUM                      PIC 9(03)   VALUE ZERO.
000710 01  WS-PFX-IDX                  PIC 9(04)   COMP   VALUE ZERO.
000720 01  WS-SWITCHES.
000730     05  WS-EOF-SREFIN               PIC X(01)   VALUE 'N'.
000740         88  END-OF-SREFIN                       VALUE 'Y'.
000750     05  WS-REC-BAD                  PIC X(01)   VALUE 'N'.
000760         88  REC-IS-BAD                          VALUE 'Y'.
000770 01  WS-COUNTERS.
000780     05  WS-CNT-READ                 PIC 9(06)  COMP  VALUE ZERO.
000790     05  WS-CNT-STATES               PIC 9(06)  COMP  VALUE ZERO.
000800     05  WS-CNT-PREFIXES             PIC 9(06)  COMP  VALUE ZERO.
000810     05  WS-CNT-ERRORS               PIC 9(06)  COMP  VALUE ZERO.
000820     05  WS-CNT-WARNINGS             PIC 9(06)  COMP  VALUE ZERO.
000830 01  WS-ERR-TEXT                     PIC X(80).
000840 01  WS-ERR-REASON                   PIC X(40).
000850 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
000860 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000870     05  WS-RUN-DATE-YYYY            PIC 9(04).
000880     05  WS-RUN-DATE-MM              PIC 9(02).
000890     05  WS-RUN-DATE-DD              PIC 9(02).
000900 01  WS-RPT-CONTROLS.
000910     05  WS-RPT-PAGE-NO              PIC 9(04)  COMP  VALUE ZERO.
000920     05  WS-RPT-LINE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000930     05  WS-RPT-MAX-LINES            PIC 9(04)  COMP  VALUE 55.
000940 01  WS-RPT-HEAD1.
000950     05  FILLER                  PIC X(10)  VALUE SPACES.
000960     05  FILLER                  PIC X(40)  VALUE
000970         "EX2SREF - STATE/ZIP REFERENCE EDIT".
000980     05  FILLER                  PIC X(30)  VALUE SPACES.
000990 01  WS-RPT-HEAD2.
001000     05  FILLER                  PIC X(10)  VALUE SPACES.
001010     05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
001020     05  WS-RPT-DATE             PIC X(10).
001030     05  FILLER                  PIC X(10)  VALUE SPACES.
001040     05  FILLER                  PIC X(06)  VALUE "PAGE: ".
001050     05  WS-RPT-PAGE             PIC ZZZ9.
001060     05  FILLER                  PIC X(30)  VALUE SPACES.
001070 01  WS-RPT-HEAD3.
001080     05  FILLER                  PIC X(10)  VALUE SPACES.
001090     05  FILLER                  PIC X(07)  VALUE "STATE".
001100     05  FILLER                  PIC X(22)  VALUE "NAME".
001110     05  FILLER                  PIC X(08)  VALUE "PREFIXES".
001120     05  FILLER                  PIC X(33)  VALUE SPACES.
001130 01  WS-RPT-DETAIL.
001140     05  FILLER                  PIC X(10)  VALUE SPACES.
001150     05  WS-RPT-DET-STATE        PIC X(02).
001160     05  FILLER                  PIC X(05)  VALUE SPACES.
001170     05  WS-RPT-DET-NAME         PIC X(20).
001180     05  FILLER                  PIC X(04)  VALUE SPACES.
001190     05  WS-RPT-DET-COUNT        PIC ZZZ9.
001200     05  FILLER                  PIC X(35)  VALUE SPACES.
001210 01  WS-RPT-TRAILER.
001220     05  FILLER                  PIC X(10)  VALUE SPACES.
001230     05  WS-RPT-TRL-LABEL        PIC X(21).
001240     05  WS-RPT-TRL-VALUE        PIC ZZZ,ZZ9.
001250     05  FILLER                  PIC X(42)  VALUE SPACES.
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 2000-EDIT-ENTRY THRU 2000-EXIT
001300         UNTIL END-OF-SREFIN.
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001320     STOP RUN.
001330 1000-INITIALIZE.
001340     OPEN INPUT SREFIN-FILE.
001350     OPEN OUTPUT SREFOUT-FILE.
001360     OPEN OUTPUT SREFRPT-FILE.
001370     OPEN OUTPUT ERROUT-FILE.
001380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001390     STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/" WS-RUN-DATE-YYYY
001400         DELIMITED BY SIZE INTO WS-RPT-DATE.
001410     MOVE SPACES TO WS-PFX-TABLE.
001420     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
001430     PERFORM 2100-READ-SREFIN THRU 2100-EXIT.
001440     IF END-OF-SREFIN
001450         MOVE SPACES TO WS-ERR-TEXT
001460         STRING "ERROR - SREFIN IS EMPTY - REFERENCE NOT RELOADED"
001470             DELIMITED BY SIZE INTO WS-ERR-TEXT
001480         WRITE ERROUT-RECORD FROM WS-ERR-TEXT
001490         ADD 1 TO WS-CNT-ERRORS
001500         MOVE 8 TO RETURN-CODE
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540 2000-EDIT-ENTRY.
001550     MOVE 'N' TO WS-REC-BAD.
001560     IF SI-STATE NOT ALPHABETIC-UPPER
001570        OR SI-STATE (1:1) = SPACE OR SI-STATE (2:1) = SPACE
001580         MOVE "STATE CODE NOT TWO LETTERS" TO WS-ERR-TEXT
001590         PERFORM 2800-ENTRY-ERROR THRU 2800-EXIT
001600         GO TO 2000-READ-NEXT
001610     END-IF.
001620     IF SI-ZIP-PREFIX NOT = SPACES AND SI-ZIP-PREFIX NOT NUMERIC
001630         MOVE "PREFIX NOT BLANK OR THREE DIGITS" TO WS-ERR-TEXT
001640         PERFORM 2800-ENTRY-ERROR THRU 2800-EXIT
001650         GO TO 2000-READ-NEXT
001660     END-IF.
001670     IF SI-STATE NOT = WS-CUR-STATE
001680         PERFORM 2500-PRINT-STATE-LINE THRU 2500-EXIT
001690     END-IF.
001700     IF SREFIN-RECORD (1:5) = WS-PREV-KEY
001710         MOVE "DUPLICATE KEY" TO WS-ERR-TEXT
001720         PERFORM 2800-ENTRY-ERROR THRU 2800-EXIT
001730         GO TO 2000-READ-NEXT
001740     END-IF.
001750     IF SREFIN-RECORD (1:5) < WS-PREV-KEY
001760         MOVE "KEY OUT OF SEQUENCE" TO WS-ERR-TEXT
001770         PERFORM 2800-ENTRY-ERROR THRU 2800-EXIT
001780         GO TO 2000-READ-NEXT
001790     END-IF.
001800     MOVE SREFIN-RECORD (1:5) TO WS-PREV-KEY.
001810     IF SI-ZIP-PREFIX = SPACES
001820         PERFORM 2200-EDIT-STATE THRU 2200-EXIT
001830     ELSE
001840         PERFORM 2300-EDIT-PREFIX THRU 2300-EXIT
001850     END-IF.
001860     IF NOT REC-IS-BAD
001870         MOVE SPACES TO STATEREF-RECORD
001880         MOVE SI-STATE TO SR-STATE
001890         MOVE SI-ZIP-PREFIX TO SR-ZIP-PREFIX
001900         MOVE SI-STATE-NAME TO SR-STATE-NAME
001910         WRITE STATEREF-RECORD
001920     END-IF.
001930 2000-READ-NEXT.
001940     PERFORM 2100-READ-SREFIN THRU 2100-EXIT.
001950 2000-EXIT.
001960     EXIT.
001970 2100-READ-SREFIN.
001980     READ SREFIN-FILE
001990         AT END
002000             MOVE 'Y' TO WS-EOF-SREFIN
002010         NOT AT END
002020             ADD 1 TO WS-CNT-READ
002030     END-READ.
002040 2100-EXIT.
002050     EXIT.
002060*    THE BLANK-PREFIX ENTRY MAKES THE STATE CODE VALID AND SORTS
002070*    AHEAD OF ALL ITS PREFIXES.
002080 2200-EDIT-STATE.
002090     IF SI-STATE-NAME = SPACES
002100         MOVE "STATE ENTRY HAS NO NAME" TO WS-ERR-TEXT
002110         PERFORM 2800-ENTRY-ERROR THRU 2800-EXIT
002120         GO TO 2200-EXIT
002130     END-IF.
002140     MOVE SI-STATE TO WS-CUR-STATE.
002150     MOVE SI-STATE-NAME TO WS-CUR-STATE-NAME.
002160     ADD 1 TO WS-CNT-STATES.
002170 2200-EXIT.
002180     EXIT.
002190 2300-EDIT-PREFIX.
002200     IF SI-STATE NOT = WS-CUR-STATE
002210         MOVE "ZIP PREFIX HAS NO STATE ENTRY" TO WS-ERR-TEXT
002220         PERFORM 2800-ENTRY-ERROR THRU 2800-EXIT
002230         GO TO 2300-EXIT
002240     END-IF.
002250     MOVE SI-ZIP-PREFIX TO WS-PFX-NUM.
002260     COMPUTE WS-PFX-IDX = WS-PFX-NUM + 1.
002270     IF WS-PFX-OWNER (WS-PFX-IDX) NOT = SPACES
002280         MOVE SPACES TO WS-ERR-TEXT
002290         STRING "WARNING - ZIP PREFIX " SI-ZIP-PREFIX
002300                " LISTED UNDER " WS-PFX-OWNER (WS-PFX-IDX)
002310                " AND " SI-STATE
002320             DELIMITED BY SIZE INTO WS-ERR-TEXT
002330         WRITE ERROUT-RECORD FROM WS-ERR-TEXT
002340         ADD 1 TO WS-CNT-WARNINGS
002350         IF RETURN-CODE < 4
002360             MOVE 4 TO RETURN-CODE
002370         END-IF
002380     ELSE
002390         MOVE SI-STATE TO WS-PFX-OWNER (WS-PFX-IDX)
002400     END-IF.
002410     ADD 1 TO WS-CNT-PREFIXES.
002420     ADD 1 TO WS-CUR-PFX-COUNT.
002430 2300-EXIT.
002440     EXIT.
002450*    ONE LINE PER STATE, PRINTED WHEN THE NEXT STATE BEGINS AND
002460*    ONCE MORE AT END OF FILE.
002470 2500-PRINT-STATE-LINE.
002480     IF WS-CUR-STATE NOT = SPACES
002490         IF WS-RPT-LINE-COUNT NOT < WS-RPT-MAX-LINES
002500             PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
002510         END-IF
002520         MOVE WS-CUR-STATE TO WS-RPT-DET-STATE
002530         MOVE WS-CUR-STATE-NAME TO WS-RPT-DET-NAME
002540         MOVE WS-CUR-PFX-COUNT TO WS-RPT-DET-COUNT
002550         WRITE SREFRPT-RECORD FROM WS-RPT-DETAIL
002560             AFTER ADVANCING 1 LINE
002570         ADD 1 TO WS-RPT-LINE-COUNT
002580     END-IF.
002590     MOVE SPACES TO WS-CUR-STATE.
002600     MOVE SPACES TO WS-CUR-STATE-NAME.
002610     MOVE ZERO TO WS-CUR-PFX-COUNT.
002620 2500-EXIT.
002630     EXIT.
002640 2600-PRINT-HEADINGS.
002650     ADD 1 TO WS-RPT-PAGE-NO.
002660     MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE.
002670     WRITE SREFRPT-RECORD FROM WS-RPT-HEAD1
002680         AFTER ADVANCING PAGE.
002690     WRITE SREFRPT-RECORD FROM WS-RPT-HEAD2
002700         AFTER ADVANCING 2 LINES.
002710     WRITE SREFRPT-RECORD FROM WS-RPT-HEAD3
002720         AFTER ADVANCING 2 LINES.
002730     MOVE ZERO TO WS-RPT-LINE-COUNT.
002740 2600-EXIT.
002750     EXIT.
002760*    THE CALLER LEAVES THE PROBLEM IN WS-ERR-TEXT; THE ENTRY IS
002770*    NOT WRITTEN AND THE RUN ENDS RETURN-CODE 8 SO THE LOAD STEP
002780*    IS SKIPPED.
002790 2800-ENTRY-ERROR.
002800     MOVE 'Y' TO WS-REC-BAD.
002810     MOVE WS-ERR-TEXT (1:40) TO WS-ERR-REASON.
002820     MOVE SPACES TO WS-ERR-TEXT.
002830     STRING "ERROR - SREFIN ENTRY " SREFIN-RECORD (1:5)
002840            " - " WS-ERR-REASON
002850         DELIMITED BY SIZE INTO WS-ERR-TEXT.
002860     WRITE ERROUT-RECORD FROM WS-ERR-TEXT.
002870     ADD 1 TO WS-CNT-ERRORS.
002880     MOVE 8 TO RETURN-CODE.
002890 2800-EXIT.
002900     EXIT.
002910 9000-TERMINATE.
002920     PERFORM 2500-PRINT-STATE-LINE THRU 2500-EXIT.
002930     MOVE "ENTRIES READ:" TO WS-RPT-TRL-LABEL.
002940     MOVE WS-CNT-READ TO WS-RPT-TRL-VALUE.
002950     WRITE SREFRPT-RECORD FROM WS-RPT-TRAILER
002960         AFTER ADVANCING 2 LINES.
002970     MOVE "STATES:" TO WS-RPT-TRL-LABEL.
002980     MOVE WS-CNT-STATES TO WS-RPT-TRL-VALUE.
002990     WRITE SREFRPT-RECORD FROM WS-RPT-TRAILER
003000         AFTER ADVANCING 1 LINE.
003010     MOVE "ZIP PREFIXES:" TO WS-RPT-TRL-LABEL.
003020     MOVE WS-CNT-PREFIXES TO WS-RPT-TRL-VALUE.
003030     WRITE SREFRPT-RECORD FROM WS-RPT-TRAILER
003040         AFTER ADVANCING 1 LINE.
003050     MOVE "ERRORS:" TO WS-RPT-TRL-LABEL.
003060     MOVE WS-CNT-ERRORS TO WS-RPT-TRL-VALUE.
003070     WRITE SREFRPT-RECORD FROM WS-RPT-TRAILER
003080         AFTER ADVANCING 1 LINE.
003090     MOVE "WARNINGS:" TO WS-RPT-TRL-LABEL.
003100     MOVE WS-CNT-WARNINGS TO WS-RPT-TRL-VALUE.
003110     WRITE SREFRPT-RECORD FROM WS-RPT-TRAILER
003120         AFTER ADVANCING 1 LINE.
003130     CLOSE SREFIN-FILE.
003140     CLOSE SREFOUT-FILE.
003150     CLOSE SREFRPT-FILE.
003160     CLOSE ERROUT-FILE.
003170 9000-EXIT.
003180     EXIT.

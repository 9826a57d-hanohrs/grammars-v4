000520* 09/02/26  RH  ERROUT MESSAGES NOW ALSO LOG STRUCTURED EXCEPTION
000530*               RECORDS (SHARED LAYOUT EXCPLOG-COPY) ON THE COMMON
000540*               NIGHTLY EXCEPTION LOG FOR THE EX2EXCR SUMMARY.
000541* 10/15/26  RH  ADDED PARM='PORTAL' FOR THE SELF-SERVICE PORTAL
000542*               FEED CUT BY EX2PORT.  THE PORTAL NUMBERS ITS RUNS
000543*               IN ITS OWN SEQUENCE, SO THE STALE-FEED CHECK NOW
000544*               TAKES THE LAST RUN NUMBER ONLY FROM RUNSTATS
000545*               RECORDS OF THE SAME FEED SOURCE (RS-FEED-SOURCE,
000546*               SPACE FOR THE UPSTREAM EXTRACT, P FOR THE PORTAL).
000547* 10/15/26  RH  THE NIGHTLY JOB NOW POSTS EVERY FEED IN ONE
000548*               EXAMPLE2 PASS, WHOSE SINGLE RUNSTATS RECORD
000549*               CARRIES EACH FEED'S RUN NUMBER IN ITS PER-FEED
000550*               BREAKDOWN (RS-SOURCE-ENTRY).  THE STALE-FEED
000551*               CHECK NOW ALSO TAKES THE LAST RUN NUMBER FROM THE
000552*               BREAKDOWN ENTRY OF THIS FEED'S SOURCE, SO THE
000553*               PORTAL'S RUNS ARE STILL SEEN.
000554*----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
001620     05  WS-FEED-RUN-NO              PIC 9(06)   VALUE ZERO.
001630     05  WS-FEED-EXTRACT-DATE        PIC 9(08)   VALUE ZEROES.
001640     05  WS-RUN-NO-ED                PIC ZZZZZ9.
001641     05  WS-FEED-SOURCE              PIC X(01)   VALUE SPACE.
001642         88  FEED-IS-PORTAL                      VALUE 'P'.
001643*    THE SAME FEED AS NAMED IN A RUNSTATS BREAKDOWN ENTRY - U FOR
001644*    THE UPSTREAM EXTRACT, P FOR THE PORTAL.
001645     05  WS-FEED-CODE                PIC X(01)   VALUE 'U'.
001646 01  WS-SRC-IDX                  PIC 9(04)   COMP   VALUE ZERO.
001650 01  WS-RUN-DATE                     PIC 9(08)   VALUE ZEROES.
001660 01  WS-LOG-TIME                     PIC 9(08)   VALUE ZEROES.
001663 LINKAGE SECTION.
001666 01  LK-PARM-AREA.
001669     05  LK-PARM-LEN                 PIC S9(04)  COMP.
001672     05  LK-PARM-TEXT                PIC X(08).
001675 PROCEDURE DIVISION USING LK-PARM-AREA.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700*    A STALE FEED WRITES NO DELTA AT ALL - RC 8 AND THE STEP05
001860     OPEN OUTPUT ERROUT-FILE.
001870     OPEN EXTEND EXCPLOG-FILE.
001880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001881     IF LK-PARM-LEN NOT < 6
001882        AND LK-PARM-LEN NOT > 8
001883         IF LK-PARM-TEXT (1:6) = "PORTAL"
001884             MOVE 'P' TO WS-FEED-SOURCE
001885             MOVE 'P' TO WS-FEED-CODE
001886         END-IF
001887     END-IF.
001890     READ CUSTCTL-FILE
001900         AT END
001910             MOVE SPACES TO WS-ERR-TEXT
002440*----------------------------------------------------------------
002450* THE HIGHEST FEED RUN NUMBER ON THE RUN-HISTORY FILE IS THE
002460* LAST ONE A POSTING PASS BALANCED AGAINST.  THE REGENERATED
002463* INTERNAL FEEDS RECORD ZERO AND NEVER ADVANCE IT.  ONLY RECORDS
002466* OF THIS FEED'S OWN SOURCE COUNT - THE PORTAL AND THE UPSTREAM
002469* EXTRACT EACH KEEP THEIR OWN RUN-NUMBER SEQUENCE.  A COMBINED-
002472* PASS RECORD CARRIES EVERY FEED'S RUN IN ITS BREAKDOWN; OLDER
002475* RECORDS HAVE THE BREAKDOWN BLANK.
002480*----------------------------------------------------------------
002490 1200-READ-RUNSTATS.
002500     READ RUNSTATS-FILE
002530         NOT AT END
002540             IF RS-FEED-RUN-NO NUMERIC
002550                AND RS-FEED-RUN-NO > WS-LAST-RUN-NO
002555                AND RS-FEED-SOURCE = WS-FEED-SOURCE
002560                 MOVE RS-FEED-RUN-NO TO WS-LAST-RUN-NO
002570             END-IF
002572             PERFORM 1210-CHECK-SOURCE-ENTRY THRU 1210-EXIT
002574                 VARYING WS-SRC-IDX FROM 1 BY 1
002576                 UNTIL WS-SRC-IDX > 4
002580     END-READ.
002590 1200-EXIT.
002591     EXIT.
002592 1210-CHECK-SOURCE-ENTRY.
002593     IF RS-SRC-CODE (WS-SRC-IDX) = WS-FEED-CODE
002594        AND RS-SRC-RUN-NO (WS-SRC-IDX) NUMERIC
002595         IF RS-SRC-RUN-NO (WS-SRC-IDX) > WS-LAST-RUN-NO
002596             MOVE RS-SRC-RUN-NO (WS-SRC-IDX) TO WS-LAST-RUN-NO
002597         END-IF
002598     END-IF.
002599 1210-EXIT.
002600     EXIT.
002610 1300-CHECK-FEED-RUN.
002620     IF WS-FEED-RUN-NO = ZERO

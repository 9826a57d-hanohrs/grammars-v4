000050*    COUNTER THE RUN ACCUMULATES PLUS THE START/END TIMES AND
000060*    THE BALANCE RESULT, SO OPERATIONS TRENDING COMES FROM A
000070*    MACHINE-READABLE FILE (REPORTED MONTHLY BY EX2STATR)
000080*    INSTEAD OF A MONTH OF HELD SYSOUT.  THE NIGHTLY JOB POSTS
000090*    EVERY FEED IN ONE PASS, SO A NIGHT IS ONE RECORD: THE
000091*    COUNTERS ARE THE WHOLE PASS AND RS-SOURCE-ENTRY BREAKS THE
000092*    PASS DOWN BY FEED.  RECORDS WRITTEN WHEN EACH FEED HAD ITS
000093*    OWN PASS HAVE THE BREAKDOWN BLANK.
000110*    ------------------------------------------------------------
000120    01  RUNSTATS-RECORD.
000130        05  RS-RUN-DATE             PIC 9(08).
000290            88  RS-OUT-OF-BALANCE   VALUE 'OOB '.
000300*    FEED RUN NUMBER FROM THE CUSTCTL RECORD THE RUN BALANCED
000310*    AGAINST - ZERO FOR THE REGENERATED INTERNAL FEEDS.  THE
000320*    HIGHEST VALUE ON FILE FOR A FEED SOURCE IS THAT SOURCE'S
000330*    LAST-PROCESSED RUN NUMBER, WHICH EX2DELTA CHECKS TONIGHT'S
000331*    FEED AGAINST.  ON A COMBINED-PASS RECORD THIS IS THE
000332*    UPSTREAM FEED'S RUN; EVERY FEED'S OWN IS IN RS-SRC-RUN-NO.
000340        05  RS-FEED-RUN-NO          PIC 9(06).
000341*    WHICH RUN NUMBER SEQUENCE RS-FEED-RUN-NO BELONGS TO - SPACE
000342*    FOR THE UPSTREAM EXTRACT (AND THE REGENERATED INTERNAL
000343*    FEEDS), P FOR THE SELF-SERVICE PORTAL FEED, WHICH NUMBERS
000344*    ITS RUNS IN ITS OWN SEQUENCE.  EX2DELTA TAKES THE LAST RUN
000345*    OF TONIGHT'S FEED FROM THE RECORDS OF ITS OWN SOURCE ONLY.
000346        05  RS-FEED-SOURCE          PIC X(01).
000347            88  RS-FROM-PORTAL      VALUE 'P'.
000348*    ONE ENTRY PER FEED THE PASS POSTED, IN PRECEDENCE ORDER
000349*    (SEE POSTFEED-COPY) - SOURCE R, S, U OR P, SPACE WHEN THE
000350*    FEED WAS NOT IN THE PASS.  READ = POSTED + REJECTED + THE
000351*    RECORDS SKIPPED OR PARKED.  REJECTED COUNTS VALIDATION
000352*    REJECTS AND CUSTMAST FAILURES.  BALANCE IS THE FEED'S OWN
000353*    RESULT AGAINST ITS CONTROL RECORD.
000354        05  RS-SOURCE-ENTRY         OCCURS 4 TIMES.
000355            10  RS-SRC-CODE         PIC X(01).
000356            10  RS-SRC-RUN-NO       PIC 9(06).
000357            10  RS-SRC-READ         PIC 9(06).
000358            10  RS-SRC-POSTED       PIC 9(06).
000359            10  RS-SRC-REJECTS      PIC 9(06).
000360            10  RS-SRC-BALANCE      PIC X(04).
000361        05  FILLER                  PIC X(03).

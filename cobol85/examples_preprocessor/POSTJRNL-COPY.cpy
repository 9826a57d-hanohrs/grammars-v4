000010*    POSTJRNL-COPY
000020*    ------------------------------------------------------------
000030*    NIGHTLY POSTING JOURNAL RECORD.  EVERY EXAMPLE2 PASS WRITES
000040*    ONE PER CUSTMAST RECORD IT ACTUALLY ADDS OR REWRITES, IN
000050*    POSTING ORDER, CARRYING THE PASS'S RUN DATE, START TIME AND
000060*    FEED RUN NUMBER (ZERO FOR THE REGENERATED INTERNAL FEEDS)
000061*    AND THE SEQUENCE IT BELONGS TO (PJ-FEED-SOURCE, AS FOR
000062*    RS-FEED-SOURCE ON RUNSTATS - P FOR THE PORTAL FEED)
000070*    AND THE CUSTMAST RECORD AS THE PASS LEFT IT.  ALL THE
000080*    NIGHT'S PASSES APPEND TO ONE GENERATION OF THE POSTJRNL
000090*    GDG, CUT EMPTY AHEAD OF THE FIRST PASS ALONGSIDE THE
000100*    PRE-UPDATE CUSTMAST IMAGE (CUSTIMG GDG).  THE EX2BKOUT
000110*    BACKOUT JOB READS THE PAIR: THE JOURNAL SAYS WHICH
000120*    CUSTOMERS A RUN POSTED AND WHAT IT LEFT ON FILE, THE IMAGE
000130*    SAYS WHAT WAS THERE BEFORE.
000140*    PJ-TRANS-TYPE:
000150*        A  ADD              C  NAME AND/OR ADDRESS CHANGE
000160*        D  DELETE           R  REINSTATE
000170*        M  MERGED AWAY      S  SURVIVOR OF A MERGE (PRIOR NAME)
000180*    ------------------------------------------------------------
000190    01  POSTJRNL-RECORD.
000200        05  PJ-CUST-ID              PIC X(06).
000210        05  PJ-RUN-DATE             PIC 9(08).
000220        05  PJ-RUN-TIME             PIC 9(08).
000230        05  PJ-FEED-RUN-NO          PIC 9(06).
000240        05  PJ-TRANS-TYPE           PIC X(01).
000250            88  PJ-IS-ADD           VALUE 'A'.
000260            88  PJ-IS-CHANGE        VALUE 'C'.
000270            88  PJ-IS-DELETE        VALUE 'D'.
000280            88  PJ-IS-REINSTATE     VALUE 'R'.
000290            88  PJ-IS-MERGED        VALUE 'M'.
000300            88  PJ-IS-SURVIVOR      VALUE 'S'.
000310        05  PJ-AFTER-IMAGE          PIC X(182).
000311        05  PJ-FEED-SOURCE          PIC X(01).
000312            88  PJ-FROM-PORTAL      VALUE 'P'.
000313        05  FILLER                  PIC X(08).

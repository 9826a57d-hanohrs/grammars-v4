000010*    POSTFEED-COPY
000020*    ------------------------------------------------------------
000030*    COMBINED POSTING FEED RECORD.  EX2FEED TAGS EVERY RECORD OF
000040*    EACH NIGHTLY FEED (RELEASED PENDING CHANGES, RELEASED
000050*    SUSPENSE, THE UPSTREAM DELTA AND THE PORTAL DELTA) WITH ITS
000060*    SOURCE AND APPENDS IT HERE, AND THE NIGHTLY JOB SORTS THE
000070*    RESULT ON CUSTOMER ID AND PF-FEED-ORDER SO THE SINGLE
000080*    EXAMPLE2 POSTING PASS SEES EACH CUSTOMER'S RECORDS TOGETHER
000090*    IN PRECEDENCE ORDER - OLDEST INFORMATION FIRST, SO THE
000100*    LATEST POSTS LAST AND STANDS:
000110*        1 = R  RELEASED PENDING CHANGE (KEYED ON AN EARLIER DAY)
000120*        2 = S  RELEASED SUSPENSE (CORRECTED EARLIER REJECT)
000130*        3 = U  UPSTREAM EXTRACT DELTA (TONIGHT'S FEED)
000140*        4 = P  SELF-SERVICE PORTAL DELTA (THE CUSTOMER'S OWN)
000150*    PF-FEED-DATA IS THE CUSTNAME RECORD AS CUT, SO CUSTNAME-
000160*    COPY OVERLAYS THE FIRST 146 BYTES UNCHANGED.
000170*    ------------------------------------------------------------
000180    01  POSTFEED-RECORD.
000190        05  PF-FEED-DATA            PIC X(146).
000200        05  PF-FEED-ORDER           PIC 9(01).
000210        05  PF-FEED-SOURCE          PIC X(01).
000220            88  PF-FROM-PENDING     VALUE 'R'.
000230            88  PF-FROM-SUSPENSE    VALUE 'S'.
000240            88  PF-FROM-UPSTREAM    VALUE 'U'.
000250            88  PF-FROM-PORTAL      VALUE 'P'.

000010*    POSTCTL-COPY
000020*    ------------------------------------------------------------
000030*    COMBINED POSTING CONTROL RECORD.  EX2FEED APPENDS ONE PER
000040*    FEED IT TAGS - THE FEED'S OWN CUSTCTL-FORMAT CONTROL RECORD
000050*    FOLLOWED BY THE SAME ORDER AND SOURCE TAG AS ITS RECORDS ON
000060*    POSTFEED - SO THE SINGLE EXAMPLE2 POSTING PASS BALANCES
000070*    EACH FEED SEPARATELY AGAINST ITS OWN CONTROL TOTALS AND
000080*    STAMPS EACH POSTING WITH ITS OWN FEED'S RUN NUMBER.
000090*    PC-CONTROL-DATA IS THE CUSTCTL RECORD AS CUT, SO CUSTCTL-
000100*    COPY OVERLAYS THE FIRST 36 BYTES UNCHANGED.
000110*    ------------------------------------------------------------
000120    01  POSTCTL-RECORD.
000130        05  PC-CONTROL-DATA         PIC X(36).
000140        05  PC-FEED-ORDER           PIC 9(01).
000150        05  PC-FEED-SOURCE          PIC X(01).

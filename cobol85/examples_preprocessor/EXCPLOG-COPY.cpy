000110*    XL-CUST-ID IS BLANK WHERE THE MESSAGE HAS NO CUSTOMER.
000120*    XL-MSG-CODE IS THE PROGRAM'S TWO-LETTER TAG PLUS A THREE-
000130*    DIGIT MESSAGE NUMBER (E2=EXAMPLE2, DL=EX2DELTA, PD=EX2PEND,
000140*    PE=EX2PEDIT, HI=EX2HIST, XT=EX2EXTR, AS=EX2ASOF,
000145*    BK=EX2BKOUT, SD=EX2SOD, LT=EX2LETR, PT=EX2PORT,
000146*    FE=EX2FEED).
000150*    ------------------------------------------------------------
000160    01  EXCPLOG-RECORD.
000170        05  XL-RUN-DATE             PIC 9(08).

000010*    LTRMAIL-COPY
000020*    ------------------------------------------------------------
000030*    PRINT-VENDOR MAILING FILE FOR THE CHANGE-CONFIRMATION
000040*    LETTERS, CUT NIGHTLY BY EX2LETR.  ONE H HEADER, ONE D
000050*    RECORD PER LETTER TO BE MAILED AND ONE T TRAILER.  A
000060*    CUSTOMER WHOSE NAME OR ADDRESS CHANGED GETS ONE LETTER AT
000070*    THE ADDRESS NOW ON FILE; WHEN THE MAILING ADDRESS ITSELF
000080*    CHANGED, A COPY (TYPE P) ALSO GOES TO THE ADDRESS ON FILE
000090*    BEFORE THE CHANGE, ADDRESSED TO THE NAME THEN ON FILE.
000100*    LM-MAIL-TO IS THE ENVELOPE BLOCK; LM-OLD-BLOCK AND
000110*    LM-NEW-BLOCK ARE THE BEFORE AND AFTER DETAILS PRINTED IN
000120*    THE BODY OF THE LETTER.  SEVERAL CHANGES TO ONE CUSTOMER IN
000130*    A NIGHT ARE CONFIRMED BY ONE LETTER, FROM THE DETAILS
000140*    BEFORE THE FIRST TO THOSE ON FILE AFTER THE LAST, DATED
000150*    WITH THE LAST.  LM-CHANGE-SOURCE IS B (BATCH) OR O (ONLINE
000160*    APPROVAL) FOR THAT LAST CHANGE.  THE TRAILER CARRIES THE
000170*    CONTROL TOTALS THE VENDOR BALANCES AGAINST - THE D RECORD
000180*    COUNT, THE COUNT BY LETTER TYPE AND THE CUSTOMER ID HASH
000190*    TOTAL OVER EVERY D RECORD.
000200*    LM-LETTER-TYPE:
000210*        N  NAME CHANGE          A  ADDRESS/PHONE CHANGE
000220*        B  NAME AND ADDRESS     P  COPY TO PRIOR ADDRESS
000230*    ------------------------------------------------------------
000240    01  LTRMAIL-RECORD.
000250        05  LM-REC-TYPE             PIC X(01).
000260            88  LM-IS-HEADER        VALUE 'H'.
000270            88  LM-IS-DETAIL        VALUE 'D'.
000280            88  LM-IS-TRAILER       VALUE 'T'.
000290        05  LM-BODY.
000300            10  LM-LETTER-TYPE      PIC X(01).
000310                88  LM-NAME-LETTER      VALUE 'N'.
000320                88  LM-ADDRESS-LETTER   VALUE 'A'.
000330                88  LM-BOTH-LETTER      VALUE 'B'.
000340                88  LM-PRIOR-COPY       VALUE 'P'.
000350            10  LM-CUST-ID          PIC X(06).
000360            10  LM-CHANGE-DATE      PIC 9(08).
000370            10  LM-CHANGE-SOURCE    PIC X(01).
000380            10  LM-MAIL-TO.
000390                15  LM-MAIL-NAME    PIC X(30).
000400                15  LM-MAIL-ADDR-1  PIC X(30).
000410                15  LM-MAIL-ADDR-2  PIC X(30).
000420                15  LM-MAIL-CITY    PIC X(20).
000430                15  LM-MAIL-STATE   PIC X(02).
000440                15  LM-MAIL-ZIP     PIC X(09).
000450            10  LM-OLD-BLOCK.
000460                15  LM-OLD-NAME     PIC X(30).
000470                15  LM-OLD-ADDRESS  PIC X(101).
000480            10  LM-NEW-BLOCK.
000490                15  LM-NEW-NAME     PIC X(30).
000500                15  LM-NEW-ADDRESS  PIC X(101).
000510        05  LM-HEADER REDEFINES LM-BODY.
000520            10  LM-HDR-RUN-DATE     PIC 9(08).
000530            10  LM-HDR-RUN-TIME     PIC 9(08).
000540            10  FILLER              PIC X(383).
000550        05  LM-TRAILER REDEFINES LM-BODY.
000560            10  LM-TRL-COUNT        PIC 9(06).
000570            10  LM-TRL-HASH         PIC 9(10).
000580            10  LM-TRL-NAME-CNT     PIC 9(06).
000590            10  LM-TRL-ADDR-CNT     PIC 9(06).
000600            10  LM-TRL-BOTH-CNT     PIC 9(06).
000610            10  LM-TRL-PRIOR-CNT    PIC 9(06).
000620            10  FILLER              PIC X(359).

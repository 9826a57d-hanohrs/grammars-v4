000010*    DUPKEY-COPY
000020*    ------------------------------------------------------------
000030*    DUPLICATE-CANDIDATE MATCH KEY RECORD.  EX2DUPK WRITES UP TO
000040*    THREE PER ACTIVE CUSTMAST CUSTOMER - ONE PER MATCH KEY THE
000050*    CUSTOMER HAS - AND THE JOB SORTS THEM ON KEY TYPE, KEY
000060*    VALUE AND CUSTOMER ID SO EVERY CUSTOMER SHARING A KEY
000070*    ARRIVES TOGETHER AT EX2DUPS, WHICH PAIRS AND SCORES THEM.
000080*    DK-KEY-TYPE N IS THE NORMALIZED NAME (PUNCTUATION, CASE,
000090*    COMPANY SUFFIXES AND WORD ORDER REMOVED), P THE PHONE
000100*    NUMBER AND A THE ZIP CODE PLUS ADDRESS LINE 1.  EVERY KEY
000110*    RECORD ALSO CARRIES ALL THREE OF THE CUSTOMER'S KEYS SO A
000120*    PAIR FOUND ON ONE KEY IS SCORED ON ALL OF THEM.
000130*    ------------------------------------------------------------
000140    01  DUPKEY-RECORD.
000150        05  DK-KEY-TYPE                 PIC X(01).
000160            88  DK-KEY-IS-NAME          VALUE 'N'.
000170            88  DK-KEY-IS-PHONE         VALUE 'P'.
000180            88  DK-KEY-IS-ADDRESS       VALUE 'A'.
000190        05  DK-KEY-VALUE                PIC X(40).
000200        05  DK-CUST-ID                  PIC X(06).
000210        05  DK-CUST-NAME                PIC X(30).
000220        05  DK-NORM-NAME                PIC X(30).
000230        05  DK-PHONE                    PIC X(10).
000240        05  DK-ZIP                      PIC X(09).
000250        05  DK-ADDR-1                   PIC X(30).
000260        05  FILLER                      PIC X(04).

000010*    CHGNOTE-COPY
000020*    ------------------------------------------------------------
000030*    CHANGE-NOTICE RECORD FOR THE NIGHTLY CONFIRMATION LETTERS.
000040*    ONE IS WRITTEN FOR EVERY POSTED NAME AND/OR ADDRESS CHANGE
000050*    - BY EVERY EXAMPLE2 PASS TO THE CHGNOTE WORK FILE AND BY
000060*    EX2SAPPR, FOR EACH APPROVED ONLINE CHANGE, TO TD QUEUE
000070*    CHGQ - CARRYING THE NAME AND ADDRESS BOTH BEFORE AND AFTER
000080*    THE CHANGE.  THE EXTRACT-COPY DETAIL HAS NO ADDRESS AT ALL,
000090*    AND BY LETTER TIME CUSTMAST HOLDS ONLY THE NEW ONE, SO THIS
000100*    IS THE ONLY PLACE THE PRIOR ADDRESS SURVIVES FOR THE COPY
000110*    LETTER SENT THERE.  THE EX2LETR STEP SORTS THE NIGHT'S
000120*    NOTICES BY CUSTOMER, POSTING DATE AND TIME.  NT-POST-TIME
000130*    IS HHMMSSCC (THE PASS START TIME FOR A BATCH NOTICE);
000140*    NT-CHANGE-SOURCE IS B (BATCH) OR O (ONLINE APPROVAL).
000150*    NT-OLD-ADDRESS AND NT-NEW-ADDRESS HAVE THE SAME SHAPE AS
000160*    CM-CUST-ADDRESS AND ARE MOVED TO AND FROM IT AS A GROUP.
000170*    ------------------------------------------------------------
000180    01  CHGNOTE-RECORD.
000190        05  NT-CUST-ID              PIC X(06).
000200        05  NT-POST-DATE            PIC 9(08).
000210        05  NT-POST-TIME            PIC 9(08).
000220        05  NT-CHANGE-SOURCE        PIC X(01).
000230            88  NT-FROM-BATCH       VALUE 'B'.
000240            88  NT-FROM-ONLINE      VALUE 'O'.
000250        05  NT-OLD-NAME             PIC X(30).
000260        05  NT-OLD-ADDRESS.
000270            10  NT-OLD-ADDR-1       PIC X(30).
000280            10  NT-OLD-ADDR-2       PIC X(30).
000290            10  NT-OLD-CITY         PIC X(20).
000300            10  NT-OLD-STATE        PIC X(02).
000310            10  NT-OLD-ZIP          PIC X(09).
000320            10  NT-OLD-PHONE        PIC X(10).
000330        05  NT-NEW-NAME             PIC X(30).
000340        05  NT-NEW-ADDRESS.
000350            10  NT-NEW-ADDR-1       PIC X(30).
000360            10  NT-NEW-ADDR-2       PIC X(30).
000370            10  NT-NEW-CITY         PIC X(20).
000380            10  NT-NEW-STATE        PIC X(02).
000390            10  NT-NEW-ZIP          PIC X(09).
000400            10  NT-NEW-PHONE        PIC X(10).
000410        05  FILLER                  PIC X(15).

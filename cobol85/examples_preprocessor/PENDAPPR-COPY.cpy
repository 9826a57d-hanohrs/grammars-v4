000010*    PENDAPPR-COPY
000020*    ------------------------------------------------------------
000030*    PENDING ONLINE CUSTMAST REQUEST AWAITING SUPERVISOR APPROVAL.
000040*    VSAM KSDS, KEYED ON CUSTOMER ID PLUS THE DATE AND TIME THE
000050*    CHANGE WAS KEYED.  WRITTEN BY EX2MAINT WHEN AN OPERATOR
000060*    SUBMITS A NAME CHANGE; READ, APPLIED ON APPROVAL AND
000070*    DELETED BY THE EX2S SUPERVISOR TRANSACTION (EX2SAPPR),
000071*    WHICH FIRST COPIES THE KEY DATE, TIME AND OPERATOR TO THE
000072*    APPROVAL LOG (APPRLOG-COPY).
000080*    PA-OLD-NAME IS THE CUSTOMER'S NAME AS THE OPERATOR SAW IT;
000090*    PA-NEW-NAME IS THE PROPOSED REPLACEMENT.  A BLANK NEW NAME
000100*    MEANS THE NAME IS UNCHANGED AND ONLY ADDRESS FIELDS WERE
000110*    KEYED.  EACH PA-NEW-ADDRESS FIELD IS APPLIED ON APPROVAL
000120*    ONLY WHERE NON-BLANK - A BLANK FIELD LEAVES THE MATCHING
000130*    CM-CUST-ADDRESS FIELD AS IT STANDS.
000131*    PA-ACTION SAYS WHAT IS PENDING: C (OR SPACE, AS ON RECORDS
000132*    KEYED BEFORE THE FIELD EXISTED) A NAME/ADDRESS CHANGE, A A
000133*    NEW CUSTOMER - PA-OLD-NAME BLANK, PA-NEW-NAME AND THE
000134*    ADDRESS FIELDS AS KEYED - D A DELETE AND R A REINSTATE,
000135*    WHICH CARRY ONLY PA-OLD-NAME.
000140*    ------------------------------------------------------------
000150    01  PENDAPPR-RECORD.
000160        05  PA-KEY.
000270            10  PA-NEW-STATE        PIC X(02).
000280            10  PA-NEW-ZIP          PIC X(09).
000290            10  PA-NEW-PHONE        PIC X(10).
000291        05  PA-ACTION               PIC X(01).
000292            88  PA-ACTION-CHANGE    VALUE 'C' ' '.
000293            88  PA-ACTION-ADD       VALUE 'A'.
000294            88  PA-ACTION-DELETE    VALUE 'D'.
000295            88  PA-ACTION-REINSTATE VALUE 'R'.

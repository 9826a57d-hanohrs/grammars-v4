000010*    ASOFRESP-COPY
000020*    ------------------------------------------------------------
000030*    AS-OF-DATE NAME RESOLUTION RESPONSE RECORD.  EX2ASOF WRITES
000040*    ONE PER ASOFREQ REQUEST, IN REQUEST ORDER, FOR LEGAL AND
000050*    THE STATEMENT-REPRINT TEAM.  AR-NAME IS THE NAME THE
000060*    CUSTOMER HELD ON AR-AS-OF-DATE, TAKEN FROM THE CUSTHIST
000070*    RECORD (LIVE OR ARCHIVED) IN EFFECT ON THAT DATE, AND
000080*    AR-NAME-EFF-DATE IS THAT RECORD'S EFFECTIVE DATE.
000090*    AR-NAME-CUST-ID IS THE CUSTOMER WHOSE HISTORY SUPPLIED THE
000100*    NAME - THE SURVIVING CUSTOMER WHEN THE REQUESTED ID HAD
000110*    ALREADY BEEN MERGED AWAY ON THE AS-OF DATE (MERGE FLAG F).
000120*    MERGE FLAG L MEANS THE REQUESTED ID WAS MERGED LATER THAN
000130*    THE AS-OF DATE, SO ITS OWN NAME IS RETURNED.  EITHER WAY
000140*    AR-MERGED-TO-ID CARRIES THE REQUESTED ID'S SURVIVOR.
000150*    AR-RESULT-CODE:
000160*        H  NAME FROM THE LIVE CUSTHIST FILE
000170*        A  NAME FROM AN EX2HARCH ARCHIVE GENERATION
000180*        P  AS-OF DATE PREDATES THE FIRST HISTORY RECORD - THE
000190*           NAME IS THE ONE THAT RECORD REPLACED (BLANK IF THE
000200*           CUSTOMER WAS ADDED BY IT)
000210*        N  NO HISTORY ON FILE - THE CURRENT CUSTMAST NAME
000220*        U  ANSWER IS IN THE ARCHIVE BUT IT WAS UNAVAILABLE
000230*        X  CUSTOMER ID NOT ON CUSTMAST
000240*        E  REQUEST INVALID (ID BLANK OR DATE NOT A VALID PAST
000250*           DATE)
000260*    ------------------------------------------------------------
000270    01  ASOFRESP-RECORD.
000280        05  AR-REQ-CUST-ID          PIC X(06).
000290        05  AR-AS-OF-DATE           PIC X(08).
000300        05  AR-REQ-REFERENCE        PIC X(20).
000310        05  AR-RESULT-CODE          PIC X(01).
000320            88  AR-FROM-HISTORY     VALUE 'H'.
000330            88  AR-FROM-ARCHIVE     VALUE 'A'.
000340            88  AR-PREDATES-HISTORY VALUE 'P'.
000350            88  AR-NO-HISTORY       VALUE 'N'.
000360            88  AR-ARCHIVE-UNAVAIL  VALUE 'U'.
000370            88  AR-NOT-ON-FILE      VALUE 'X'.
000380            88  AR-REQUEST-INVALID  VALUE 'E'.
000390        05  AR-NAME-CUST-ID         PIC X(06).
000400        05  AR-NAME                 PIC X(30).
000410        05  AR-NAME-EFF-DATE        PIC 9(08).
000420        05  AR-CUST-STATUS          PIC X(01).
000430        05  AR-MERGE-FLAG           PIC X(01).
000440            88  AR-MERGE-FOLLOWED   VALUE 'F'.
000450            88  AR-MERGED-LATER     VALUE 'L'.
000460        05  AR-MERGED-TO-ID         PIC X(06).
000470        05  FILLER                  PIC X(13).

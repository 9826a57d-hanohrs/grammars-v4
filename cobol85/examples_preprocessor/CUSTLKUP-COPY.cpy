000010*    CUSTLKUP-COPY
000020*    ------------------------------------------------------------
000030*    CUSTOMER LOOKUP SERVICE COMMAREA - 300 BYTES, FIXED.  OTHER
000040*    CICS APPLICATIONS EXEC CICS LINK TO PROGRAM EX2LKUP WITH
000050*    THIS AREA AS THE COMMAREA, LENGTH(300), AND COPY THIS
000060*    MEMBER FOR THE LAYOUT.  THE CALLER FILLS LK-REQUEST AND
000070*    EX2LKUP RETURNS LK-RESPONSE; NOTHING ON CUSTMAST OR
000080*    CUSTHIST IS CHANGED.
000090*    LK-REQ-CUST-ID IS THE CUSTOMER WANTED.  WHEN IT HAS BEEN
000100*    MERGED AWAY THE CM-MERGED-TO-ID CHAIN IS FOLLOWED, LK-MERGE-
000110*    FLAG IS Y AND LK-CUST-ID IS THE SURVIVOR - OTHERWISE LK-
000120*    CUST-ID IS THE REQUESTED ID.  STATUS, NAME, ADDRESS, PHONE
000130*    AND EFFECTIVE DATE ARE ALWAYS LK-CUST-ID'S CURRENT CUSTMAST
000140*    VALUES.
000150*    LK-AS-OF-DATE (YYYYMMDD) IS OPTIONAL - SPACES OR ZEROES
000160*    MEAN NONE.  GIVEN, LK-ASOF-NAME IS THE NAME THE REQUESTED
000170*    CUSTOMER HELD ON THAT DATE, RESOLVED FROM THE LIVE CUSTHIST
000180*    CHAIN BY THE EX2ASOF RULES (A CUSTOMER ALREADY MERGED AWAY
000190*    ON THAT DATE RESOLVES TO ITS SURVIVOR'S NAME ON THAT DATE),
000200*    LK-ASOF-CUST-ID THE CUSTOMER WHOSE HISTORY SUPPLIED IT AND
000210*    LK-ASOF-RESULT HOW IT WAS FOUND:
000220*        H  NAME FROM THE LIVE CUSTHIST FILE
000230*        P  AS-OF DATE PREDATES THE LIVE HISTORY - THE NAME IS
000240*           THE ONE THE EARLIEST LIVE RECORD REPLACED.  HISTORY
000250*           ARCHIVED BY EX2HARCH IS NOT ONLINE; FOR DATES THAT
000260*           FAR BACK RUN THE EX2ASOF JOB.
000270*        N  NO HISTORY ON FILE - THE CURRENT CUSTMAST NAME
000280*    LK-RETURN-CODE:
000290*        00  FOUND, ACTIVE
000300*        04  FOUND BY FOLLOWING A MERGE - THE SURVIVOR IS ACTIVE
000310*        08  FOUND, DELETED (LK-MERGE-FLAG SAYS WHETHER A MERGE
000320*            WAS FOLLOWED TO REACH IT)
000330*        12  CUSTOMER ID NOT ON CUSTMAST
000340*        16  REQUEST INVALID - ID BLANK, OR AS-OF DATE NOT A
000350*            VALID DATE NO LATER THAN TODAY
000360*        20  CUSTMAST OR CUSTHIST UNAVAILABLE, OR A BROKEN MERGE
000370*            CHAIN - LK-RETURN-TEXT SAYS WHICH
000380*    ON 12, 16 AND 20 NOTHING ELSE IN LK-RESPONSE IS SET.
000390*    ------------------------------------------------------------
000400    01  CUSTLKUP-COMMAREA.
000410        05  LK-REQUEST.
000420            10  LK-REQ-CUST-ID      PIC X(06).
000430            10  LK-AS-OF-DATE       PIC X(08).
000440            10  LK-AS-OF-DATE-N REDEFINES LK-AS-OF-DATE.
000450                15  LK-AS-OF-YYYY   PIC 9(04).
000460                15  LK-AS-OF-MM     PIC 9(02).
000470                15  LK-AS-OF-DD     PIC 9(02).
000480        05  LK-RESPONSE.
000490            10  LK-RETURN-CODE      PIC 9(02).
000500                88  LK-RC-ACTIVE    VALUE 00.
000510                88  LK-RC-MERGED    VALUE 04.
000520                88  LK-RC-DELETED   VALUE 08.
000530                88  LK-RC-NOT-FOUND VALUE 12.
000540                88  LK-RC-INVALID   VALUE 16.
000550                88  LK-RC-UNAVAIL   VALUE 20.
000560            10  LK-RETURN-TEXT      PIC X(40).
000570            10  LK-CUST-ID          PIC X(06).
000580            10  LK-MERGE-FLAG       PIC X(01).
000590                88  LK-MERGE-FOLLOWED VALUE 'Y'.
000600            10  LK-CUST-STATUS      PIC X(01).
000610            10  LK-CUST-NAME        PIC X(30).
000620            10  LK-CUST-EFF-DATE    PIC 9(08).
000630            10  LK-CUST-ADDRESS.
000640                15  LK-CUST-ADDR-1  PIC X(30).
000650                15  LK-CUST-ADDR-2  PIC X(30).
000660                15  LK-CUST-CITY    PIC X(20).
000670                15  LK-CUST-STATE   PIC X(02).
000680                15  LK-CUST-ZIP     PIC X(09).
000690                15  LK-CUST-PHONE   PIC X(10).
000700            10  LK-ASOF-RESULT      PIC X(01).
000710                88  LK-ASOF-FROM-HISTORY VALUE 'H'.
000720                88  LK-ASOF-PREDATES     VALUE 'P'.
000730                88  LK-ASOF-NO-HISTORY   VALUE 'N'.
000740            10  LK-ASOF-CUST-ID     PIC X(06).
000750            10  LK-ASOF-NAME        PIC X(30).
000760            10  LK-ASOF-EFF-DATE    PIC 9(08).
000770        05  FILLER                  PIC X(52).

000010*    APPRLOG-COPY
000020*    ------------------------------------------------------------
000030*    ONLINE APPROVAL DECISION LOG RECORD.  EX2SAPPR WRITES ONE
000040*    TO TD QUEUE APPL FOR EVERY PENDING CHANGE A SUPERVISOR
000050*    APPROVES OR REJECTS, BEFORE THE PENDAPPR RECORD IS DELETED,
000060*    SO WHO KEYED THE CHANGE AND WHEN SURVIVES THE DECISION.
000070*    THE NIGHTLY EX2AUDIT JOB COPIES THE DAY'S QUEUE TO THE
000080*    APPRLOG GENERATION DATA GROUP FOR THE MONTHLY EX2SOD
000090*    SEGREGATION-OF-DUTIES REPORT.  AL-AUDIT-IMAGE IS THE
000100*    92-BYTE AUDITOUT-COPY RECORD WRITTEN TO TD QUEUE AUDT FOR
000110*    THE SAME DECISION, BYTE FOR BYTE, SO EX2SOD CAN MATCH IT
000120*    TO THE AUDARCH ARCHIVE.  AL-KEY-DATE/AL-KEY-TIME AND
000130*    AL-KEY-OPERATOR ARE THE PENDAPPR KEY DATE, TIME AND
000140*    OPERATOR; AL-DECIDE-DATE/AL-DECIDE-TIME (HHMMSS00) AND
000150*    AL-SUPER-ID ARE THE DECISION.  AL-ACTION IS THE PENDAPPR
000151*    PA-ACTION - C CHANGE, A ADD, D DELETE, R REINSTATE.
000160*    ------------------------------------------------------------
000170    01  APPRLOG-RECORD.
000180        05  AL-AUDIT-IMAGE          PIC X(92).
000190        05  AL-CUST-ID              PIC X(06).
000200        05  AL-KEY-DATE             PIC 9(08).
000210        05  AL-KEY-TIME             PIC 9(08).
000220        05  AL-KEY-OPERATOR         PIC X(08).
000230        05  AL-DECISION             PIC X(01).
000240            88  AL-APPROVED         VALUE 'A'.
000250            88  AL-REJECTED         VALUE 'R'.
000260        05  AL-SUPER-ID             PIC X(08).
000270        05  AL-DECIDE-DATE          PIC 9(08).
000280        05  AL-DECIDE-TIME          PIC 9(08).
000281        05  AL-ACTION               PIC X(01).
000282            88  AL-ACTION-CHANGE    VALUE 'C' ' '.
000283            88  AL-ACTION-ADD       VALUE 'A'.
000284            88  AL-ACTION-DELETE    VALUE 'D'.
000285            88  AL-ACTION-REINSTATE VALUE 'R'.
000290        05  FILLER                  PIC X(02).

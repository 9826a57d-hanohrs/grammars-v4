000010*    PORTERR-COPY
000020*    ------------------------------------------------------------
000030*    SELF-SERVICE PORTAL REJECT RECORD.  EX2PORT WRITES ONE FOR
000040*    EVERY ROW OF THE PORTAL'S DELIMITED FILE IT CANNOT TURN
000050*    INTO A CUSTNAME RECORD - BAD QUOTING, THE WRONG NUMBER OF
000060*    FIELDS, A FIELD TOO LONG FOR ITS CUSTNAME SLOT, A BAD ID
000070*    OR DATE - CARRYING THE ROW NUMBER IN THE PORTAL FILE (THE
000080*    HEADER ROW IS ROW 1), THE REASON, THE FIELD AT FAULT (ZERO
000090*    WHEN THE WHOLE ROW IS AT FAULT) AND THE ROW AS RECEIVED, SO
000100*    THE PORTAL TEAM CAN CORRECT AND RESEND IT IN A LATER RUN.
000110*    ------------------------------------------------------------
000120    01  PORTERR-RECORD.
000130        05  PE-ROW-NO               PIC 9(06).
000140        05  PE-REJECT-DATE          PIC 9(08).
000150        05  PE-FIELD-NO             PIC 9(02).
000160        05  PE-REASON               PIC X(40).
000170        05  PE-ROW-IMAGE            PIC X(400).
000180        05  FILLER                  PIC X(04).

001020*               CUSTOMER, SO AN OPERATOR ON THE PHONE SEES THE
001030*               DATED NAME CHAIN WITHOUT SUBMITTING AN EX2HIST
001040*               BATCH JOB.
001041* 10/15/26  RH  A KEYED STATE, ZIP OR PHONE IS NOW PROVED AGAINST
001042*               THE STATEREF STATE/ZIP-PREFIX REFERENCE FILE
001043*               (SHARED LAYOUT STATEREF-COPY, DEFINED IN THE CSD
001044*               ALONGSIDE CUSTMAST) BY THE SAME RULES AND WITH
001045*               THE SAME REASONS AS EXAMPLE2'S FEED VALIDATION.
001046*               A FAILURE REDISPLAYS THE UPDATE SCREEN WITH THE
001047*               REASON AND THE KEYED FIELDS INTACT, SO A BAD
001048*               ADDRESS NEVER REACHES PENDAPPR.  A BLANK STATE OR
001049*               ZIP IS CHECKED AS THE VALUE ALREADY ON CUSTMAST,
001050*               SINCE THAT IS WHAT THE APPROVED CHANGE WILL POST.
001051* 10/15/26  RH  NEW ACTION FIELD ON EX2MAP1 - A ADD, D DELETE,
001052*               R REINSTATE - SO NEW CUSTOMERS, DELETES AND
001053*               REINSTATES NO LONGER WAIT FOR THE NIGHTLY FEED.
001054*               EACH GOES TO PENDAPPR (PA-ACTION) FOR SUPERVISOR
001055*               APPROVAL ON EX2S LIKE A NAME CHANGE.  AN ADD IS
001056*               REFUSED FOR ANY ID ALREADY ON CUSTMAST, DELETED
001057*               AND MERGED ONES INCLUDED, AND TAKES ITS NAME AND
001058*               ADDRESS ON THE SECOND ROUND TRIP WITH THE USUAL
001059*               STATEREF CHECKS; A DELETE NEEDS AN ACTIVE
001060*               CUSTOMER AND A REINSTATE A DELETED ONE.
001061*----------------------------------------------------------------
001062 ENVIRONMENT DIVISION.
001070 CONFIGURATION SECTION.
001080 SOURCE-COMPUTER.   IBM-370.
001090 OBJECT-COMPUTER.   IBM-370.
001120 COPY CUSTMAST-COPY.
001130 COPY EX2MSET-COPY.
001140 COPY PENDAPPR-COPY.
001145 COPY STATEREF-COPY.
001150 01  WS-RESP                         PIC S9(08)  COMP.
001160 01  WS-ABSTIME                      PIC S9(15)  COMP-3.
001170 01  WS-EFF-DATE                     PIC X(08).
001180 01  WS-EFF-TIME                     PIC X(06).
001190 01  WS-MSG-TEXT                     PIC X(60).
001200 01  WS-OPER-ID                      PIC X(08)   VALUE SPACES.
001205 01  WS-ACTION-WORD                  PIC X(09)   VALUE SPACES.
001210 01  WS-AIX-NAME                     PIC X(30)   VALUE SPACES.
001220 01  WS-SEL-COUNT                    PIC 9(02)   VALUE ZERO.
001230 01  WS-SEL-PICK                     PIC 9(01)   VALUE ZERO.
001380     88  BROWSE-IS-DONE                          VALUE 'Y'.
001390 01  WS-ANY-INPUT-SW                 PIC X(01)   VALUE 'N'.
001400     88  ANY-FIELD-KEYED                         VALUE 'Y'.
001401*    STATE/ZIP/PHONE AS THEY WILL STAND ONCE THE CHANGE POSTS -
001402*    THE KEYED VALUE, OR THE CUSTMAST VALUE WHERE LEFT BLANK -
001403*    AND THE REASON THE FIRST FAILING ONE WAS REFUSED.
001404 01  WS-CHK-ADDRESS.
001405     05  WS-CHK-STATE                PIC X(02).
001406     05  WS-CHK-ZIP                  PIC X(09).
001407     05  WS-CHK-PHONE                PIC X(10).
001408 01  WS-ADDR-REASON                  PIC X(30)   VALUE SPACES.
001410*    COMMAREA HANDED TO EX2HINQ ON THE HISTORY JUMP - SEE THAT
001420*    PROGRAM FOR THE LAYOUT.
001430 01  WS-HIST-CA.
001580     05  WS-CA-SEL-TABLE.
001590         10  WS-CA-SEL-ID            OCCURS 8 TIMES
001600                                     PIC X(06).
001601*    WHAT THE AWAIT-NAME STATE IS COLLECTING - C A NAME/ADDRESS
001602*    CHANGE, A A NEW CUSTOMER.  D AND R ARE SET ONLY FOR THE
001603*    SUBMIT, WHICH IS IMMEDIATE.
001604     05  WS-CA-ACTION                PIC X(01)   VALUE 'C'.
001605         88  CA-ACTION-CHANGE                    VALUE 'C'.
001606         88  CA-ACTION-ADD                       VALUE 'A'.
001610 LINKAGE SECTION.
001620 01  DFHCOMMAREA.
001630     05  CA-STATE                    PIC X(01).
001640     05  CA-CUST-ID                  PIC X(06).
001650     05  CA-SRCH-NAME                PIC X(30).
001660     05  CA-SEL-TABLE                PIC X(48).
001665     05  CA-ACTION                   PIC X(01).
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     MOVE 'N' TO WS-TRANS-DONE-SW.
001960     EXEC CICS RETURN
001970         TRANSID('EX2M')
001980         COMMAREA(WS-COMMAREA)
001990         LENGTH(86)
002000     END-EXEC.
002010 0200-EXIT.
002020     EXIT.
002220             IF HOPTI = 'H' OR HOPTI = 'h'
002230                 PERFORM 2170-XCTL-HISTORY THRU 2170-EXIT
002240             ELSE
002245             IF ACTI = SPACES OR ACTI = LOW-VALUES
002250                 PERFORM 2100-LOOKUP-CUSTOMER THRU 2100-EXIT
002252             ELSE
002254                 PERFORM 2500-CUSTOMER-ACTION THRU 2500-EXIT
002256             END-IF
002260             END-IF
002270         ELSE
002280         IF SNAMEI NOT = SPACES AND SNAMEI NOT = LOW-VALUES
002281             IF ACTI NOT = SPACES AND ACTI NOT = LOW-VALUES
002282                 MOVE SNAMEI TO WS-CA-SRCH-NAME
002283                 MOVE SPACES TO EX2MSETO
002284                 MOVE WS-CA-SRCH-NAME TO SNAMEO
002285                 MOVE "ACTION NEEDS AN ID, NOT A NAME - REENTER"
002286                     TO MSGO
002287                 EXEC CICS SEND MAP('EX2MAP1')
002288                     MAPSET('EX2MSET')
002289                     FROM(EX2MSETO)
002290                     ERASE
002291                 END-EXEC
002292                 MOVE '1' TO WS-CA-STATE
002293             ELSE
002294                 PERFORM 2200-SEARCH-BY-NAME THRU 2200-EXIT
002295             END-IF
002300         ELSE
002310             MOVE SPACES TO EX2MSETO
002320             MOVE "PLEASE ENTER A CUSTOMER ID OR A NAME" TO MSGO
002950             ERASE
002960         END-EXEC
002970         MOVE '2' TO WS-CA-STATE
002975         MOVE 'C' TO WS-CA-ACTION
002980         MOVE CM-CUST-ID TO WS-CA-CUST-ID
002990     ELSE
003000         MOVE SPACES TO EX2MSETO
004940     MOVE '3' TO WS-CA-STATE.
004950 2450-EXIT.
004960     EXIT.
004961*----------------------------------------------------------------
004962* ADD, DELETE OR REINSTATE FOR THE KEYED CUSTOMER ID.  A DELETE
004963* NEEDS AN ACTIVE CUSTOMER AND A REINSTATE A DELETED ONE; BOTH
004964* SUBMIT STRAIGHT TO PENDAPPR.  AN ADD NEEDS AN ID THAT IS NOT
004965* ON CUSTMAST AT ALL - A DELETED OR MERGED ID STAYS WITH ITS
004966* OLD CUSTOMER - AND GOES ON TO THE NAME AND ADDRESS ENTRY.  A
004967* REFUSAL LEAVES ITS REASON IN WS-MSG-TEXT.
004968*----------------------------------------------------------------
004969 2500-CUSTOMER-ACTION.
004970     MOVE SPACES TO CUSTMAST-RECORD.
004971     MOVE CIDI TO CM-CUST-ID.
004972     EXEC CICS READ DATASET('CUSTMAST')
004973         INTO(CUSTMAST-RECORD)
004974         RIDFLD(CM-CUST-ID)
004975         RESP(WS-RESP)
004976     END-EXEC.
004977     MOVE SPACES TO WS-MSG-TEXT.
004978     IF ACTI = 'A' OR ACTI = 'a'
004979         PERFORM 2510-CHECK-ADD THRU 2510-EXIT
004980     ELSE
004981     IF ACTI = 'D' OR ACTI = 'd'
004982         PERFORM 2520-CHECK-DELETE THRU 2520-EXIT
004983     ELSE
004984     IF ACTI = 'R' OR ACTI = 'r'
004985         PERFORM 2530-CHECK-REINSTATE THRU 2530-EXIT
004986     ELSE
004987         MOVE "ACTION MUST BE A, D OR R - REENTER" TO WS-MSG-TEXT
004988     END-IF
004989     END-IF
004990     END-IF.
004991     IF WS-MSG-TEXT NOT = SPACES
004992         MOVE SPACES TO EX2MSETO
004993         MOVE WS-MSG-TEXT TO MSGO
004994         EXEC CICS SEND MAP('EX2MAP1')
004995             MAPSET('EX2MSET')
004996             FROM(EX2MSETO)
004997             ERASE
004998         END-EXEC
004999         MOVE '1' TO WS-CA-STATE
005000     END-IF.
005001 2500-EXIT.
005002     EXIT.
005003 2510-CHECK-ADD.
005004     IF CIDI NOT NUMERIC
005005         MOVE "NEW CUSTOMER ID MUST BE SIX DIGITS - REENTER"
005006             TO WS-MSG-TEXT
005007         GO TO 2510-EXIT
005008     END-IF.
005009     IF WS-RESP = DFHRESP(NORMAL) AND CM-MERGED
005010         STRING "ID " CM-CUST-ID " WAS MERGED TO "
005011                CM-MERGED-TO-ID " - ADD NOT ALLOWED"
005012             DELIMITED BY SIZE INTO WS-MSG-TEXT
005013         GO TO 2510-EXIT
005014     END-IF.
005015     IF WS-RESP = DFHRESP(NORMAL) AND CM-DELETED
005016         MOVE "ID BELONGS TO A DELETED CUSTOMER - USE ACTION R"
005017             TO WS-MSG-TEXT
005018         GO TO 2510-EXIT
005019     END-IF.
005020     IF WS-RESP = DFHRESP(NORMAL)
005021         MOVE "CUSTOMER ID ALREADY ON CUSTMAST - ADD NOT ALLOWED"
005022             TO WS-MSG-TEXT
005023         GO TO 2510-EXIT
005024     END-IF.
005025     IF WS-RESP NOT = DFHRESP(NOTFND)
005026         MOVE "CUSTMAST NOT AVAILABLE - TRY AGAIN" TO WS-MSG-TEXT
005027         GO TO 2510-EXIT
005028     END-IF.
005029     MOVE SPACES TO EX2MSETO.
005030     MOVE CM-CUST-ID TO CIDO.
005031     MOVE "ENTER NEW CUSTOMER'S NAME AND ADDRESS, PRESS ENTER"
005032         TO MSGO.
005033     EXEC CICS SEND MAP('EX2MAP1')
005034         MAPSET('EX2MSET')
005035         FROM(EX2MSETO)
005036         ERASE
005037     END-EXEC.
005038     MOVE '2' TO WS-CA-STATE.
005039     MOVE 'A' TO WS-CA-ACTION.
005040     MOVE CM-CUST-ID TO WS-CA-CUST-ID.
005041 2510-EXIT.
005042     EXIT.
005043 2520-CHECK-DELETE.
005044     PERFORM 2540-CHECK-ON-FILE THRU 2540-EXIT.
005045     IF WS-MSG-TEXT NOT = SPACES
005046         GO TO 2520-EXIT
005047     END-IF.
005048     IF CM-DELETED
005049         MOVE "CUSTOMER IS ALREADY DELETED" TO WS-MSG-TEXT
005050         GO TO 2520-EXIT
005051     END-IF.
005052     MOVE 'D' TO WS-CA-ACTION.
005053     PERFORM 3100-SUBMIT-CHANGE THRU 3100-EXIT.
005054 2520-EXIT.
005055     EXIT.
005056 2530-CHECK-REINSTATE.
005057     PERFORM 2540-CHECK-ON-FILE THRU 2540-EXIT.
005058     IF WS-MSG-TEXT NOT = SPACES
005059         GO TO 2530-EXIT
005060     END-IF.
005061     IF NOT CM-DELETED
005062         MOVE "CUSTOMER IS NOT DELETED - REINSTATE NOT ALLOWED"
005063             TO WS-MSG-TEXT
005064         GO TO 2530-EXIT
005065     END-IF.
005066     MOVE 'R' TO WS-CA-ACTION.
005067     PERFORM 3100-SUBMIT-CHANGE THRU 3100-EXIT.
005068 2530-EXIT.
005069     EXIT.
005070*    A DELETE OR REINSTATE NEEDS THE CUSTOMER ON FILE AND NOT
005071*    MERGED AWAY - THE SURVIVOR CARRIES THE CUSTOMER NOW.
005072 2540-CHECK-ON-FILE.
005073     IF WS-RESP = DFHRESP(NOTFND)
005074         MOVE "CUSTOMER ID NOT FOUND ON CUSTMAST" TO WS-MSG-TEXT
005075     ELSE
005076     IF WS-RESP NOT = DFHRESP(NORMAL)
005077         MOVE "CUSTMAST NOT AVAILABLE - TRY AGAIN" TO WS-MSG-TEXT
005078     ELSE
005079     IF CM-MERGED
005080         STRING "CUSTOMER MERGED TO ID " CM-MERGED-TO-ID
005081                " - USE THAT ID"
005082             DELIMITED BY SIZE INTO WS-MSG-TEXT
005083     END-IF
005084     END-IF
005085     END-IF.
005086 2540-EXIT.
005087     EXIT.
005088 3000-RECEIVE-AND-UPDATE.
005089     EXEC CICS RECEIVE MAP('EX2MAP1')
005090         MAPSET('EX2MSET')
005091         INTO(EX2MSETI)
005092         RESP(WS-RESP)
005093     END-EXEC.
005094     IF WS-RESP NOT = DFHRESP(NORMAL)
005095         MOVE SPACES TO EX2MSETO
005096         MOVE WS-CA-CUST-ID TO CIDO
005097         MOVE "PLEASE ENTER THE NEW NAME" TO MSGO
005098         EXEC CICS SEND MAP('EX2MAP1')
005099             MAPSET('EX2MSET')
005100             FROM(EX2MSETO)
005101             DATAONLY
005110         END-EXEC
005120         MOVE '2' TO WS-CA-STATE
005130     ELSE
005135         MOVE SPACES TO CUSTMAST-RECORD
005140         MOVE WS-CA-CUST-ID TO CM-CUST-ID
005150         EXEC CICS READ DATASET('CUSTMAST')
005160             INTO(CUSTMAST-RECORD)
005170             RIDFLD(CM-CUST-ID)
005180             RESP(WS-RESP)
005190         END-EXEC
005192         IF CA-ACTION-ADD
005194             PERFORM 3010-RECEIVE-ADD THRU 3010-EXIT
005196         ELSE
005200         IF WS-RESP NOT = DFHRESP(NORMAL)
005210             MOVE SPACES TO EX2MSETO
005220             MOVE "CUSTOMER ID NOT FOUND ON CUSTMAST" TO MSGO
005400                 END-EXEC
005410                 MOVE '2' TO WS-CA-STATE
005420             ELSE
005422             IF WS-ADDR-REASON NOT = SPACES
005424                 PERFORM 3070-RESEND-ADDRESS-ERROR THRU 3070-EXIT
005426             ELSE
005430*                3100 ENDS THE CONVERSATION ONLY ON A SUCCESSFUL
005431*                SUBMIT - A FAILED PENDAPPR WRITE STAYS ON THE
005432*                UPDATE SCREEN SO "TRY AGAIN" ACTUALLY CAN.
005440                 PERFORM 3100-SUBMIT-CHANGE THRU 3100-EXIT
005450             END-IF
005453             END-IF
005456         END-IF
005460         END-IF
005470     END-IF.
005480 3000-EXIT.
005481     EXIT.
005482*----------------------------------------------------------------
005483* NAME AND ADDRESS FOR A NEW CUSTOMER.  THE ID IS PROVED OFF
005484* CUSTMAST AGAIN IN CASE IT WAS ADDED SINCE THE FIRST ROUND
005485* TRIP.  A NAME IS REQUIRED; THE ADDRESS FIELDS ARE CHECKED BY
005486* THE SAME RULES AS A CHANGE, AGAINST A BLANK RECORD.
005487*----------------------------------------------------------------
005488 3010-RECEIVE-ADD.
005489     IF WS-RESP NOT = DFHRESP(NOTFND)
005490         MOVE SPACES TO EX2MSETO
005491         MOVE "CUSTOMER ID IS NOW ON CUSTMAST - ADD NOT ALLOWED"
005492             TO MSGO
005493         EXEC CICS SEND MAP('EX2MAP1')
005494             MAPSET('EX2MSET')
005495             FROM(EX2MSETO)
005496             ERASE
005497         END-EXEC
005498         MOVE '1' TO WS-CA-STATE
005499         GO TO 3010-EXIT
005500     END-IF.
005501     IF NAMEI = SPACES OR NAMEI = LOW-VALUES
005502         MOVE LOW-VALUES TO EX2MSETO
005503         MOVE "A NEW CUSTOMER NEEDS A NAME - REENTER" TO MSGO
005504         EXEC CICS SEND MAP('EX2MAP1')
005505             MAPSET('EX2MSET')
005506             FROM(EX2MSETO)
005507             DATAONLY
005508         END-EXEC
005509         MOVE '2' TO WS-CA-STATE
005510         GO TO 3010-EXIT
005511     END-IF.
005512     PERFORM 3050-CHECK-KEYED-FIELDS THRU 3050-EXIT.
005513     IF WS-ADDR-REASON NOT = SPACES
005514         PERFORM 3070-RESEND-ADDRESS-ERROR THRU 3070-EXIT
005515     ELSE
005516         PERFORM 3100-SUBMIT-CHANGE THRU 3100-EXIT
005517     END-IF.
005518 3010-EXIT.
005519     EXIT.
005520*----------------------------------------------------------------
005521* AT LEAST ONE OF THE NEW NAME AND NEW ADDRESS FIELDS MUST BE
005522* KEYED FOR A CHANGE TO SUBMIT - A BLANK FIELD MEANS UNCHANGED,
005530* SO ALL BLANK WOULD SUBMIT NOTHING.
005540*----------------------------------------------------------------
005550 3050-CHECK-KEYED-FIELDS.
005750     IF NPHONI NOT = SPACES AND NPHONI NOT = LOW-VALUES
005760         MOVE 'Y' TO WS-ANY-INPUT-SW
005770     END-IF.
005772     MOVE SPACES TO WS-ADDR-REASON.
005774     IF ANY-FIELD-KEYED
005776         PERFORM 3060-VALIDATE-ADDRESS THRU 3060-EXIT
005778     END-IF.
005780 3050-EXIT.
005781     EXIT.
005782*----------------------------------------------------------------
005783* PROVE STATE, ZIP AND PHONE AGAINST THE STATEREF REFERENCE FILE
005784* BY THE RULES IN STATEREF-COPY - THE SAME CHECKS, IN THE SAME
005785* ORDER AND WITH THE SAME REASONS, AS EXAMPLE2 APPLIES TO THE
005786* FEED.  THE FIRST FAILURE LEAVES ITS REASON IN WS-ADDR-REASON.
005787*----------------------------------------------------------------
005788 3060-VALIDATE-ADDRESS.
005789     MOVE CM-CUST-STATE TO WS-CHK-STATE.
005790     MOVE CM-CUST-ZIP TO WS-CHK-ZIP.
005791     MOVE CM-CUST-PHONE TO WS-CHK-PHONE.
005792     IF NSTI NOT = SPACES AND NSTI NOT = LOW-VALUES
005793         MOVE NSTI TO WS-CHK-STATE
005794     END-IF.
005795     IF NZIPI NOT = SPACES AND NZIPI NOT = LOW-VALUES
005796         MOVE NZIPI TO WS-CHK-ZIP
005797     END-IF.
005798     IF NPHONI NOT = SPACES AND NPHONI NOT = LOW-VALUES
005799         MOVE NPHONI TO WS-CHK-PHONE
005800     END-IF.
005801*    A PARTLY KEYED FIELD ARRIVES WITH LOW-VALUE PADDING.
005802     INSPECT WS-CHK-ADDRESS REPLACING ALL LOW-VALUE BY SPACE.
005803     PERFORM 3062-CHECK-STATE-ZIP THRU 3062-EXIT.
005804     IF WS-ADDR-REASON = SPACES
005805         PERFORM 3064-CHECK-PHONE THRU 3064-EXIT
005806     END-IF.
005807 3060-EXIT.
005808     EXIT.
005809 3062-CHECK-STATE-ZIP.
005810     IF WS-CHK-STATE = SPACES AND WS-CHK-ZIP = SPACES
005811         GO TO 3062-EXIT
005812     END-IF.
005813     IF WS-CHK-STATE = SPACES
005814         MOVE "ZIP CODE HAS NO STATE" TO WS-ADDR-REASON
005815         GO TO 3062-EXIT
005816     END-IF.
005817     MOVE WS-CHK-STATE TO SR-STATE.
005818     MOVE SPACES TO SR-ZIP-PREFIX.
005819     PERFORM 3066-READ-STATEREF THRU 3066-EXIT.
005820     IF WS-RESP = DFHRESP(NOTFND)
005821         MOVE "STATE CODE NOT ON REFERENCE" TO WS-ADDR-REASON
005822     END-IF.
005823     IF WS-ADDR-REASON NOT = SPACES OR WS-CHK-ZIP = SPACES
005824         GO TO 3062-EXIT
005825     END-IF.
005826*    FIVE DIGITS, OR ZIP+4 WITH ALL NINE DIGITS.
005827     IF WS-CHK-ZIP (1:5) NOT NUMERIC
005828        OR (WS-CHK-ZIP (6:4) NOT NUMERIC
005829            AND WS-CHK-ZIP (6:4) NOT = SPACES)
005830         MOVE "ZIP CODE FORMAT INVALID" TO WS-ADDR-REASON
005831         GO TO 3062-EXIT
005832     END-IF.
005833     MOVE WS-CHK-ZIP (1:3) TO SR-ZIP-PREFIX.
005834     PERFORM 3066-READ-STATEREF THRU 3066-EXIT.
005835     IF WS-RESP = DFHRESP(NOTFND)
005836         MOVE "ZIP NOT VALID FOR STATE" TO WS-ADDR-REASON
005837     END-IF.
005838 3062-EXIT.
005839     EXIT.
005840*    TEN DIGITS; NEITHER THE AREA CODE NOR THE EXCHANGE MAY START
005841*    WITH 0 OR 1.
005842 3064-CHECK-PHONE.
005843     IF WS-CHK-PHONE = SPACES
005844         GO TO 3064-EXIT
005845     END-IF.
005846     IF WS-CHK-PHONE NOT NUMERIC
005847        OR WS-CHK-PHONE (1:1) = "0" OR WS-CHK-PHONE (1:1) = "1"
005848        OR WS-CHK-PHONE (4:1) = "0" OR WS-CHK-PHONE (4:1) = "1"
005849         MOVE "PHONE NUMBER INVALID" TO WS-ADDR-REASON
005850     END-IF.
005851 3064-EXIT.
005852     EXIT.
005853*    NOTFND IS LEFT TO THE CALLER; ANY OTHER FAILURE MEANS THE
005854*    REFERENCE CANNOT BE READ AND NOTHING CAN BE PROVED.
005855 3066-READ-STATEREF.
005856     EXEC CICS READ DATASET('STATEREF')
005857         INTO(STATEREF-RECORD)
005858         RIDFLD(SR-KEY)
005859         RESP(WS-RESP)
005860     END-EXEC.
005861     IF WS-RESP NOT = DFHRESP(NORMAL)
005862        AND WS-RESP NOT = DFHRESP(NOTFND)
005863         MOVE "STATE REFERENCE UNAVAILABLE" TO WS-ADDR-REASON
005864     END-IF.
005865 3066-EXIT.
005866     EXIT.
005867*----------------------------------------------------------------
005868* REFUSE THE CHANGE WITH THE REASON.  LOW-VALUES AND DATAONLY
005869* LEAVE THE OPERATOR'S KEYED FIELDS ON THE SCREEN, STILL
005870* MODIFIED, SO ONLY THE FAILING FIELD NEEDS REKEYING.
005871*----------------------------------------------------------------
005872 3070-RESEND-ADDRESS-ERROR.
005873     MOVE LOW-VALUES TO EX2MSETO.
005874     MOVE SPACES TO WS-MSG-TEXT.
005875     STRING WS-ADDR-REASON DELIMITED BY "  "
005876            " - CORRECT AND PRESS ENTER"
005877            DELIMITED BY SIZE
005878         INTO WS-MSG-TEXT.
005879     MOVE WS-MSG-TEXT TO MSGO.
005880     EXEC CICS SEND MAP('EX2MAP1')
005881         MAPSET('EX2MSET')
005882         FROM(EX2MSETO)
005883         DATAONLY
005884     END-EXEC.
005885     MOVE '2' TO WS-CA-STATE.
005886 3070-EXIT.
005887     EXIT.
005888 3100-SUBMIT-CHANGE.
005889     EXEC CICS ASKTIME
005890         ABSTIME(WS-ABSTIME)
005891     END-EXEC.
005892     EXEC CICS FORMATTEDTIME
005893         ABSTIME(WS-ABSTIME)
005894         YYYYMMDD(WS-EFF-DATE)
005895         TIME(WS-EFF-TIME)
005896     END-EXEC.
005897     EXEC CICS ASSIGN
005900         USERID(WS-OPER-ID)
005910     END-EXEC.
005920     MOVE SPACES TO PENDAPPR-RECORD.
005960     MOVE "00" TO PA-KEY-TIME (7:2).
005970     MOVE WS-OPER-ID TO PA-OPERATOR.
005980     MOVE CM-CUST-NAME TO PA-OLD-NAME.
005986     MOVE WS-CA-ACTION TO PA-ACTION.
005992*    A DELETE OR REINSTATE CARRIES NO NEW NAME OR ADDRESS.
005998     IF NOT PA-ACTION-DELETE AND NOT PA-ACTION-REINSTATE
006004         MOVE NAMEI TO PA-NEW-NAME
006010         MOVE NADR1I TO PA-NEW-ADDR-1
006016         MOVE NADR2I TO PA-NEW-ADDR-2
006022         MOVE NCITYI TO PA-NEW-CITY
006028         MOVE NSTI TO PA-NEW-STATE
006034         MOVE NZIPI TO PA-NEW-ZIP
006040         MOVE NPHONI TO PA-NEW-PHONE
006046     END-IF.
006060*    UNTOUCHED MAP FIELDS ARRIVE AS LOW-VALUES - STORE THEM AS
006070*    THE BLANKS EX2SAPPR TREATS AS "UNCHANGED".
006080     INSPECT PENDAPPR-RECORD REPLACING ALL LOW-VALUE BY SPACE.
006150     MOVE CM-CUST-ID TO CIDO.
006160     MOVE CM-CUST-NAME TO CURNAMEO.
006170     MOVE SPACES TO WS-MSG-TEXT.
006172     EVALUATE TRUE
006174         WHEN PA-ACTION-ADD
006176             MOVE "ADD" TO WS-ACTION-WORD
006178         WHEN PA-ACTION-DELETE
006180             MOVE "DELETE" TO WS-ACTION-WORD
006182         WHEN PA-ACTION-REINSTATE
006184             MOVE "REINSTATE" TO WS-ACTION-WORD
006186         WHEN OTHER
006188             MOVE "CHANGE" TO WS-ACTION-WORD
006190     END-EVALUATE.
006192     IF WS-RESP = DFHRESP(NORMAL)
006194         STRING WS-ACTION-WORD DELIMITED BY SPACE
006196                " FOR CUSTOMER " CM-CUST-ID
006200                " SUBMITTED FOR APPROVAL"
006210             DELIMITED BY SIZE INTO WS-MSG-TEXT
006211         MOVE 'Y' TO WS-TRANS-DONE-SW
006230         STRING "SUBMIT FAILED FOR CUSTOMER " CM-CUST-ID
006240                " - TRY AGAIN"
006250             DELIMITED BY SIZE INTO WS-MSG-TEXT
006251*        A DELETE OR REINSTATE IS KEYED ON THE FIRST SCREEN, SO
006252*        THE OPERATOR STARTS AGAIN FROM THERE.
006253         IF PA-ACTION-DELETE OR PA-ACTION-REINSTATE
006254             MOVE '1' TO WS-CA-STATE
006255         ELSE
006256             MOVE '2' TO WS-CA-STATE
006257         END-IF
006260     END-IF.
006270     MOVE WS-MSG-TEXT TO MSGO.
006280     EXEC CICS SEND MAP('EX2MAP1')

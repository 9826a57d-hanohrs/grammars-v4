000410*               SOURCE O) TO TD QUEUE EXTQ, SO THE NIGHTLY
000420*               EX2EXTR STEP CARRIES ONLINE CHANGES IN THE SAME
000430*               POSTED-CHANGES EXTRACT AS THE BATCH PASSES.
000431* 10/15/26  RH  EVERY DECISION NOW ALSO WRITES AN APPROVAL LOG
000432*               RECORD (SHARED LAYOUT APPRLOG-COPY) TO TD QUEUE
000433*               APPL - THE AUDT RECORD PLUS THE PENDAPPR KEY
000434*               DATE, TIME AND KEYING OPERATOR AND THE DECISION -
000435*               SO WHO KEYED A CHANGE IS KEPT AFTER THE PENDAPPR
000436*               RECORD IS DELETED.  THE MONTHLY EX2SOD REPORT
000437*               CHECKS IT FOR SELF-APPROVAL.
000438* 10/15/26  RH  AN APPROVED CHANGE NOW ALSO WRITES A CHANGE-NOTICE
000439*               RECORD (SHARED LAYOUT CHGNOTE-COPY) WITH THE NAME
000440*               AND ADDRESS BEFORE AND AFTER TO TD QUEUE CHGQ, SO
000441*               THE NIGHTLY EX2LETR STEP MAILS THE SAME
000442*               CONFIRMATION LETTERS FOR ONLINE CHANGES AS FOR
000443*               BATCH ONES.
000444* 10/15/26  RH  PENDING REQUESTS MAY NOW ALSO BE A NEW CUSTOMER,
000445*               A DELETE OR A REINSTATE KEYED ON EX2M (PA-ACTION,
000446*               SEE PENDAPPR-COPY), MARKED AS SUCH ON THE LIST.
000447*               APPROVAL POSTS THEM AS EXAMPLE2'S FEED ADD,
000448*               DELETE AND REINSTATE DO - THE SAME CUSTOMER
000449*               STATUS, CUSTHIST (ADD ONLY), AUDT AND EXTQ
000450*               RECORDS, WITH NO CHANGE LETTER - AND STAMPS
000451*               CM-CUST-EFF-DATE SO THAT NIGHT'S FEED CANNOT UNDO
000452*               THEM.  AN ADD WHOSE ID HAS REACHED CUSTMAST MEANS
000453*               A REJECT, AS DOES A DELETE OF A CUSTOMER ALREADY
000454*               DELETED OR A REINSTATE OF ONE THAT IS NOT.  THE
000455*               APPROVAL LOG CARRIES THE ACTION (AL-ACTION).
000456*----------------------------------------------------------------
000457 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000540 COPY CUSTHIST-COPY.
000550 COPY EXTRACT-COPY.
000560 COPY PENDAPPR-COPY.
000563 COPY APPRLOG-COPY.
000566 COPY CHGNOTE-COPY.
000570 01  WS-RESP                         PIC S9(08)  COMP.
000580 01  WS-ABSTIME                      PIC S9(15)  COMP-3.
000590 01  WS-EFF-DATE                     PIC X(08).
000630 01  WS-WORK-KEY                     PIC X(22)   VALUE LOW-VALUES.
000640 01  WS-LIST-COUNT                   PIC 9(02)   VALUE ZERO.
000650 01  WS-LIST-PICK                    PIC 9(01)   VALUE ZERO.
000655 01  WS-DECISION-CODE                PIC X(01)   VALUE SPACE.
000660 01  WS-LIST-LINE.
000670     05  WS-LL-NO                    PIC 9(01).
000680     05  FILLER                      PIC X(02)   VALUE SPACES.
002390         MOVE PA-CUST-ID TO WS-LL-CUST-ID
002400         MOVE PA-OLD-NAME TO WS-LL-OLD-NAME
002410         MOVE PA-NEW-NAME TO WS-LL-NEW-NAME
002411         EVALUATE TRUE
002412             WHEN PA-ACTION-ADD
002413                 MOVE "*NEW CUSTOMER*" TO WS-LL-OLD-NAME
002414             WHEN PA-ACTION-DELETE
002415                 MOVE "*DELETE*" TO WS-LL-NEW-NAME
002416             WHEN PA-ACTION-REINSTATE
002417                 MOVE "*REINSTATE*" TO WS-LL-NEW-NAME
002418         END-EVALUATE
002420         MOVE PA-KEY TO WS-CA-PEND-KEY (WS-LIST-COUNT)
002430         IF WS-LIST-COUNT = 1
002440             MOVE PA-KEY TO WS-CA-PAGE-KEY
003430         UPDATE
003440         RESP(WS-RESP)
003450     END-EXEC.
003452     IF PA-ACTION-ADD
003454         PERFORM 3200-APPROVE-ADD THRU 3200-EXIT
003456     ELSE
003460     IF WS-RESP NOT = DFHRESP(NORMAL)
003470         MOVE "CUSTOMER NOT ON CUSTMAST - REJECT THE CHANGE"
003480             TO WS-MSG-TEXT
003490         PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT
003500     ELSE
003505     IF CM-MERGED
003510        OR (CM-DELETED AND NOT PA-ACTION-REINSTATE)
003515        OR (NOT CM-DELETED AND PA-ACTION-REINSTATE)
003520         EXEC CICS UNLOCK DATASET('CUSTMAST')
003530         END-EXEC
003533         IF PA-ACTION-REINSTATE AND CM-ACTIVE
003536             MOVE "CUSTOMER IS NOT DELETED - REJECT THE REINSTATE"
003539                 TO WS-MSG-TEXT
003542         ELSE
003545             MOVE "CUSTOMER IS DELETED OR MERGED - REJECT REQUEST"
003548                 TO WS-MSG-TEXT
003551         END-IF
003560         PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT
003570     ELSE
003571     IF PA-ACTION-DELETE
003572         PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
003573     ELSE
003574     IF PA-ACTION-REINSTATE
003575         PERFORM 3400-APPLY-REINSTATE THRU 3400-EXIT
003576     ELSE
003580         PERFORM 3100-APPLY-APPROVED THRU 3100-EXIT
003582     END-IF
003584     END-IF
003586     END-IF
003590     END-IF
003600     END-IF.
003610 3000-EXIT.
003620     EXIT.
003630 3100-APPLY-APPROVED.
003640     MOVE 'N' TO WS-NAME-APPLIED-SW.
003641*    KEEP THE NAME AND ADDRESS AS THEY STAND FOR THE CHANGE
003642*    NOTICE - THE LETTER COPY GOES TO THE PRIOR ADDRESS.
003643     MOVE SPACES TO CHGNOTE-RECORD.
003644     MOVE CM-CUST-NAME TO NT-OLD-NAME.
003645     MOVE CM-CUST-ADDRESS TO NT-OLD-ADDRESS.
003650*    THE NAME PATH ONLY RUNS FOR A KEYED, GENUINELY DIFFERENT
003660*    NEW NAME - AN ADDRESS-ONLY APPROVAL LEAVES THE NAME, THE
003670*    PRIOR NAME AND THE NAME HISTORY ALONE.
004040         MOVE CM-CUST-NAME TO AO-OLD-NAME
004050         MOVE "*ADDRESS CHANGE*" TO AO-NEW-NAME
004060     END-IF.
004065     MOVE 'A' TO WS-DECISION-CODE.
004070     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
004071*    THE EXTRACT IS A MACHINE INTERFACE - AN ADDRESS-ONLY
004072*    APPROVAL CARRIES THE UNCHANGED NAME IN BOTH NAME FIELDS,
004073*    LIKE A BATCH ADDRESS-ONLY CHANGE DOES; THE *ADDRESS CHANGE*
004074*    MARKER STAYS ON THE AUDIT RECORD ONLY.
004075     MOVE "C" TO EX-TRANS-TYPE.
004076     IF NAME-WAS-APPLIED
004077         MOVE AO-OLD-NAME TO EX-OLD-NAME
004078         MOVE AO-NEW-NAME TO EX-NEW-NAME
004079     ELSE
004080         MOVE CM-CUST-NAME TO EX-OLD-NAME
004081         MOVE CM-CUST-NAME TO EX-NEW-NAME
004082     END-IF.
004083     PERFORM 3850-WRITE-EXTRACT THRU 3850-EXIT.
004084     PERFORM 3860-WRITE-CHGNOTE THRU 3860-EXIT.
004090     PERFORM 3950-DELETE-PENDING THRU 3950-EXIT.
004100     MOVE SPACES TO WS-MSG-TEXT.
004110     STRING "APPROVED - CUSTOMER " PA-CUST-ID " UPDATED"
004120         DELIMITED BY SIZE INTO WS-MSG-TEXT.
004130     PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT.
004140 3100-EXIT.
004141     EXIT.
004142*----------------------------------------------------------------
004143* NEW CUSTOMER.  THE ID MUST STILL BE OFF CUSTMAST IN EVERY
004144* STATUS.  THE RECORD IS BUILT AS EXAMPLE2'S FEED ADD BUILDS IT -
004145* ACTIVE, NO PRIOR NAME, NO MERGE POINTER - EFFECTIVE TODAY, AND
004146* GETS THE SAME NAME HISTORY, AUDIT AND EXTRACT RECORDS.  A
004147* DUPREC ON THE WRITE MEANS THE ID ARRIVED IN BETWEEN.  ANY OTHER
004148* FAILED RESPONSE IS A FILE ERROR - THE REQUEST STAYS PENDING
004149* FOR ANOTHER TRY.
004150*----------------------------------------------------------------
004151 3200-APPROVE-ADD.
004152     IF WS-RESP = DFHRESP(NORMAL)
004153         EXEC CICS UNLOCK DATASET('CUSTMAST')
004154         END-EXEC
004155         MOVE "CUSTOMER ID ALREADY ON CUSTMAST - REJECT THE ADD"
004156             TO WS-MSG-TEXT
004157         PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT
004158         GO TO 3200-EXIT
004159     END-IF.
004160     IF WS-RESP NOT = DFHRESP(NOTFND)
004161         MOVE "CUSTMAST FILE ERROR - ADD NOT APPROVED, TRY AGAIN"
004162             TO WS-MSG-TEXT
004163         PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT
004164         GO TO 3200-EXIT
004165     END-IF.
004166     PERFORM 3700-GET-TIME-AND-USER THRU 3700-EXIT.
004167     MOVE SPACES TO CUSTMAST-RECORD.
004168     MOVE PA-CUST-ID TO CM-CUST-ID.
004169     MOVE PA-NEW-NAME TO CM-CUST-NAME.
004170     MOVE WS-EFF-DATE TO CM-CUST-EFF-DATE.
004171     MOVE "A" TO CM-CUST-STATUS.
004172     MOVE PA-NEW-ADDRESS TO CM-CUST-ADDRESS.
004173     EXEC CICS WRITE DATASET('CUSTMAST')
004174         FROM(CUSTMAST-RECORD)
004175         RIDFLD(CM-CUST-ID)
004176         RESP(WS-RESP)
004177     END-EXEC.
004178     IF WS-RESP = DFHRESP(DUPREC)
004179         MOVE "CUSTOMER ID ALREADY ON CUSTMAST - REJECT THE ADD"
004180             TO WS-MSG-TEXT
004181         PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT
004182         GO TO 3200-EXIT
004183     END-IF.
004184     IF WS-RESP NOT = DFHRESP(NORMAL)
004185         MOVE "CUSTMAST FILE ERROR - ADD NOT APPROVED, TRY AGAIN"
004186             TO WS-MSG-TEXT
004187         PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT
004188         GO TO 3200-EXIT
004189     END-IF.
004190     PERFORM 3900-WRITE-CUSTHIST THRU 3900-EXIT.
004191     MOVE CM-CUST-NAME TO AO-OLD-NAME.
004192     MOVE CM-CUST-NAME TO AO-NEW-NAME.
004193     MOVE 'A' TO WS-DECISION-CODE.
004194     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
004195     MOVE "A" TO EX-TRANS-TYPE.
004196     MOVE SPACES TO EX-OLD-NAME.
004197     MOVE CM-CUST-NAME TO EX-NEW-NAME.
004198     PERFORM 3850-WRITE-EXTRACT THRU 3850-EXIT.
004199     PERFORM 3950-DELETE-PENDING THRU 3950-EXIT.
004200     MOVE SPACES TO WS-MSG-TEXT.
004201     STRING "APPROVED - CUSTOMER " PA-CUST-ID " ADDED"
004202         DELIMITED BY SIZE INTO WS-MSG-TEXT.
004203     PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT.
004204 3200-EXIT.
004205     EXIT.
004206*----------------------------------------------------------------
004207* DELETE AN ACTIVE CUSTOMER - STATUS D, AUDITED AND EXTRACTED
004208* WITH THE ** DELETED ** MARKER AS EXAMPLE2'S FEED DELETE IS.
004209* THE NAME IS UNCHANGED, SO THERE IS NO NAME HISTORY RECORD.
004210*----------------------------------------------------------------
004211 3300-APPLY-DELETE.
004212     PERFORM 3700-GET-TIME-AND-USER THRU 3700-EXIT.
004213     MOVE "D" TO CM-CUST-STATUS.
004214     MOVE WS-EFF-DATE TO CM-CUST-EFF-DATE.
004215     EXEC CICS REWRITE DATASET('CUSTMAST')
004216         FROM(CUSTMAST-RECORD)
004217     END-EXEC.
004218     MOVE CM-CUST-NAME TO AO-OLD-NAME.
004219     MOVE "** DELETED **" TO AO-NEW-NAME.
004220     MOVE 'A' TO WS-DECISION-CODE.
004221     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
004222     MOVE "D" TO EX-TRANS-TYPE.
004223     MOVE AO-OLD-NAME TO EX-OLD-NAME.
004224     MOVE AO-NEW-NAME TO EX-NEW-NAME.
004225     PERFORM 3850-WRITE-EXTRACT THRU 3850-EXIT.
004226     PERFORM 3950-DELETE-PENDING THRU 3950-EXIT.
004227     MOVE SPACES TO WS-MSG-TEXT.
004228     STRING "APPROVED - CUSTOMER " PA-CUST-ID " DELETED"
004229         DELIMITED BY SIZE INTO WS-MSG-TEXT.
004230     PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT.
004231 3300-EXIT.
004232     EXIT.
004233*----------------------------------------------------------------
004234* REINSTATE A DELETED CUSTOMER - STATUS A, AUDITED AND EXTRACTED
004235* FROM THE ** DELETED ** MARKER AS EXAMPLE2'S FEED REINSTATE IS.
004236*----------------------------------------------------------------
004237 3400-APPLY-REINSTATE.
004238     PERFORM 3700-GET-TIME-AND-USER THRU 3700-EXIT.
004239     MOVE "A" TO CM-CUST-STATUS.
004240     MOVE WS-EFF-DATE TO CM-CUST-EFF-DATE.
004241     EXEC CICS REWRITE DATASET('CUSTMAST')
004242         FROM(CUSTMAST-RECORD)
004243     END-EXEC.
004244     MOVE "** DELETED **" TO AO-OLD-NAME.
004245     MOVE CM-CUST-NAME TO AO-NEW-NAME.
004246     MOVE 'A' TO WS-DECISION-CODE.
004247     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
004248     MOVE "R" TO EX-TRANS-TYPE.
004249     MOVE AO-OLD-NAME TO EX-OLD-NAME.
004250     MOVE AO-NEW-NAME TO EX-NEW-NAME.
004251     PERFORM 3850-WRITE-EXTRACT THRU 3850-EXIT.
004252     PERFORM 3950-DELETE-PENDING THRU 3950-EXIT.
004253     MOVE SPACES TO WS-MSG-TEXT.
004254     STRING "APPROVED - CUSTOMER " PA-CUST-ID " REINSTATED"
004255         DELIMITED BY SIZE INTO WS-MSG-TEXT.
004256     PERFORM 2900-REBUILD-PAGE THRU 2900-EXIT.
004257 3400-EXIT.
004258     EXIT.
004259 3500-REJECT-CHANGE.
004260     IF ARSNI = SPACES OR ARSNI = LOW-VALUES
004261         MOVE LOW-VALUES TO EX2MAP3O
004262         MOVE "REASON IS REQUIRED TO REJECT - REENTER" TO MSG3O
004263         EXEC CICS SEND MAP('EX2MAP3')
004264             MAPSET('EX2MSET')
004265             FROM(EX2MAP3O)
004266             DATAONLY
004267         END-EXEC
004268         MOVE '1' TO WS-CA-STATE
004269     ELSE
004270         PERFORM 3700-GET-TIME-AND-USER THRU 3700-EXIT
004273         IF PA-ACTION-DELETE OR PA-ACTION-REINSTATE
004276             MOVE PA-OLD-NAME TO AO-OLD-NAME
004279         ELSE
004282             MOVE PA-NEW-NAME TO AO-OLD-NAME
004285         END-IF
004290         MOVE SPACES TO AO-NEW-NAME
004300         STRING "*REJECTED* " ARSNI (1:19)
004310             DELIMITED BY SIZE INTO AO-NEW-NAME
004315         MOVE 'R' TO WS-DECISION-CODE
004320         PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT
004330         PERFORM 3950-DELETE-PENDING THRU 3950-EXIT
004340         MOVE SPACES TO WS-MSG-TEXT
004650         FROM(AUDITOUT-RECORD)
004660         LENGTH(92)
004670     END-EXEC.
004675     PERFORM 3870-WRITE-DECISION-LOG THRU 3870-EXIT.
004680 3800-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004708* DOWNSTREAM EXTRACT DETAIL FOR THE APPROVED REQUEST, PICKED UP
004716* BY THE NIGHTLY EX2EXTR STEP FROM TD QUEUE EXTQ.  THE CALLER
004724* LEAVES EX-TRANS-TYPE, EX-OLD-NAME AND EX-NEW-NAME SET, AS FOR
004732* EXAMPLE2'S 2450-WRITE-EXTRACT; EVERYTHING ELSE IS FILLED HERE.
004743*----------------------------------------------------------------
004750 3850-WRITE-EXTRACT.
004760     MOVE "D" TO EX-REC-TYPE.
004770     MOVE CM-CUST-ID TO EX-CUST-ID.
004810     MOVE WS-EFF-DATE TO EX-EFF-DATE.
004820     MOVE "O" TO EX-CHANGE-SOURCE.
004830     EXEC CICS WRITEQ TD QUEUE('EXTQ')
004850         LENGTH(77)
004860     END-EXEC.
004870 3850-EXIT.
004871     EXIT.
004872*----------------------------------------------------------------
004873* CHANGE NOTICE FOR THE APPROVED CHANGE, PICKED UP BY THE NIGHTLY
004874* EX2LETR STEP FROM TD QUEUE CHGQ.  3100 SAVED THE OLD NAME AND
004875* ADDRESS BEFORE APPLYING THE CHANGE.
004876*----------------------------------------------------------------
004877 3860-WRITE-CHGNOTE.
004878     MOVE CM-CUST-ID TO NT-CUST-ID.
004879     MOVE WS-EFF-DATE TO NT-POST-DATE.
004880     MOVE WS-EFF-TIME TO NT-POST-TIME (1:6).
004881     MOVE "00" TO NT-POST-TIME (7:2).
004882     MOVE "O" TO NT-CHANGE-SOURCE.
004883     MOVE CM-CUST-NAME TO NT-NEW-NAME.
004884     MOVE CM-CUST-ADDRESS TO NT-NEW-ADDRESS.
004885     EXEC CICS WRITEQ TD QUEUE('CHGQ')
004886         FROM(CHGNOTE-RECORD)
004887         LENGTH(300)
004888     END-EXEC.
004889 3860-EXIT.
004890     EXIT.
004891*----------------------------------------------------------------
004892* APPROVAL LOG RECORD FOR THE DECISION JUST AUDITED.  PENDAPPR-
004893* RECORD STILL HOLDS THE PENDING CHANGE AND AUDITOUT-RECORD THE
004894* AUDT IMAGE; THE CALLER SET WS-DECISION-CODE.
004895*----------------------------------------------------------------
004896 3870-WRITE-DECISION-LOG.
004897     MOVE SPACES TO APPRLOG-RECORD.
004898     MOVE AUDITOUT-RECORD TO AL-AUDIT-IMAGE.
004899     MOVE PA-CUST-ID TO AL-CUST-ID.
004900     MOVE PA-KEY-DATE TO AL-KEY-DATE.
004901     MOVE PA-KEY-TIME TO AL-KEY-TIME.
004902     MOVE PA-OPERATOR TO AL-KEY-OPERATOR.
004903     MOVE WS-DECISION-CODE TO AL-DECISION.
004904     MOVE PA-ACTION TO AL-ACTION.
004905     IF AL-ACTION = SPACE
004906         MOVE "C" TO AL-ACTION
004907     END-IF.
004908     MOVE WS-SUPER-ID TO AL-SUPER-ID.
004909     MOVE WS-EFF-DATE TO AL-DECIDE-DATE.
004910     MOVE WS-EFF-TIME TO AL-DECIDE-TIME (1:6).
004911     MOVE "00" TO AL-DECIDE-TIME (7:2).
004912     EXEC CICS WRITEQ TD QUEUE('APPL')
004913         FROM(APPRLOG-RECORD)
004914         LENGTH(150)
004915     END-EXEC.
004916 3870-EXIT.
004917     EXIT.
004918 3900-WRITE-CUSTHIST.
004919     MOVE CM-CUST-ID TO CH-CUST-ID.
004920     MOVE CM-CUST-EFF-DATE TO CH-EFF-DATE.
004921     MOVE WS-EFF-TIME TO CH-EFF-TIME (1:6).
004930     MOVE "00" TO CH-EFF-TIME (7:2).
004940     MOVE CM-CUST-PRIOR-NAME TO CH-OLD-NAME.
004950     MOVE CM-CUST-NAME TO CH-NEW-NAME.

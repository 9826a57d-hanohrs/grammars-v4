000300*               REJECT LEAVES SUSPENSE ONLY BY RELEASE OR BY AN
000310*               EXPLICIT PURGE, SO NOTHING CAN SILENTLY
000320*               DISAPPEAR BETWEEN THE FEED AND THE MASTER.
000321* 10/15/26  RH  THE CORRECTION CARD NOW ALSO CARRIES REPLACEMENT
000322*               STATE, ZIP AND PHONE FIELDS (COLS 59-80), SO A
000323*               RECORD EXAMPLE2 REJECTED AGAINST THE STATEREF
000324*               STATE/ZIP-PREFIX REFERENCE CAN BE CORRECTED AND
000325*               RELEASED LIKE ANY OTHER REJECT.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000750     05  SC-IN-EFF-DATE              PIC X(08).
000760     05  FILLER                      PIC X(01).
000770     05  SC-IN-CUST-NAME             PIC X(30).
000773     05  FILLER                      PIC X(01).
000776     05  SC-IN-STATE                 PIC X(02).
000779     05  SC-IN-ZIP                   PIC X(09).
000782     05  FILLER                      PIC X(01).
000785     05  SC-IN-PHONE                 PIC X(10).
000790 FD  SUSPOUT-FILE
000800     RECORDING MODE IS F.
000810 01  SUSPOUT-RECORD                  PIC X(196).
001210         10  WS-CD-TRANS-CODE        PIC X(01).
001220         10  WS-CD-EFF-DATE          PIC X(08).
001230         10  WS-CD-CUST-NAME         PIC X(30).
001232         10  WS-CD-STATE             PIC X(02).
001234         10  WS-CD-ZIP               PIC X(09).
001236         10  WS-CD-PHONE             PIC X(10).
001240         10  WS-CD-MATCHED           PIC X(01).
001250 01  WS-CARD-COUNT               PIC 9(04)   COMP   VALUE ZERO.
001260 01  WS-CARD-IDX                 PIC 9(04)   COMP   VALUE ZERO.
002800             TO WS-CD-TRANS-CODE (WS-CARD-COUNT)
002810         MOVE SC-IN-EFF-DATE TO WS-CD-EFF-DATE (WS-CARD-COUNT)
002820         MOVE SC-IN-CUST-NAME TO WS-CD-CUST-NAME (WS-CARD-COUNT)
002822         MOVE SC-IN-STATE TO WS-CD-STATE (WS-CARD-COUNT)
002824         MOVE SC-IN-ZIP TO WS-CD-ZIP (WS-CARD-COUNT)
002826         MOVE SC-IN-PHONE TO WS-CD-PHONE (WS-CARD-COUNT)
002830         MOVE 'N' TO WS-CD-MATCHED (WS-CARD-COUNT)
002840     END-IF
002850     END-IF.
003680     END-IF.
003690     IF WS-CD-CUST-NAME (WS-CARD-HIT) NOT = SPACES
003700         MOVE WS-CD-CUST-NAME (WS-CARD-HIT) TO CN-CUST-NAME
003701     END-IF.
003702     IF WS-CD-STATE (WS-CARD-HIT) NOT = SPACES
003703         MOVE WS-CD-STATE (WS-CARD-HIT) TO CN-STATE
003704     END-IF.
003705     IF WS-CD-ZIP (WS-CARD-HIT) NOT = SPACES
003706         MOVE WS-CD-ZIP (WS-CARD-HIT) TO CN-ZIP
003707     END-IF.
003708     IF WS-CD-PHONE (WS-CARD-HIT) NOT = SPACES
003709         MOVE WS-CD-PHONE (WS-CARD-HIT) TO CN-PHONE
003710     END-IF.
003720     WRITE RELSNAME-RECORD FROM CUSTNAME-RECORD.
003730     ADD 1 TO WS-CNT-RELEASED.

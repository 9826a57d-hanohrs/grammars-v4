000010*    STATEREF-COPY
000020*    ------------------------------------------------------------
000030*    STATE / ZIP-PREFIX REFERENCE RECORD.  VSAM KSDS, KEYED ON
000040*    STATE CODE PLUS THREE-DIGIT ZIP PREFIX.  EACH VALID STATE
000050*    HAS ONE ENTRY WITH A BLANK PREFIX CARRYING THE STATE NAME,
000060*    AND ONE ENTRY PER ZIP PREFIX THE POST OFFICE ASSIGNS TO
000070*    THAT STATE.  EXAMPLE2 (2210-VALIDATE-ADDRESS) AND EX2MAINT
000080*    (3060-VALIDATE-ADDRESS) APPLY THE SAME RULES WITH THE SAME
000090*    REJECT REASONS:
000100*        STATE       MUST HAVE A BLANK-PREFIX ENTRY
000110*        ZIP         NNNNN OR NNNNNNNNN, AND ITS FIRST THREE
000120*                    DIGITS MUST BE ON FILE UNDER THE STATE
000130*        PHONE       TEN DIGITS, AREA CODE AND EXCHANGE NOT
000140*                    STARTING 0 OR 1
000150*    A BLANK FIELD IS NOT CHECKED.  THE FILE IS MAINTAINED ONLY
000160*    THROUGH THE EX2SREF EDIT-AND-RELOAD JOB.
000170*    ------------------------------------------------------------
000180    01  STATEREF-RECORD.
000190        05  SR-KEY.
000200            10  SR-STATE            PIC X(02).
000210            10  SR-ZIP-PREFIX       PIC X(03).
000220        05  SR-STATE-NAME           PIC X(20).
000230        05  FILLER                  PIC X(15).

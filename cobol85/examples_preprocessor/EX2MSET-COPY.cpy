000020*    ------------------------------------------------------------
000030*    SYMBOLIC MAPS FOR MAPSET EX2MSET (BMS GENERATED).
000040*    EX2MAP1: CUSTOMER ID IN, CURRENT NAME AND ADDRESS OUT,
000050*    NEW NAME AND NEW ADDRESS FIELDS IN, SEARCH NAME IN,
000060*    ONE-CHARACTER HISTORY AND ACTION OPTIONS IN, A MESSAGE
000061*    LINE OUT.
000070*    EX2MAP2: NAME SEARCH SELECTION LIST - EIGHT RESULT LINES
000080*    OUT, A ONE-CHARACTER SELECTION IN, A MESSAGE LINE OUT.
000090*    EX2MAP3: SUPERVISOR APPROVAL LIST (TRANSACTION EX2S) -
000900        05  FILLER REDEFINES HOPTF.
000910            10  HOPTA               PIC X.
000920        05  HOPTI                   PIC X(01).
000921        05  ACTL                    PIC S9(4)   COMP.
000922        05  ACTF                    PIC X.
000923        05  FILLER REDEFINES ACTF.
000924            10  ACTA                PIC X.
000925        05  ACTI                    PIC X(01).
000930        05  MSGL                    PIC S9(4)   COMP.
000940        05  MSGF                    PIC X.
000950        05  FILLER REDEFINES MSGF.
001270        05  SNAMEO                  PIC X(30).
001280        05  FILLER                  PIC X(03).
001290        05  HOPTO                   PIC X(01).
001291        05  FILLER                  PIC X(03).
001292        05  ACTO                    PIC X(01).
001300        05  FILLER                  PIC X(03).
001310        05  MSGO                    PIC X(60).
001320    01  EX2MAP2I.

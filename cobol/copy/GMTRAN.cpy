000820*  PLAYER, RANGE, TRIES AND RESULT OF A PREVIOUSLY POSTED       *
000830*  ROUND TO BE BACKED OUT.  THEY COUNT AS DETAILS IN THE        *
000840*  BATCH ENVELOPE.                                              *
000850*  THE HEADER ALSO CARRIES WHO KEYED THE BATCH - THE OPERATOR   *
000860*  ID, OR THE PROGRAM THAT BUILT IT.  TRANSBAT COPIES IT ONTO   *
000870*  EVERY ITEM IT HOLDS ON SUSPENSE (SEE GMSUSP).                *
000900*  NUMERIC FIELDS ARE DEFINED AS X WITH 9 REDEFINES SO THE      *
001000*  EDIT CAN TEST THEM BEFORE ANY ARITHMETIC TOUCHES THEM.       *
001100*****************************************************************
001400*  2025-05-16  TG   BATCH HEADER AND TRAILER CARD LAYOUTS FOR   *
001500*                   THE POSTED-BATCH REGISTER CHECKS            *
001510*  2025-07-11  TG   'R' REVERSAL CARD TYPE                      *
001530*  2026-10-15  TG   KEYED-BY OPERATOR ON THE BATCH HEADER       *
001600*****************************************************************
001700 01  TRAN-REC.
001800     05  TRAN-TYPE               PIC X(01).
003900         10  TRAN-HDR-COUNT-X    PIC X(07).
004000         10  TRAN-HDR-COUNT      REDEFINES TRAN-HDR-COUNT-X
004100                                 PIC 9(07).
004150         10  TRAN-HDR-KEYED-BY   PIC X(08).
004200         10  FILLER              PIC X(48).
004300     05  TRAN-TRL-DATA           REDEFINES TRAN-DATA.
004400         10  TRAN-TRL-COUNT-X    PIC X(07).
004500         10  TRAN-TRL-COUNT      REDEFINES TRAN-TRL-COUNT-X

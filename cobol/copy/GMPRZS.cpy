000100*****************************************************************
000200*  GMPRZS  --  PRIZE SCHEDULE CARD RECORD                       *
000300*                                                               *
000400*  MONTHLY PRIZE SCHEDULE (PRIZSCHD) READ BY PRIZAWD, TUNABLE   *
000500*  WITHOUT A PROGRAM CHANGE.  COLUMN 1 GIVES THE CARD TYPE,     *
000600*  '*' IN COLUMN 1 FOR COMMENTS:                                *
000700*    'P' PLACE CARD, ONE PER PLACE PAID, PLACES 1 UP WITH NO    *
000800*        GAPS:                                                  *
000900*      COLS  2- 4  PLACE                                        *
001000*      COLS  5-11  PRIZE AMOUNT, 2 DECIMALS IMPLIED             *
001100*    'R' RULE CARD, AT MOST ONE:                                *
001200*      COLS  2- 6  MINIMUM GAMES IN THE MONTH TO QUALIFY        *
001300*      COL   7     'X' = INACTIVE PLAYERS EXCLUDED (DEFAULT),   *
001400*                  'I' = INACTIVE PLAYERS INCLUDED              *
001500*  WITH NO RULE CARD ANY GAMES QUALIFY AND INACTIVE PLAYERS     *
001600*  ARE EXCLUDED.  LRECL = 80.                                   *
001700*****************************************************************
001800*  MODIFICATION HISTORY                                         *
001900*  2026-10-15  TG   NEW COPYBOOK                                *
002000*****************************************************************
002100 01  PRZS-REC.
002200     05  PRZS-TYPE               PIC X(01).
002300         88  PRZS-PLACE-CARD                 VALUE 'P'.
002400         88  PRZS-RULE-CARD                  VALUE 'R'.
002500     05  PRZS-PLACE-DATA.
002600         10  PRZS-PLACE-X        PIC X(03).
002700         10  PRZS-PLACE          REDEFINES PRZS-PLACE-X
002800                                 PIC 9(03).
002900         10  PRZS-AMOUNT-X       PIC X(07).
003000         10  PRZS-AMOUNT         REDEFINES PRZS-AMOUNT-X
003100                                 PIC 9(05)V99.
003200         10  FILLER              PIC X(69).
003300     05  PRZS-RULE-DATA          REDEFINES PRZS-PLACE-DATA.
003400         10  PRZS-MIN-GAMES-X    PIC X(05).
003500         10  PRZS-MIN-GAMES      REDEFINES PRZS-MIN-GAMES-X
003600                                 PIC 9(05).
003700         10  PRZS-INACTIVE       PIC X(01).
003800             88  PRZS-EXCLUDE-INACTIVE       VALUE 'X' ' '.
003900             88  PRZS-INCLUDE-INACTIVE       VALUE 'I'.
004000         10  FILLER              PIC X(73).

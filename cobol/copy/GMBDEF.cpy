000100*****************************************************************
000200*  GMBDEF  --  BADGE DEFINITION CARD RECORD                     *
000300*                                                               *
000400*  BADGE DEFINITIONS (BADGDEF) READ BY ACHIEVE, SO A BADGE CAN  *
000500*  BE ADDED OR RETUNED WITHOUT A PROGRAM CHANGE.  ONE CARD PER  *
000600*  BADGE, '*' IN COLUMN 1 FOR COMMENTS:                         *
000700*    COLS  1- 8  BADGE CODE, UNIQUE, NO EMBEDDED SPACES         *
000800*    COL   9     RULE:                                          *
000900*                  'W' LIFETIME WINS REACH THE LIMIT            *
001000*                  'G' LIFETIME GAMES REACH THE LIMIT           *
001100*                  'S' THE LIMIT WINS IN A ROW                  *
001200*                  'O' A WIN IN FEWER TRIES THAN THE BINARY-    *
001300*                      SEARCH OPTIMUM ON A ROUND WHOSE RANGE IS *
001400*                      THE LIMIT                                *
001500*                  'T' A TOURNAMENT CHAMPIONSHIP (LIMIT UNUSED) *
001600*                  'M' A MONTH WITH AT LEAST THE LIMIT GAMES AND*
001700*                      NO LOSS                                  *
001800*    COLS 10-14  LIMIT                                          *
001900*    COLS 15-44  BADGE NAME AS PRINTED AND SENT TO THE INTRANET *
002000*  LRECL = 80.                                                  *
002100*****************************************************************
002200*  MODIFICATION HISTORY                                         *
002300*  2026-10-15  TG   NEW COPYBOOK                                *
002400*****************************************************************
002500 01  BDEF-REC.
002600     05  BDEF-CODE               PIC X(08).
002700     05  BDEF-RULE               PIC X(01).
002800         88  BDEF-LIFE-WINS                  VALUE 'W'.
002900         88  BDEF-LIFE-GAMES                 VALUE 'G'.
003000         88  BDEF-WIN-STREAK                 VALUE 'S'.
003100         88  BDEF-UNDER-OPTIMUM              VALUE 'O'.
003200         88  BDEF-CHAMPION                   VALUE 'T'.
003300         88  BDEF-PERFECT-MONTH              VALUE 'M'.
003400     05  BDEF-LIMIT-X            PIC X(05).
003500     05  BDEF-LIMIT              REDEFINES BDEF-LIMIT-X
003600                                 PIC 9(05).
003700     05  BDEF-NAME               PIC X(30).
003800     05  FILLER                  PIC X(36).

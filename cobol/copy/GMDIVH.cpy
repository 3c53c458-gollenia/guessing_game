000100*****************************************************************
000200*  GMDIVH  --  DIVISION HISTORY RECORD                          *
000300*                                                               *
000400*  SEQUENTIAL FILE (DIVHIST), OPENED EXTEND BY DIVISION AT      *
000500*  SEASON END: ONE RECORD PER PLAYER RANKED IN THE SEASON WITH  *
000600*  THE DIVISION PLAYED, THE FINAL RANK AND TOTALS, AND THE      *
000700*  MOVE MADE FOR THE NEXT SEASON (PROMOTED, RELEGATED, STAYED). *
000800*  NEVER REWRITTEN, SO IT HOLDS EVERY SEASON TO DATE.           *
000900*  LRECL = 60.                                                  *
001000*****************************************************************
001100*  MODIFICATION HISTORY                                         *
001200*  2026-10-15  TG   NEW COPYBOOK                                *
001300*****************************************************************
001400 01  DIVH-REC.
001500     05  DIVH-SEASON             PIC 9(06).
001600     05  DIVH-PLAY-ID            PIC X(05).
001700     05  DIVH-DIVISION           PIC 9(01).
001800     05  DIVH-RANK               PIC 9(03).
001900     05  DIVH-GAMES              PIC 9(05).
002000     05  DIVH-WINS               PIC 9(05).
002100     05  DIVH-POINTS             PIC 9(07).
002200     05  DIVH-MOVE               PIC X(01).
002300         88  DIVH-PROMOTED                   VALUE 'P'.
002400         88  DIVH-RELEGATED                  VALUE 'R'.
002500         88  DIVH-STAYED                     VALUE 'S'.
002600     05  DIVH-NEXT-DIV           PIC 9(01).
002700     05  DIVH-CLOSED-DATE        PIC 9(08).
002800     05  FILLER                  PIC X(18).

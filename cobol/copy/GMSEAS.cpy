000100*****************************************************************
000200*  GMSEAS  --  DIVISION SEASON CALENDAR RECORD                  *
000300*                                                               *
000400*  CARD-IMAGE FILE (SEASCTL), ONE RECORD PER SEASON IN START    *
000500*  DATE ORDER, KEYED IN BY OPERATIONS AHEAD OF THE SEASON WITH  *
000600*  STATUS 'P'.  DIVISION OPENS A SEASON (STATUS 'O') WHEN THE   *
000700*  PROCESSING DATE REACHES ITS START AND CLOSES IT (STATUS 'C') *
000800*  AT SEASON END, REWRITING THE WHOLE FILE EACH TIME.  ONLY ONE *
000900*  SEASON IS OPEN AT A TIME.                                    *
001000*                                                               *
001100*  SEAS-FLOOR (N) IS THE LOWEST PLAY-RATING PLACED IN DIVISION  *
001200*  N AT SEASON START; DIVISION 1 IS THE TOP AND THE LAST        *
001300*  DIVISION (SEAS-DIV-COUNT) TAKES EVERYONE BELOW THE LAST      *
001400*  FLOOR, SO ONLY FLOORS 1 TO SEAS-DIV-COUNT - 1 ARE USED.      *
001500*  SEAS-PROMOTE AND SEAS-RELEGATE ARE HOW MANY FINISHERS MOVE   *
001600*  UP FROM THE TOP AND DOWN FROM THE BOTTOM OF EACH DIVISION.   *
001700*  LRECL = 80.                                                  *
001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-10-15  TG   NEW COPYBOOK                                *
002100*****************************************************************
002200 01  SEAS-REC.
002300     05  SEAS-ID                 PIC 9(06).
002400     05  SEAS-START              PIC 9(08).
002500     05  SEAS-END                PIC 9(08).
002600     05  SEAS-STATUS             PIC X(01).
002700         88  SEAS-PLANNED                    VALUE 'P'.
002800         88  SEAS-OPEN                       VALUE 'O'.
002900         88  SEAS-CLOSED                     VALUE 'C'.
003000     05  SEAS-DIV-COUNT          PIC 9(01).
003100     05  SEAS-PROMOTE            PIC 9(02).
003200     05  SEAS-RELEGATE           PIC 9(02).
003300     05  SEAS-FLOORS.
003400         10  SEAS-FLOOR          PIC 9(04) OCCURS 7 TIMES.
003500     05  SEAS-OPENED-DATE        PIC 9(08).
003600     05  SEAS-CLOSED-DATE        PIC 9(08).
003700     05  FILLER                  PIC X(08).

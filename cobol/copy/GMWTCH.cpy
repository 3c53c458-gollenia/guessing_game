000100*****************************************************************
000200*  GMWTCH  --  SUSPICIOUS-PLAY WATCHLIST RECORD                 *
000300*                                                               *
000400*  SEQUENTIAL FILE (WATCHLST), ONE RECORD PER PLAYER EVER       *
000500*  FLAGGED.  WATCHDET ADDS AND RE-FLAGS ENTRIES NIGHTLY;        *
000600*  SUSPCORR CLEARS THEM.  WHILE AN ENTRY IS FLAGGED, TRANSBAT   *
000700*  AND WEBGATE HOLD THE PLAYERS NEW ROUNDS ON THE SUSPENSE      *
000800*  FILE UNDER REASON 11.  A CLEARED ENTRY STAYS ON THE FILE:    *
000900*  WATCHDET IGNORES EVIDENCE DATED ON OR BEFORE THE CLEAR DATE. *
001000*  LRECL = 80.                                                  *
001100*                                                               *
001200*  REASONS (THE FIRST TEST THE PLAYER FAILED):                  *
001300*      1  ONE-TRY WINS ABOVE WHAT CHANCE ALLOWS IN THE BAND     *
001400*      U  UNDER-OPTIMUM WINS ABOVE WHAT CHANCE ALLOWS IN THE    *
001500*         BAND                                                  *
001600*      G  ONLINE ROUNDS WHOSE GUESS VERDICTS CONTRADICT EACH    *
001700*         OTHER                                                 *
001800*      V  BATCH/WEB VOLUME JUMP ON THE DETECTION DAY            *
001900*  WTCH-ACTUAL / WTCH-ALLOWED HOLD THE EVIDENCE: HITS AGAINST   *
002000*  THE CHANCE LIMIT (1, U), CONTRADICTORY ROUNDS (G), OR THE    *
002100*  DAYS ROUNDS AGAINST THE PRIOR DAILY AVERAGE (V).             *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2026-10-15  TG   NEW COPYBOOK                                *
002500*****************************************************************
002600 01  WTCH-REC.
002700     05  WTCH-PLAY-ID            PIC X(05).
002800     05  WTCH-STATUS             PIC X(01).
002900         88  WTCH-FLAGGED                    VALUE 'F'.
003000         88  WTCH-CLEARED                    VALUE 'C'.
003100     05  WTCH-FLAG-DATE          PIC 9(08).
003200     05  WTCH-REASON             PIC X(01).
003300         88  WTCH-ONE-TRY                    VALUE '1'.
003400         88  WTCH-UNDER-OPT                  VALUE 'U'.
003500         88  WTCH-CONTRADICT                 VALUE 'G'.
003600         88  WTCH-VOLUME                     VALUE 'V'.
003700     05  WTCH-BAND-FROM          PIC 9(04).
003800     05  WTCH-BAND-TO            PIC 9(04).
003900     05  WTCH-ROUNDS             PIC 9(05).
004000     05  WTCH-ACTUAL             PIC 9(05).
004100     05  WTCH-ALLOWED            PIC 9(05).
004200     05  WTCH-CLEAR-DATE         PIC 9(08).
004300     05  FILLER                  PIC X(34).

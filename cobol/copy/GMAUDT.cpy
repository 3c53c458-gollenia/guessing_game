000600*       AUDT-VALUE HOLDS THE GUESS, AUDT-VERDICT L/H/E.         *
000700*  TYPE 'P' = ONE RECORD PER RESULT POSTED (BATCH RUN).         *
000800*       AUDT-VALUE HOLDS THE TRIES COUNT, AUDT-VERDICT W/L.     *
000805*       ABANDON ALSO WRITES ONE, SOURCE 'O' AND VERDICT 'A',    *
000806*       FOR EVERY ABANDONED ONLINE ROUND IT RECOVERS.           *
000810*  TYPE 'R' = ONE RECORD PER REVERSAL POSTED.  AUDT-VALUE       *
000820*       HOLDS THE TRIES BACKED OUT, AUDT-VERDICT THE RESULT     *
000830*       OF THE ROUND THAT WAS REVERSED.                         *
000840*  TYPE 'C' = ONE RECORD PER LIFETIME COUNTER RESYNC BY         *
000850*       INTEGRTY.  AUDT-VALUE HOLDS THE CORRECTED GAMES         *
000860*       COUNT, AUDT-VERDICT IS SPACE.                           *
000865*  AUDT-BATCH-ID IS THE TRANS-IN BATCH ID ON TYPE 'P' AND 'R'   *
000870*  RECORDS POSTED BY TRANSBAT (SPACES ON ALL OTHERS).  A        *
000875*  BATCH ID OF 'DC' + SIX DIGITS IS THE DISPUTE CASE NUMBER     *
000880*  WHOSE DECISION GENERATED THE POSTING (SEE GMDISP).           *
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  2025-03-20  TG   NEW COPYBOOK                                *
001120*                   BY TOURNEY                                  *
001130*  2025-07-11  TG   TYPE 'R' FOR REVERSALS POSTED BY TRANSBAT   *
001140*  2025-08-15  TG   TYPE 'C' FOR COUNTER RESYNC CORRECTIONS     *
001150*  2026-10-15  TG   VERDICT 'A' ON TYPE 'P' FOR ABANDONED       *
001160*                   ROUNDS RECOVERED BY ABANDON                 *
001170*  2026-10-15  TG   AUDT-BATCH-ID CARVED FROM FILLER - TIES A   *
001180*                   BATCH POSTING TO ITS BATCH AND ANY DISPUTE  *
001190*                   CASE; OLDER RECORDS HOLD SPACES             *
001200*****************************************************************
001300 01  AUDT-REC.
001400     05  AUDT-DATE               PIC 9(08).
002400         88  AUDT-HIT                        VALUE 'E'.
002500         88  AUDT-POST-WON                   VALUE 'W'.
002600         88  AUDT-POST-LOST                  VALUE 'L'.
002610         88  AUDT-POST-ABANDONED             VALUE 'A'.
002700     05  AUDT-SOURCE             PIC X(01).
002800         88  AUDT-ONLINE                     VALUE 'O'.
002900         88  AUDT-BATCH                      VALUE 'B'.
002910         88  AUDT-TOURNEY                    VALUE 'T'.
003000     05  AUDT-BATCH-ID           PIC X(08).
003100     05  FILLER                  PIC X(06).

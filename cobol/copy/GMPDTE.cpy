000100*****************************************************************
000200*  GMPDTE  --  PROCESSING-DATE CONTROL RECORD                   *
000300*                                                               *
000400*  SEQUENTIAL FILE (PROCDATE), ONE RECORD.  HOLDS THE BUSINESS  *
000500*  DAY THE NIGHTLY WINDOW IS PROCESSING.  LEADRPT, EXTRACT,     *
000600*  TEAMRPT, JOBSTAT, RECONBAL AND RATING ALL TAKE THEIR DAY     *
000700*  FROM HERE, SO THE WINDOW CANNOT DRIFT ONTO DIFFERENT DAYS.   *
000800*  ONLY DATECTL WRITES IT: IT MOVES PDTE-PROC-DATE ON ONE DAY   *
000900*  WHEN JOBSTAT HAS PASSED THE WINDOW FOR THAT DAY, OR SETS IT  *
001000*  FROM A PROC-SET CARD.                                        *
001100*                                                               *
001200*  PDTE-OPEN-STAMP IS WHEN THE WINDOW FOR PDTE-PROC-DATE WAS    *
001300*  OPENED.  EVERY RUN CONTROL RECORD STAMPED AT OR AFTER IT     *
001400*  BELONGS TO THAT WINDOW, WHATEVER THE MACHINE DATE, SO A      *
001500*  WINDOW THAT RUNS PAST MIDNIGHT OR SEVERAL CATCH-UP WINDOWS   *
001600*  ON ONE NIGHT ARE EACH JUDGED ON THEIR OWN RUNS.  LRECL = 80. *
001700*****************************************************************
001800*  MODIFICATION HISTORY                                         *
001900*  2026-10-15  TG   NEW COPYBOOK                                *
002000*****************************************************************
002100 01  PDTE-REC.
002200     05  PDTE-PROC-DATE          PIC 9(08).
002300     05  PDTE-OPEN-STAMP.
002400         10  PDTE-OPEN-DATE      PIC 9(08).
002500         10  PDTE-OPEN-TIME      PIC 9(06).
002600     05  PDTE-OPEN-HOW           PIC X(01).
002700         88  PDTE-ADVANCED                   VALUE 'A'.
002800         88  PDTE-SET                        VALUE 'S'.
002900     05  PDTE-LAST-DATE          PIC 9(08).
003000     05  FILLER                  PIC X(49).

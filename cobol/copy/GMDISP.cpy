000100*****************************************************************
000200*  GMDISP  --  PLAYER DISPUTE CASE RECORD                       *
000300*                                                               *
000400*  INDEXED FILE (DISPCASE), RECORD KEY DISP-CASE-NO.  ONE       *
000500*  RECORD PER DISPUTE OPENED BY DISPUTE AGAINST A ROUND ON THE  *
000600*  SCORES MASTER (DISP-SCOR-SEQ).  DISP-ROUND KEEPS THE ROUND   *
000700*  AS IT STOOD WHEN THE CASE WAS OPENED.  THE AUDIT TRAIL LINES *
000800*  ATTACHED TO THE CASE ARE ON DISPAUD (SEE GMDAUD).            *
000900*  CASES ARE NEVER DELETED.  LRECL = 220.                       *
001000*                                                               *
001100*  STATUS:                                                      *
001200*      O  OPEN - AWAITING A DECISION                            *
001300*      U  UPHELD - THE REVERSAL BATCH (DISP-BATCH-ID, 'DC' +    *
001400*         THE CASE NUMBER) IS WRITTEN BUT NOT YET POSTED        *
001500*      P  POSTED - TRANSBAT HAS POSTED THE BATCH (THE BATCH IS  *
001600*         ON THE POSTED-BATCH REGISTER).  CLOSED                *
001700*      N  NOT UPHELD - THE ROUND STANDS.  CLOSED                *
001800*  ACTION (UPHELD CASES):                                       *
001900*      R  THE ROUND IS REVERSED                                 *
002000*      C  THE ROUND IS REVERSED AND THE CORRECTED ROUND IN      *
002100*         DISP-CORR-RANGE/TRIES/RESULT IS POSTED IN ITS PLACE   *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2026-10-15  TG   NEW COPYBOOK                                *
002500*****************************************************************
002600 01  DISP-REC.
002700     05  DISP-CASE-NO            PIC 9(06).
002800     05  DISP-STATUS             PIC X(01).
002900         88  DISP-OPEN                       VALUE 'O'.
003000         88  DISP-UPHELD                     VALUE 'U'.
003100         88  DISP-POSTED                     VALUE 'P'.
003200         88  DISP-NOT-UPHELD                 VALUE 'N'.
003300         88  DISP-CLOSED                     VALUE 'P' 'N'.
003400     05  DISP-OPEN-DATE          PIC 9(08).
003500     05  DISP-OPENED-BY          PIC X(08).
003600     05  DISP-SCOR-SEQ           PIC 9(07).
003700     05  DISP-ROUND              PIC X(50).
003800     05  DISP-COMPLAINT          PIC X(40).
003900     05  DISP-AUDIT-COUNT        PIC 9(03).
004000     05  DISP-FINDING            PIC X(40).
004100     05  DISP-DECIDED-BY         PIC X(08).
004200     05  DISP-DECIDED-DATE       PIC 9(08).
004300     05  DISP-ACTION             PIC X(01).
004400         88  DISP-REVERSE-ONLY               VALUE 'R'.
004500         88  DISP-REVERSE-CORRECT            VALUE 'C'.
004600     05  DISP-CORR-RANGE         PIC 9(04).
004700     05  DISP-CORR-TRIES         PIC 9(03).
004800     05  DISP-CORR-RESULT        PIC X(01).
004900     05  DISP-BATCH-ID           PIC X(08).
005000     05  DISP-POSTED-DATE        PIC 9(08).
005100     05  FILLER                  PIC X(16).

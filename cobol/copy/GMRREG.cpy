000100*****************************************************************
000200*  GMRREG  --  RATED-DATE REGISTER RECORD                       *
000300*                                                               *
000400*  SEQUENTIAL FILE, ONE RECORD PER DAY THE RATING JOB HAS       *
000500*  APPLIED.  RATING REFUSES A DATE ALREADY ON THE REGISTER,     *
000600*  SO AN ACCIDENTAL RERUN CANNOT MOVE THE RATINGS TWICE.        *
000700*  LRECL = 80.                                                  *
000800*****************************************************************
000900*  MODIFICATION HISTORY                                         *
001000*  2025-05-30  TG   NEW COPYBOOK                                *
001050*  2026-10-15  TG   RATING DAY NOW COMES FROM PROCDATE          *
001100*****************************************************************
001200 01  RREG-REC.
001300     05  RREG-RATE-DATE          PIC 9(08).

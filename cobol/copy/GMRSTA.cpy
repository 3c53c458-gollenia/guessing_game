000400*  SEQUENTIAL FILE (RUNCTL), ONE RECORD APPENDED BY EVERY JOB   *
000500*  IN THE NIGHTLY STRING AT END OF RUN: JOB NAME, RUN DATE AND  *
000600*  TIME, FINAL RETURN CODE AND TWO JOB-SPECIFIC KEY COUNTS.     *
000650*  JOBSTAT READS THE WINDOW BACK AND PRINTS THE OPERATIONS      *
000700*  DASHBOARD, FLAGGING MISSING, FAILED AND OUT-OF-ORDER RUNS,   *
000750*  THEN APPENDS ITS OWN RECORD AS THE VERDICT ON THE WINDOW;    *
000800*  DATECTL READS THAT VERDICT BEFORE IT MOVES THE PROCESSING    *
000850*  DATE ON (SEE GMPDTE).                                        *
000900*  LRECL = 80.                                                  *
001000*****************************************************************
001100*  MODIFICATION HISTORY                                         *
001200*  2025-08-08  TG   NEW COPYBOOK                                *
001250*  2026-10-15  TG   JOBSTAT VERDICT RECORD FOR DATECTL          *
001300*****************************************************************
001400 01  RSTA-REC.
001500     05  RSTA-JOB-NAME           PIC X(08).

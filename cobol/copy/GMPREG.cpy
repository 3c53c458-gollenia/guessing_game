000100*****************************************************************
000200*  GMPREG  --  PAID-PRIZE REGISTER RECORD                       *
000300*                                                               *
000400*  SEQUENTIAL FILE (PRIZREG), ONE RECORD PER MONTH WHOSE PRIZE  *
000500*  AWARDS PRIZAWD HAS WRITTEN TO THE PAYROLL INTERFACE FILE.    *
000600*  PRIZAWD REFUSES TO PAY A MONTH ALREADY ON THE REGISTER, SO   *
000700*  A RERUN CANNOT PAY ANYONE TWICE.  LRECL = 80.                *
000800*****************************************************************
000900*  MODIFICATION HISTORY                                         *
001000*  2026-10-15  TG   NEW COPYBOOK                                *
001100*****************************************************************
001200 01  PREG-REC.
001300     05  PREG-PERIOD             PIC 9(06).
001400     05  PREG-PAID-DATE          PIC 9(08).
001500     05  PREG-PAID-TIME          PIC 9(06).
001600     05  PREG-COUNT              PIC 9(05).
001700     05  PREG-AMOUNT             PIC 9(07)V99.
001800     05  PREG-HELD-COUNT         PIC 9(05).
001900     05  PREG-HELD-AMOUNT        PIC 9(07)V99.
002000     05  FILLER                  PIC X(32).

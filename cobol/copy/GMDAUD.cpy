000100*****************************************************************
000200*  GMDAUD  --  DISPUTE CASE AUDIT LINE RECORD                   *
000300*                                                               *
000400*  SEQUENTIAL FILE (DISPAUD), ONE RECORD PER AUDIT TRAIL LINE   *
000500*  ATTACHED TO A DISPUTE CASE BY DISPUTE.  DAUD-AUDIT IS THE    *
000600*  AUDITTRL RECORD (SEE GMAUDT) COPIED AS IT STOOD, SO THE      *
000700*  EVIDENCE SURVIVES THE ARCHIVING OF THE LIVE TRAIL.           *
000800*  LRECL = 60.                                                  *
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  2026-10-15  TG   NEW COPYBOOK                                *
001200*****************************************************************
001300 01  DAUD-REC.
001400     05  DAUD-CASE-NO            PIC 9(06).
001500     05  DAUD-LINE-NO            PIC 9(03).
001600     05  DAUD-AUDIT              PIC X(40).
001700     05  FILLER                  PIC X(11).

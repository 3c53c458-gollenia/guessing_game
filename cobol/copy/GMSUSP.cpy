001200*      07  TRIES NOT NUMERIC        08  TRIES OUTSIDE LIMITS    *
001300*      09  RESULT NOT W OR L        10  NO POSTED ROUND TO      *
001310*                                       REVERSE                 *
001320*      11  PLAYER ON THE WATCHLIST (WATCHDET) - HELD BY         *
001330*          TRANSBAT OR WEBGATE UNTIL SUSPCORR CLEARS THE        *
001340*          PLAYER                                               *
001350*                                                               *
001360*  SUSP-KEYED-BY IS THE OPERATOR WHO KEYED THE BATCH THE ITEM   *
001370*  CAME IN ON, FROM THE BATCH HEADER (SEE GMTRAN).  ITEMS HELD  *
001380*  BEFORE IT EXISTED HOLD SPACES.                               *
001400*****************************************************************
001500*  MODIFICATION HISTORY                                         *
001600*  2025-05-02  TG   NEW COPYBOOK                                *
001610*  2025-07-11  TG   REASON 10 FOR REVERSAL CARDS                *
001620*  2026-10-15  TG   REASON 11 FOR WATCHLISTED PLAYERS           *
001640*  2026-10-15  TG   KEYED-BY OPERATOR OF THE BATCH              *
001700*****************************************************************
001800 01  SUSP-REC.
001900     05  SUSP-STATUS             PIC X(01).
002200     05  SUSP-DATE               PIC 9(08).
002300     05  SUSP-REASON             PIC X(02).
002400     05  SUSP-TRAN               PIC X(80).
002450     05  SUSP-KEYED-BY           PIC X(08).
002500     05  FILLER                  PIC X(01).

000100*****************************************************************
000200*  GMMLOG  --  MAINTENANCE LOG RECORD                           *
000300*                                                               *
000400*  SEQUENTIAL FILE (MAINTLOG), APPENDED BY THE INTERACTIVE      *
000500*  MAINTENANCE PROGRAMS.  EVERY ACTION WRITES TWO RECORDS, ONE  *
000600*  AFTER THE OTHER: THE BEFORE-IMAGE ('B') AND THE AFTER-IMAGE  *
000700*  ('A') OF THE RECORD IT CHANGED, STAMPED WITH THE DATE, TIME  *
000800*  AND THE OPERATOR ID GIVEN AT SIGN-ON.  MAINTRPT LISTS EACH   *
000900*  DAYS ACTIONS FROM IT.  LRECL = 150.                          *
001000*                                                               *
001100*  ACTIONS AND THE RECORD IN MLOG-DATA:                         *
001200*      PLAYMNT   A = PLAYER ADDED (BEFORE-IMAGE BLANK)          *
001300*                C = NAME CHANGED                               *
001400*                D = DEACTIVATED                                *
001500*                R = REACTIVATED                                *
001600*                T = TEAM ASSIGNED OR CHANGED                   *
001700*                    - ALL A PLAYER MASTER RECORD (GMPLAY)      *
001800*      SUSPCORR  S = SUSPENSE ITEM CORRECTED                    *
001900*                L = SUSPENSE ITEM RELEASED                     *
002000*                    - A SUSPENSE RECORD (GMSUSP); MLOG-ITEM-NO *
002100*                      IS THE ITEM NUMBER IN THAT SESSION       *
002200*                W = PLAYER CLEARED FROM THE WATCHLIST          *
002300*                    - A WATCHLIST RECORD (GMWTCH)              *
002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  2026-10-15  TG   NEW COPYBOOK                                *
002700*****************************************************************
002800 01  MLOG-REC.
002900     05  MLOG-DATE               PIC 9(08).
003000     05  MLOG-TIME               PIC 9(06).
003100     05  MLOG-OPERATOR           PIC X(08).
003200     05  MLOG-PROGRAM            PIC X(08).
003300     05  MLOG-ACTION             PIC X(01).
003400         88  MLOG-ADD                        VALUE 'A'.
003500         88  MLOG-CHANGE                     VALUE 'C'.
003600         88  MLOG-DEACTIVATE                 VALUE 'D'.
003700         88  MLOG-REACTIVATE                 VALUE 'R'.
003800         88  MLOG-TEAM                       VALUE 'T'.
003900         88  MLOG-CORRECT                    VALUE 'S'.
004000         88  MLOG-RELEASE                    VALUE 'L'.
004100         88  MLOG-WATCH-CLEAR                VALUE 'W'.
004200         88  MLOG-PLAYER-ACTION              VALUE 'A' 'C' 'D'
004300                                                   'R' 'T'.
004400         88  MLOG-SUSPENSE-ACTION            VALUE 'S' 'L'.
004500     05  MLOG-IMAGE              PIC X(01).
004600         88  MLOG-BEFORE                     VALUE 'B'.
004700         88  MLOG-AFTER                      VALUE 'A'.
004800     05  MLOG-PLAY-ID            PIC X(05).
004900     05  MLOG-ITEM-NO            PIC 9(03).
005000     05  MLOG-DATA               PIC X(100).
005100     05  FILLER                  PIC X(10).

000940*  2025-06-13  TG   PLAY-TEAM CARVED FROM FILLER - RECORDS      *
000950*                   WRITTEN BEFORE THEN HOLD SPACES, READERS    *
000960*                   MUST TREAT SPACES AS NO TEAM ASSIGNED       *
000970*  2026-10-15  TG   PLAY-DIVISION CARVED FROM FILLER - SET BY   *
000980*                   DIVISION AT SEASON START AND MOVED AT       *
000990*                   SEASON END; SPACES MEANS NOT YET PLACED     *
001000*****************************************************************
001100 01  PLAY-REC.
001200     05  PLAY-ID                 PIC X(05).
002200     05  PLAY-RATING             REDEFINES PLAY-RATING-X
002300                                 PIC 9(04).
002400     05  PLAY-TEAM               PIC X(04).
002500     05  PLAY-DIVISION           PIC X(01).
002600         88  PLAY-NOT-PLACED                 VALUE SPACE.
002700     05  FILLER                  PIC X(12).

000480*               AND ALTERNATE KEY SCOR-DATE WITH DUPLICATES,    *
000482*               SO SINGLE-DAY JOBS START AT THEIR TARGET DAY    *
000484*               AND STOP WHEN IT PASSES.  FULL-PASS JOBS READ   *
000485*               IN SCOR-SEQ (DATE/TIME) ORDER.  A SECOND        *
000486*               ALTERNATE KEY SCOR-PLAY-ID WITH DUPLICATES      *
000487*               GIVES ONE PLAYERS ROUNDS IN DATE/TIME ORDER.    *
000488*  ARCHIVE GENERATIONS ARE FLAT COPIES OF MASTER RECORDS;       *
000490*  RESTORE REASSIGNS SCOR-SEQ WHEN IT MERGES ONE BACK.          *
000492*  RESULT 'A' IS AN ONLINE ROUND THE PLAYER WALKED AWAY FROM,   *
000494*  POSTED AFTER THE EVENT BY ABANDON.  IT SCORES ZERO AND       *
000496*  COUNTS AS A GAME AND A LOSS, THE SAME AS A MAX-TRIES LOSS.   *
000600*****************************************************************
000700*  MODIFICATION HISTORY                                         *
000800*  2025-03-20  TG   NEW COPYBOOK                                *
000897*                   MADE INDEXED (RECORD KEY SCOR-SEQ, DATE     *
000898*                   ALTERNATE) SO SINGLE-DAY JOBS POSITION      *
000899*                   WITH START INSTEAD OF SCANNING              *
000900*  2026-10-15  TG   RESULT 'A' FOR ABANDONED ROUNDS RECOVERED   *
000901*                   BY ABANDON                                  *
000902*  2026-10-15  TG   ALTERNATE KEY SCOR-PLAY-ID WITH DUPLICATES  *
000903*                   ON THE MASTER FOR PER-PLAYER INQUIRY        *
000904*****************************************************************
001000 01  SCOR-REC.
001100     05  SCOR-DATE               PIC 9(08).
001200     05  SCOR-TIME               PIC 9(06).
001600     05  SCOR-RESULT             PIC X(01).
001700         88  SCOR-WON                        VALUE 'W'.
001800         88  SCOR-LOST                       VALUE 'L'.
001810         88  SCOR-ABANDONED                  VALUE 'A'.
001900     05  SCOR-SOURCE             PIC X(01).
002000         88  SCOR-ONLINE                     VALUE 'O'.
002100         88  SCOR-BATCH                      VALUE 'B'.

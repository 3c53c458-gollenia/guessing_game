002810*  2025-10-03  TG   SCORES MASTER NOW INDEXED - FULL PASS IN    *
002820*                   SCOR-SEQ ORDER; THE ARCHIVE GENERATIONS     *
002830*                   STAY FLAT COPIES OF THE MASTER RECORDS      *
002850*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
002870*                   SCORES SELECT TO MATCH THE MASTER           *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003720         RECORD KEY   IS SCOR-SEQ
003730         ALTERNATE RECORD KEY IS SCOR-DATE
003740                      WITH DUPLICATES
003760         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
003780                      WITH DUPLICATES
003800         FILE STATUS  IS SCORES-STATUS.
003900     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
004000         ORGANIZATION IS SEQUENTIAL

003660*                   COUNTERS DOWNWARD IN ERROR                  *
003670*  2025-10-03  TG   SCORES MASTER NOW INDEXED - FULL PASS IN    *
003680*                   SCOR-SEQ (DATE/TIME) ORDER AS BEFORE        *
003685*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
003690*                   SCORES SELECT TO MATCH THE MASTER           *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
005020         RECORD KEY   IS SCOR-SEQ
005030         ALTERNATE RECORD KEY IS SCOR-DATE
005040                      WITH DUPLICATES
005060         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
005080                      WITH DUPLICATES
005100         FILE STATUS  IS SCORES-STATUS.
005110     SELECT SCORE-DELTA-FILE ASSIGN TO SCORDLY
005120         ORGANIZATION IS SEQUENTIAL

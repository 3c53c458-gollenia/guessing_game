002370*                   CONTROL FILE FOR THE JOBSTAT DASHBOARD      *
002380*  2025-10-03  TG   SCORES MASTER NOW INDEXED - FULL PASS IN    *
002390*                   SCOR-SEQ (DATE/TIME) ORDER AS BEFORE        *
002392*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
002394*                   SCORES SELECT TO MATCH THE MASTER           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003220         RECORD KEY   IS SCOR-SEQ
003230         ALTERNATE RECORD KEY IS SCOR-DATE
003240                      WITH DUPLICATES
003260         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
003280                      WITH DUPLICATES
003300         FILE STATUS  IS SCORES-STATUS.
003400     SELECT PARM-FILE        ASSIGN TO GMPARM
003500         ORGANIZATION IS LINE SEQUENTIAL

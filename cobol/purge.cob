002410*  2025-10-03  TG   SCORES MASTER AND ITS SCORNEW REBUILD NOW   *
002420*                   INDEXED; SURVIVING KEYS STAY ASCENDING SO   *
002430*                   THE LOAD KEEPS THE ORIGINAL SCOR-SEQ        *
002440*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ON THE SCORES       *
002450*                   SELECTS - CARRIED THROUGH THE SCORNEW       *
002460*                   REBUILD                                     *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003620         RECORD KEY   IS SCOR-SEQ
003630         ALTERNATE RECORD KEY IS SCOR-DATE
003640                      WITH DUPLICATES
003660         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
003680                      WITH DUPLICATES
003700         FILE STATUS  IS SCORES-STATUS.
003800     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
003900         ORGANIZATION IS SEQUENTIAL
004220         RECORD KEY   IS SNEW-SEQ
004230         ALTERNATE RECORD KEY IS SNEW-DATE
004240                      WITH DUPLICATES
004260         ALTERNATE RECORD KEY IS SNEW-PLAY-ID
004280                      WITH DUPLICATES
004300         FILE STATUS  IS SCORNEW-STATUS.
004400     SELECT AUDT-NEW-FILE    ASSIGN TO AUDTNEW
004500         ORGANIZATION IS SEQUENTIAL

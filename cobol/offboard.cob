003550*                   PART WAY CANNOT LOSE THE MASTER RECORD;     *
003560*                   SCORES MASTER AND ITS SCORNEW REBUILD NOW   *
003570*                   INDEXED, ORIGINAL SCOR-SEQ KEYS KEPT        *
003575*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ON THE SCORES       *
003580*                   SELECTS - CARRIED THROUGH THE SCORNEW       *
003585*                   REBUILD                                     *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005220         RECORD KEY   IS SCOR-SEQ
005230         ALTERNATE RECORD KEY IS SCOR-DATE
005240                      WITH DUPLICATES
005260         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
005280                      WITH DUPLICATES
005300         FILE STATUS  IS SCORES-STATUS.
005310     SELECT SCORE-DELTA-FILE ASSIGN TO SCORDLY
005320         ORGANIZATION IS SEQUENTIAL
005520         RECORD KEY   IS SNEW-SEQ
005530         ALTERNATE RECORD KEY IS SNEW-DATE
005540                      WITH DUPLICATES
005560         ALTERNATE RECORD KEY IS SNEW-PLAY-ID
005580                      WITH DUPLICATES
005600         FILE STATUS  IS SCORNEW-STATUS.
005700     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
005800         ORGANIZATION IS SEQUENTIAL

002330*                   SCORNEW IS RELOADED WITH A FRESH SEQUENCE   *
002340*                   SINCE THE INTERLEAVE BREAKS THE OLD ONE.    *
002350*                   THE AUDIT SIDE STAYS FLAT SEQUENTIAL        *
002360*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ON THE SCORES       *
002370*                   SELECTS - CARRIED THROUGH THE SCORNEW       *
002380*                   REBUILD                                     *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003220         RECORD KEY   IS SLIV-SEQ
003230         ALTERNATE RECORD KEY IS SLIV-DATE
003240                      WITH DUPLICATES
003260         ALTERNATE RECORD KEY IS SLIV-PLAY-ID
003280                      WITH DUPLICATES
003300         FILE STATUS  IS SCORES-STATUS.
003400     SELECT SCOR-ARCH-FILE   ASSIGN TO SCORARCH
003500         ORGANIZATION IS SEQUENTIAL
003820         RECORD KEY   IS SNEW-SEQ
003830         ALTERNATE RECORD KEY IS SNEW-DATE
003840                      WITH DUPLICATES
003860         ALTERNATE RECORD KEY IS SNEW-PLAY-ID
003880                      WITH DUPLICATES
003900         FILE STATUS  IS SCORNEW-STATUS.
004000     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
004100         ORGANIZATION IS SEQUENTIAL

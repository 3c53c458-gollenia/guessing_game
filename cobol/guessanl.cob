003450*  2025-10-03  TG   SCORES MASTER NOW INDEXED - THE FULL PASS   *
003460*                   IN SCOR-SEQ (DATE/TIME) ORDER KEEPS THE     *
003470*                   AUDIT PAIRING CHRONOLOGICAL                 *
003480*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
003490*                   SCORES SELECT TO MATCH THE MASTER           *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004320         RECORD KEY   IS SCOR-SEQ
004330         ALTERNATE RECORD KEY IS SCOR-DATE
004340                      WITH DUPLICATES
004360         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
004380                      WITH DUPLICATES
004400         FILE STATUS  IS SCORES-STATUS.
004500     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
004600         ORGANIZATION IS SEQUENTIAL

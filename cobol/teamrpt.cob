000700*****************************************************************
000800*  TEAMRPT  --  DAILY TEAM STANDINGS REPORT                     *
000900*                                                               *
001000*  READS THE SCORES FILE FOR ONE DAY (THE PROCESSING DATE ON    *
001100*  PROCDATE), PICKS EACH PLAYERS TEAM CODE UP FROM              *
001200*  THE PLAYER MASTER, AND ROLLS THE DAY UP BY TEAM: TOTAL       *
001300*  POINTS, WINS, GAMES, MEMBERS WHO PLAYED AND AVERAGE TRIES    *
001400*  PER MEMBER.  TEAMS RANK BY POINTS, THEN WINS.                *
002350*  2025-10-03  TG   POSITIONS TO THE REPORT DAY WITH START ON   *
002360*                   THE DATE ALTERNATE KEY OF THE INDEXED       *
002370*                   MASTER - NO MORE FULL SCAN TO REACH IT      *
002380*  2026-10-15  TG   REPORT DAY TAKEN FROM THE PROCESSING-DATE   *
002390*                   CONTROL RECORD - REPORT-DT CARD RETIRED     *
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
003400     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS  IS PROCDATE-STATUS.
003700     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE  IS RANDOM
004600 FILE SECTION.
004700 FD  SCORES-FILE.
004800     COPY GMSCOR.
004900 FD  PROC-DATE-FILE.
005000     COPY GMPDTE.
005100 FD  PLAYER-MASTER.
005200     COPY GMPLAY.
005300 FD  REPORT-FILE.
005600 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
005700     88  SCORES-OK                       VALUE '00'.
005800     88  SCORES-EOF                      VALUE '10'.
005900 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
006000     88  PROCDATE-OK                     VALUE '00'.
006200 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
006300     88  PLAYMST-OK                      VALUE '00'.
006400 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
008400 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
008500 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
008600 77  WORK-TEAM               PIC X(04) VALUE SPACES.
009100 01  PLAYER-TABLE.
009200     05  PL-ENTRY OCCURS 500 TIMES.
009300         10  PL-ID           PIC X(05).
017200*  1000-INITIALIZE - OPEN FILES, SET THE REPORT DATE            *
017300*****************************************************************
017400 1000-INITIALIZE.
017500     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
017600     IF RUN-RC >= 16
017700         MOVE '10' TO SCORES-STATUS
017800         GO TO 1000-EXIT
017900     END-IF.
018000     OPEN INPUT  SCORES-FILE
018100          INPUT  PLAYER-MASTER
018200          OUTPUT REPORT-FILE.
020700 1000-EXIT.
020800     EXIT.
020900*****************************************************************
021000*  1500-READ-PROC-DATE - TAKE THE REPORT DAY FROM THE           *
021100*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
021200*****************************************************************
021300 1500-READ-PROC-DATE.
021400     OPEN INPUT PROC-DATE-FILE.
021500     IF NOT PROCDATE-OK
021600         DISPLAY 'TEAMRPT: NO PROCESSING DATE, PROCDATE STATUS '
021700                 PROCDATE-STATUS
021800             UPON OPERATOR-CONSOLE
021900         MOVE 16 TO RUN-RC
022000         GO TO 1500-EXIT
022100     END-IF.
022200     READ PROC-DATE-FILE
022300         AT END MOVE '10' TO PROCDATE-STATUS.
022400     IF PROCDATE-OK
022500        AND PDTE-PROC-DATE NUMERIC
022600         MOVE PDTE-PROC-DATE TO REPORT-DATE
022700     ELSE
022800         DISPLAY 'TEAMRPT: PROCESSING DATE RECORD MISSING OR '
022900                 'INVALID'
023000             UPON OPERATOR-CONSOLE
023100         MOVE 16 TO RUN-RC
023200     END-IF.
023300     CLOSE PROC-DATE-FILE.
023400 1500-EXIT.
023600     EXIT.
023700*****************************************************************
023800*  2000-PROCESS-SCORE - ROLL ONE SCORES RECORD INTO ITS TEAM    *

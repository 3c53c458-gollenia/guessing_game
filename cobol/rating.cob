000700*****************************************************************
000800*  RATING  --  SKILL RATING UPDATE FROM GAME RESULTS            *
000900*                                                               *
001000*  READS THE SCORES FILE FOR ONE DAY (THE PROCESSING DATE ON    *
001100*  PROCDATE) AND MOVES EACH PLAYERS SKILL RATING ON THE         *
001200*  PLAYER MASTER:                                               *
001300*                                                               *
001400*      WIN AT OR UNDER THE BINARY-SEARCH OPTIMUM FOR THE        *
001500*      ROUNDS RANGE . . . . . . . . . . . . . . .  UP 25        *
001600*      WIN OVER THE OPTIMUM . . . . . . . . . . .  NO CHANGE    *
001700*      LOSS ON THE MAX-TRIES CAP  . . . . . . . .  DOWN 15      *
001710*      ABANDONED ROUND (RESULT 'A') . . . . . . .  DOWN 15      *
001800*                                                               *
001900*  RATINGS ARE HELD BETWEEN 0100 AND 9999.  PLAYERS WITH A      *
002000*  SPACES RATING (ENROLLED BEFORE RATINGS) START AT 1000.       *
002782*  2025-10-03  TG   POSITIONS TO THE RATING DAY WITH START ON   *
002784*                   THE DATE ALTERNATE KEY OF THE INDEXED       *
002786*                   MASTER - NO MORE FULL SCAN TO REACH IT      *
002788*  2026-10-15  TG   ABANDONED ROUNDS RATED AS A MAX-TRIES LOSS  *
002790*  2026-10-15  TG   RATING DAY TAKEN FROM THE PROCESSING-DATE   *
002792*                   CONTROL RECORD - RATE-DT CARD RETIRED       *
002794*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
002796*                   SCORES SELECT TO MATCH THE MASTER           *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003620         RECORD KEY   IS SCOR-SEQ
003630         ALTERNATE RECORD KEY IS SCOR-DATE
003640                      WITH DUPLICATES
003660         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
003680                      WITH DUPLICATES
003700         FILE STATUS  IS SCORES-STATUS.
003800     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS  IS PROCDATE-STATUS.
004100     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE  IS RANDOM
005000 FILE SECTION.
005100 FD  SCORES-FILE.
005200     COPY GMSCOR.
005300 FD  PROC-DATE-FILE.
005400     COPY GMPDTE.
005500 FD  PLAYER-MASTER.
005600     COPY GMPLAY.
005650 FD  RATE-REGISTER.
006000 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
006100     88  SCORES-OK                       VALUE '00'.
006200     88  SCORES-EOF                      VALUE '10'.
006300 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
006400     88  PROCDATE-OK                     VALUE '00'.
006600 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
006700     88  PLAYMST-OK                      VALUE '00'.
006800 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
014000*****************************************************************
014100 1000-INITIALIZE.
014200     ACCEPT DATE-WORK FROM DATE.
014220     COMPUTE CURRENT-DATE-N =
014240         20000000 + (DATE-WORK-YY * 10000)
014260                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
014280     ACCEPT TIME-WORK FROM TIME.
014300     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
014320     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
014340     IF RUN-RC NOT = ZERO
014360         GO TO 1000-EXIT
014380     END-IF.
014610     PERFORM 1800-CHECK-REGISTER THRU 1800-EXIT.
014620     IF RUN-RC NOT = ZERO
014630         GO TO 1000-EXIT
015900 1000-EXIT.
016000     EXIT.
016100*****************************************************************
016200*  1500-READ-PROC-DATE - TAKE THE RATING DAY FROM THE           *
016300*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
016400*****************************************************************
016500 1500-READ-PROC-DATE.
016600     OPEN INPUT PROC-DATE-FILE.
016700     IF NOT PROCDATE-OK
016800         DISPLAY 'RATING: NO PROCESSING DATE, PROCDATE STATUS '
016900                 PROCDATE-STATUS
017000             UPON OPERATOR-CONSOLE
017100         MOVE 16 TO RUN-RC
017200         GO TO 1500-EXIT
017300     END-IF.
017400     READ PROC-DATE-FILE
017500         AT END MOVE '10' TO PROCDATE-STATUS.
017600     IF PROCDATE-OK
017700        AND PDTE-PROC-DATE NUMERIC
017800         MOVE PDTE-PROC-DATE TO RATE-DATE
017900     ELSE
018000         DISPLAY 'RATING: PROCESSING DATE RECORD MISSING OR '
018100                 'INVALID'
018200             UPON OPERATOR-CONSOLE
018300         MOVE 16 TO RUN-RC
018400     END-IF.
018500     CLOSE PROC-DATE-FILE.
018600 1500-EXIT.
018800     EXIT.
018810*****************************************************************
018820*  1800-CHECK-REGISTER - HAS THIS DATE ALREADY BEEN RATED       *
020200     PERFORM 3500-OPTIMUM-TRIES THRU 3500-EXIT.
020300     MOVE RT-NEW-RATING (MATCH-SUB) TO WORK-RATING.
020400     EVALUATE TRUE
020500         WHEN SCOR-LOST OR SCOR-ABANDONED
020600             SUBTRACT 15 FROM WORK-RATING
020700         WHEN SCOR-WON AND SCOR-TRIES <= OPTIMUM-TRIES
020800             ADD 25 TO WORK-RATING

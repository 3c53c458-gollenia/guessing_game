000700*****************************************************************
000800*  LEADRPT  --  DAILY LEADERBOARD REPORT                        *
000900*                                                               *
001000*  READS THE SCORES FILE FOR ONE DAY (THE PROCESSING DATE ON    *
001100*  PROCDATE), ACCUMULATES PER-PLAYER STANDINGS                  *
001200*  WITH NAMES FROM THE PLAYER MASTER, AND PRINTS THE            *
001300*  LEADERBOARD RANKED BY POINTS, THEN WINS, THEN AVERAGE       *
001310*  TRIES.  ROUNDS POSTED BEFORE THE SCORING ENGINE EXISTED      *
001320*  CARRY SPACES IN THE POINTS FIELD AND COUNT AS ZERO.          *
001330*  ABANDONED ROUNDS (RESULT 'A', POSTED BY ABANDON) COUNT AS    *
001340*  LOSSES AND ARE ALSO SHOWN IN THEIR OWN COLUMN.               *
001400*****************************************************************
001500*  MODIFICATION HISTORY                                         *
001600*  2025-03-20  TG   NEW PROGRAM                                 *
001680*  2025-08-08  TG   RUN-STATUS RECORD WRITTEN TO THE RUN        *
001690*                   CONTROL FILE FOR THE JOBSTAT DASHBOARD      *
001692*  2025-09-19  TG   READING STOPS ONCE THE SORTED SCORES        *
001693*                   MASTER PASSES THE REPORT DAY                *
001694*  2025-10-03  TG   POSITIONS TO THE REPORT DAY WITH START ON   *
001695*                   THE DATE ALTERNATE KEY OF THE INDEXED       *
001696*                   MASTER - NO MORE FULL SCAN TO REACH IT      *
001697*  2026-10-15  TG   ABANDONED ROUNDS COLUMN AND TOTAL           *
001698*  2026-10-15  TG   REPORT DAY TAKEN FROM THE PROCESSING-DATE   *
001699*                   CONTROL RECORD - REPORT-DT CARD RETIRED     *
001700*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
001701*                   SCORES SELECT TO MATCH THE MASTER           *
001702*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
002520         RECORD KEY   IS SCOR-SEQ
002530         ALTERNATE RECORD KEY IS SCOR-DATE
002540                      WITH DUPLICATES
002560         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
002580                      WITH DUPLICATES
002600         FILE STATUS  IS SCORES-STATUS.
002700     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS  IS PROCDATE-STATUS.
003000     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE  IS RANDOM
003900 FILE SECTION.
004000 FD  SCORES-FILE.
004100     COPY GMSCOR.
004200 FD  PROC-DATE-FILE.
004300     COPY GMPDTE.
004400 FD  PLAYER-MASTER.
004500     COPY GMPLAY.
004600 FD  REPORT-FILE.
004900 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
005000     88  SCORES-OK                       VALUE '00'.
005100     88  SCORES-EOF                      VALUE '10'.
005200 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
005300     88  PROCDATE-OK                     VALUE '00'.
005500 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
005600     88  PLAYMST-OK                      VALUE '00'.
005700 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
006600     88  SWAP-DONE                       VALUE 'Y'.
006700 77  SCORES-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
006800 77  SCORES-USED-COUNT       PIC 9(07) COMP VALUE ZERO.
006810 77  ABANDONED-COUNT         PIC 9(07) COMP VALUE ZERO.
006900 77  RANK-NUMBER             PIC 9(03) VALUE ZERO.
007000 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
007100 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
008400         10  PT-BEST-TRIES   PIC 9(03) COMP.
008500         10  PT-AVG-TRIES    PIC 9(03)V9 COMP-3.
008510         10  PT-POINTS-TOT   PIC 9(09) COMP.
008520         10  PT-ABANDONED    PIC 9(05) COMP.
008600 01  SWAP-ENTRY.
008700     05  FILLER              PIC X(05).
008800     05  FILLER              PIC X(30).
009300     05  FILLER              PIC 9(03) COMP.
009400     05  FILLER              PIC 9(03)V9 COMP-3.
009410     05  FILLER              PIC 9(09) COMP.
009420     05  FILLER              PIC 9(05) COMP.
009500 01  HEADING-LINE-1.
009600     05  FILLER              PIC X(10) VALUE 'LEADRPT'.
009700     05  FILLER              PIC X(28)
010560         VALUE '       AVG'.
010565     05  FILLER              PIC X(13)
010567         VALUE '       POINTS'.
010568     05  FILLER              PIC X(07) VALUE '  ABAND'.
010570     05  FILLER              PIC X(34) VALUE SPACES.
010700 01  DETAIL-LINE.
010800     05  DTL-RANK            PIC ZZ9.
010900     05  FILLER              PIC X(03) VALUE SPACES.
012200     05  DTL-AVG             PIC ZZ9.9.
012210     05  FILLER              PIC X(02) VALUE SPACES.
012220     05  DTL-POINTS          PIC ZZZ,ZZZ,ZZ9.
012230     05  FILLER              PIC X(02) VALUE SPACES.
012240     05  DTL-ABAND           PIC ZZZZ9.
012300     05  FILLER              PIC X(34) VALUE SPACES.
012400 01  TOTAL-LINE.
012500     05  FILLER              PIC X(01) VALUE SPACE.
012600     05  TOT-LABEL           PIC X(30).
014300*****************************************************************
014400 1000-INITIALIZE.
014500     ACCEPT DATE-WORK FROM DATE.
014520     COMPUTE CURRENT-DATE-N =
014540         20000000 + (DATE-WORK-YY * 10000)
014560                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
014580     ACCEPT TIME-WORK FROM TIME.
014600     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
014620     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
014640     IF RUN-RC >= 16
014660         MOVE '10' TO SCORES-STATUS
014680         GO TO 1000-EXIT
014700     END-IF.
015000     OPEN INPUT  SCORES-FILE
015100          INPUT  PLAYER-MASTER
015200          OUTPUT REPORT-FILE.
016200 1000-EXIT.
016300     EXIT.
016400*****************************************************************
016500*  1500-READ-PROC-DATE - TAKE THE REPORT DAY FROM THE           *
016600*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
016700*****************************************************************
016800 1500-READ-PROC-DATE.
016900     OPEN INPUT PROC-DATE-FILE.
017000     IF NOT PROCDATE-OK
017100         DISPLAY 'LEADRPT: NO PROCESSING DATE, PROCDATE STATUS '
017200                 PROCDATE-STATUS
017300             UPON OPERATOR-CONSOLE
017400         MOVE 16 TO RUN-RC
017500         GO TO 1500-EXIT
017600     END-IF.
017700     READ PROC-DATE-FILE
017800         AT END MOVE '10' TO PROCDATE-STATUS.
017900     IF PROCDATE-OK
018000        AND PDTE-PROC-DATE NUMERIC
018100         MOVE PDTE-PROC-DATE TO REPORT-DATE
018200     ELSE
018300         DISPLAY 'LEADRPT: PROCESSING DATE RECORD MISSING OR '
018400                 'INVALID'
018500             UPON OPERATOR-CONSOLE
018600         MOVE 16 TO RUN-RC
018700     END-IF.
018800     CLOSE PROC-DATE-FILE.
018900 1500-EXIT.
019100     EXIT.
019200*****************************************************************
019300*  2000-PROCESS-SCORE - ACCUMULATE ONE SCORES RECORD            *
021000         END-IF
021100     ELSE
021200         ADD 1 TO PT-LOSSES (MATCH-SUB)
021210         IF SCOR-ABANDONED
021220             ADD 1 TO PT-ABANDONED (MATCH-SUB)
021230             ADD 1 TO ABANDONED-COUNT
021240         END-IF
021300     END-IF.
021400 2000-NEXT.
021500     PERFORM 2500-READ-SCORE THRU 2500-EXIT.
024900                  PT-LOSSES (MATCH-SUB)
025000                  PT-TRIES-TOT (MATCH-SUB)
025050                  PT-POINTS-TOT (MATCH-SUB)
025060                  PT-ABANDONED (MATCH-SUB)
025100                  PT-AVG-TRIES (MATCH-SUB).
025200     MOVE 999 TO PT-BEST-TRIES (MATCH-SUB).
025300     MOVE '*UNKNOWN PLAYER*' TO PLAY-NAME.
033500     MOVE 'SCORES RECORDS SELECTED' TO TOT-LABEL.
033600     MOVE SCORES-USED-COUNT         TO TOT-VALUE.
033700     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
033710     MOVE 'ABANDONED ROUNDS SELECTED' TO TOT-LABEL.
033720     MOVE ABANDONED-COUNT           TO TOT-VALUE.
033730     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
033800 6000-EXIT.
033900     EXIT.
034000*****************************************************************
036000     END-IF.
036100     MOVE PT-AVG-TRIES (PT-SUB) TO DTL-AVG.
036150     MOVE PT-POINTS-TOT (PT-SUB) TO DTL-POINTS.
036160     MOVE PT-ABANDONED (PT-SUB)  TO DTL-ABAND.
036200     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
036300     ADD 1 TO LINE-COUNT.
036400 6100-EXIT.

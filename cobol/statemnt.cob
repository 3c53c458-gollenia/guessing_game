001200*  MONTH) ON STMTRPT:                                           *
001300*      - THE MONTHS ROUNDS FROM THE SCORES FILE DAY BY DAY      *
001400*        WITH POINTS (SOURCE 'R' REVERSALS NETTED ON THE DAY    *
001500*        THEY POSTED), ABANDONED ROUNDS SHOWN APART             *
001600*      - THE MONTH LINE FROM GMHIST WHEN ROLLUP HAS RUN, OR     *
001700*        COMPUTED FROM THE DAYS WHEN IT HAS NOT, AND THE        *
001800*        YEAR-TO-DATE LINE FROM THE GMHIST YEARLY RECORD        *
001900*      - THE CURRENT SKILL RATING AND HOW IT MOVED OVER THE     *
002000*        MONTH, REPLAYED FROM THE MONTHS ROUNDS UNDER THE       *
002100*        RATING RULES (UP 25 AT OR UNDER THE OPTIMUM, DOWN      *
002150*        15 ON A LOSS OR AN ABANDONED ROUND), AND THE LEAGUE    *
002200*        DIVISION THE PLAYER IS IN (SEE DIVISION)               *
002220*      - THE BADGES THE PLAYER HELD AT THE END OF THE MONTH     *
002240*        FROM THE BADGE MASTER (SEE ACHIEVE), THOSE EARNED IN   *
002260*        THE MONTH MARKED NEW                                   *
002300*      - THE POINTS STANDING THIS MONTH AND LAST MONTH FROM     *
002400*        THE MONTHLY HISTORY RECORDS                            *
002500*                                                               *
003950*                   POSITIONS TO THE STATEMENT MONTH WITH       *
003960*                   START ON THE DATE ALTERNATE KEY OF THE      *
003970*                   INDEXED MASTER                              *
003980*  2026-10-15  TG   ABANDONED ROUNDS COLUMN ON THE DAY LINES,   *
003990*                   RATED AS A LOSS IN THE REPLAY               *
003995*  2026-10-15  TG   LEAGUE DIVISION ON THE RATING LINE          *
003997*  2026-10-15  TG   BADGES HELD AT MONTH END FROM BADGMST       *
003998*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
003999*                   SCORES SELECT TO MATCH THE MASTER           *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
005320         RECORD KEY   IS SCOR-SEQ
005330         ALTERNATE RECORD KEY IS SCOR-DATE
005340                      WITH DUPLICATES
005360         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
005380                      WITH DUPLICATES
005400         FILE STATUS  IS SCORES-STATUS.
005500     SELECT HIST-IN-FILE     ASSIGN TO HISTIN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS  IS HISTIN-STATUS.
005710     SELECT BADGE-FILE       ASSIGN TO BADGMST
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE  IS DYNAMIC
005740         RECORD KEY   IS BDG-KEY
005750         FILE STATUS  IS BADGMST-STATUS.
005800     SELECT PARM-FILE        ASSIGN TO GMPARM
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS  IS PARM-STATUS.
006900     COPY GMSCOR.
007000 FD  HIST-IN-FILE.
007100     COPY GMHIST.
007120 FD  BADGE-FILE.
007140     COPY GMBADG.
007200 FD  PARM-FILE.
007300     COPY GMPARM.
007400 FD  REPORT-FILE.
008300 77  HISTIN-STATUS           PIC X(02) VALUE SPACES.
008400     88  HISTIN-OK                       VALUE '00'.
008500     88  HISTIN-EOF                      VALUE '10'.
008520 77  BADGMST-STATUS          PIC X(02) VALUE SPACES.
008540     88  BADGMST-OK                      VALUE '00'.
008560     88  BADGMST-EOF                     VALUE '10'.
008600 77  PARM-STATUS             PIC X(02) VALUE SPACES.
008700     88  PARM-OK                         VALUE '00'.
008800     88  PARM-EOF                        VALUE '10'.
009100 77  RUN-RC                  PIC 9(04) VALUE ZERO.
009200 77  STMT-PERIOD             PIC 9(06) VALUE ZERO.
009210 77  STMT-START-DATE         PIC 9(08) VALUE ZERO.
009230 77  STMT-END-DATE           PIC 9(08) VALUE ZERO.
009300 77  PRIOR-PERIOD            PIC 9(06) VALUE ZERO.
009400 77  STMT-YEAR-PD            PIC 9(06) VALUE ZERO.
009500 77  STMT-PLAYER-ID          PIC X(05) VALUE SPACES.
009600     88  FULL-POPULATION                 VALUE SPACES.
009700 77  HIST-PRESENT            PIC X(01) VALUE 'N'.
009800     88  HIST-AVAILABLE                  VALUE 'Y'.
009820 77  BADGES-PRESENT          PIC X(01) VALUE 'N'.
009840     88  BADGES-AVAILABLE                VALUE 'Y'.
009860 77  BADGE-COUNT             PIC S9(04) COMP VALUE ZERO.
009900 77  PLAYER-COUNT            PIC S9(04) COMP VALUE ZERO.
010000 77  PLAYER-MAX              PIC S9(04) COMP VALUE 500.
010100 77  SP-SUB                  PIC S9(04) COMP VALUE ZERO.
013200         10  SP-STATUS       PIC X(01).
013300         10  SP-ENROLL       PIC 9(08).
013400         10  SP-RATING-X     PIC X(04).
013450         10  SP-DIVISION     PIC X(01).
013500         10  SP-RATE-DELTA   PIC S9(05) COMP.
013600         10  SP-DAY OCCURS 31 TIMES.
013700             15  SP-D-GAMES  PIC S9(03) COMP.
013800             15  SP-D-WINS   PIC S9(03) COMP.
013900             15  SP-D-TRIES  PIC S9(05) COMP.
014000             15  SP-D-POINTS PIC S9(07) COMP.
014010             15  SP-D-ABAND  PIC S9(03) COMP.
014100*    MONTHLY HISTORY FOR THE STATEMENT MONTH AND THE MONTH
014200*    BEFORE, FOR THE HISTORY LINE AND THE STANDINGS.
014300 01  HIST-MONTH-TABLE.
018500     05  FILLER              PIC X(08) VALUE '  LOSSES'.
018600     05  FILLER              PIC X(07) VALUE '  TRIES'.
018700     05  FILLER              PIC X(10) VALUE '    POINTS'.
018750     05  FILLER              PIC X(10) VALUE ' ABANDONED'.
018800     05  FILLER              PIC X(81) VALUE SPACES.
018900 01  DAY-DETAIL-LINE.
019000     05  DAY-DD              PIC ZZ9.
019100     05  FILLER              PIC X(02) VALUE SPACES.
019800     05  DAY-TRIES           PIC ZZZZZ9.
019900     05  FILLER              PIC X(01) VALUE SPACE.
020000     05  DAY-POINTS          PIC ZZZ,ZZ9.
020010     05  FILLER              PIC X(04) VALUE SPACES.
020020     05  DAY-ABAND           PIC ZZZZZ9.
020100     05  FILLER              PIC X(85) VALUE SPACES.
020200 01  PERIOD-LINE.
020300     05  PRD-LABEL           PIC X(17).
020400     05  PRD-GAMES           PIC ZZZZ9.
021600     05  FILLER              PIC X(09) VALUE ' (MOVED '.
021700     05  RTG-DELTA           PIC +ZZZZ9.
021800     05  FILLER              PIC X(12) VALUE ' THIS MONTH)'.
021850     05  FILLER              PIC X(13) VALUE '   DIVISION: '.
021900     05  RTG-DIVISION        PIC X(04).
021950     05  FILLER              PIC X(76) VALUE SPACES.
022000 01  STANDING-LINE.
022100     05  FILLER              PIC X(10) VALUE 'STANDING: '.
022200     05  STD-THIS            PIC ZZZ9.
022800     05  STD-LAST-OF         PIC ZZZ9.
022900     05  FILLER              PIC X(01) VALUE ')'.
023000     05  FILLER              PIC X(88) VALUE SPACES.
023010 01  BADGE-LINE.
023020     05  FILLER              PIC X(08) VALUE 'BADGE:  '.
023030     05  BGL-NAME            PIC X(30).
023040     05  FILLER              PIC X(08) VALUE ' EARNED '.
023050     05  BGL-EARNED          PIC 9(08).
023060     05  FILLER              PIC X(02) VALUE SPACES.
023070     05  BGL-NEW             PIC X(14).
023080     05  FILLER              PIC X(62) VALUE SPACES.
023100 01  MESSAGE-LINE.
023200     05  MSG-TEXT            PIC X(70).
023300     05  FILLER              PIC X(62) VALUE SPACES.
026500     ELSE
026600         COMPUTE PRIOR-PERIOD = STMT-PERIOD - 1
026700     END-IF.
026720     COMPUTE STMT-START-DATE = (STMT-PERIOD * 100) + 1.
026750     COMPUTE STMT-END-DATE = (STMT-PERIOD * 100) + 31.
026800     OPEN INPUT PLAYER-MASTER.
026900     OPEN INPUT SCORES-FILE.
027000     OPEN OUTPUT REPORT-FILE.
028800     ELSE
028900         DISPLAY 'STATEMNT: NO HISTORY FILE, STATUS '
029000                 HISTIN-STATUS ' - HISTORY LINES COMPUTED'
029010             UPON OPERATOR-CONSOLE
029020     END-IF.
029030     OPEN INPUT BADGE-FILE.
029040     IF BADGMST-OK
029050         MOVE 'Y' TO BADGES-PRESENT
029060     ELSE
029070         DISPLAY 'STATEMNT: NO BADGE MASTER, STATUS '
029080                 BADGMST-STATUS ' - NO BADGES PRINTED'
029100             UPON OPERATOR-CONSOLE
029200     END-IF.
029300     IF FULL-POPULATION
030010*    POSITION STRAIGHT TO THE FIRST DAY OF THE STATEMENT
030020*    MONTH ON THE DATE KEY.
030030     IF NOT SCORES-EOF
030050         MOVE STMT-START-DATE TO SCOR-DATE
030060         START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
030070             INVALID KEY
040100     MOVE PLAY-STATUS   TO SP-STATUS (PLAYER-COUNT).
040200     MOVE PLAY-ENROLL-DATE TO SP-ENROLL (PLAYER-COUNT).
040300     MOVE PLAY-RATING-X TO SP-RATING-X (PLAYER-COUNT).
040350     MOVE PLAY-DIVISION TO SP-DIVISION (PLAYER-COUNT).
040400     MOVE ZERO          TO SP-RATE-DELTA (PLAYER-COUNT).
040500     MOVE ZERO TO DAY-SUB.
040600     PERFORM 2900-CLEAR-DAY THRU 2900-EXIT
041500     MOVE ZERO TO SP-D-GAMES (PLAYER-COUNT DAY-SUB)
041600                  SP-D-WINS (PLAYER-COUNT DAY-SUB)
041700                  SP-D-TRIES (PLAYER-COUNT DAY-SUB)
041800                  SP-D-POINTS (PLAYER-COUNT DAY-SUB)
041810                  SP-D-ABAND (PLAYER-COUNT DAY-SUB).
041900 2900-EXIT.
042000     EXIT.
042100*****************************************************************
044800     IF SCOR-WON
044900         ADD 1 TO SP-D-WINS (MATCH-SUB DAY-SUB)
045000     END-IF.
045010     IF SCOR-ABANDONED
045020         ADD 1 TO SP-D-ABAND (MATCH-SUB DAY-SUB)
045030     END-IF.
045100*    REPLAY THE RATING RULES FOR THE MOVEMENT LINE.
045200     PERFORM 5800-OPTIMUM-TRIES THRU 5800-EXIT.
045300     EVALUATE TRUE
045400         WHEN SCOR-LOST OR SCOR-ABANDONED
045500             SUBTRACT 15 FROM SP-RATE-DELTA (MATCH-SUB)
045600         WHEN SCOR-WON AND SCOR-TRIES <= OPTIMUM-TRIES
045700             ADD 25 TO SP-RATE-DELTA (MATCH-SUB)
062600     PERFORM 6500-PRINT-YEAR-LINE THRU 6500-EXIT.
062700     PERFORM 6600-PRINT-RATING THRU 6600-EXIT.
062800     PERFORM 6700-PRINT-STANDING THRU 6700-EXIT.
062850     PERFORM 6800-PRINT-BADGES THRU 6800-EXIT.
062900 6100-EXIT.
063000     EXIT.
063100*****************************************************************
066800     MOVE WORK-RATING TO DAY-LOSSES.
066900     MOVE SP-D-TRIES (SP-SUB DAY-SUB)  TO DAY-TRIES.
067000     MOVE SP-D-POINTS (SP-SUB DAY-SUB) TO DAY-POINTS.
067010     MOVE SP-D-ABAND (SP-SUB DAY-SUB)  TO DAY-ABAND.
067100     WRITE REPORT-LINE FROM DAY-DETAIL-LINE
067200         AFTER ADVANCING 1 LINE.
067300 6300-EXIT.
075600 6550-EXIT.
075700     EXIT.
075800*****************************************************************
075900*  6600-PRINT-RATING - RATING, THE MONTHS MOVE, DIVISION        *
076000*****************************************************************
076100 6600-PRINT-RATING.
076200     IF SP-RATING-X (SP-SUB) = SPACES
076500         MOVE SP-RATING-X (SP-SUB) TO RTG-NOW
076600     END-IF.
076700     MOVE SP-RATE-DELTA (SP-SUB) TO RTG-DELTA.
076710     IF SP-DIVISION (SP-SUB) = SPACE
076720         MOVE 'NONE' TO RTG-DIVISION
076730     ELSE
076740         MOVE SP-DIVISION (SP-SUB) TO RTG-DIVISION
076750     END-IF.
076800     WRITE REPORT-LINE FROM RATING-LINE
076900         AFTER ADVANCING 1 LINE.
077000 6600-EXIT.
079600     END-IF.
079700 6700-EXIT.
079800     EXIT.
079801*****************************************************************
079802*  6800-PRINT-BADGES - THE BADGES HELD AT THE END OF THE MONTH  *
079803*  FROM THE BADGE MASTER, READ FROM THE PLAYERS FIRST KEY       *
079804*****************************************************************
079805 6800-PRINT-BADGES.
079806     IF NOT BADGES-AVAILABLE
079807         GO TO 6800-EXIT
079808     END-IF.
079809     MOVE SPACES TO REPORT-LINE.
079810     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
079811     MOVE ZERO TO BADGE-COUNT.
079812*    THE KEY OF ID AND BLANK CODE IS THE PLAYERS RUNNING COUNTS
079813*    RECORD - THE BADGES FOLLOW IT.
079814     MOVE SP-ID (SP-SUB) TO BDG-PLAY-ID.
079815     MOVE SPACES         TO BDG-CODE.
079816     START BADGE-FILE KEY GREATER THAN BDG-KEY
079817         INVALID KEY
079818             MOVE '10' TO BADGMST-STATUS
079819     END-START.
079820     PERFORM 6850-PRINT-ONE-BADGE THRU 6850-EXIT
079821         UNTIL BADGMST-EOF.
079822     IF BADGE-COUNT = ZERO
079823         MOVE 'NO BADGES EARNED YET' TO MSG-TEXT
079824         WRITE REPORT-LINE FROM MESSAGE-LINE
079825             AFTER ADVANCING 1 LINE
079826     END-IF.
079827 6800-EXIT.
079828     EXIT.
079829*****************************************************************
079830*  6850-PRINT-ONE-BADGE - ONE BADGE RECORD OF THE PLAYER.  A    *
079831*  BADGE WITHDRAWN AFTER THE MONTH WAS STILL HELD AT ITS END    *
079832*****************************************************************
079833 6850-PRINT-ONE-BADGE.
079834     READ BADGE-FILE NEXT
079835         AT END GO TO 6850-EXIT.
079836     IF NOT BADGMST-OK
079837        OR BDG-PLAY-ID NOT = SP-ID (SP-SUB)
079838         MOVE '10' TO BADGMST-STATUS
079839         GO TO 6850-EXIT
079840     END-IF.
079841     IF BDG-EARNED-DATE > STMT-END-DATE
079842         GO TO 6850-EXIT
079843     END-IF.
079844     IF BDG-WITHDRAWN
079845        AND BDG-WD-DATE NOT > STMT-END-DATE
079846         GO TO 6850-EXIT
079847     END-IF.
079848     ADD 1 TO BADGE-COUNT.
079849     MOVE BDG-NAME        TO BGL-NAME.
079850     MOVE BDG-EARNED-DATE TO BGL-EARNED.
079851     IF BDG-EARNED-DATE < STMT-START-DATE
079852         MOVE SPACES TO BGL-NEW
079853     ELSE
079854         MOVE 'NEW THIS MONTH' TO BGL-NEW
079855     END-IF.
079856     WRITE REPORT-LINE FROM BADGE-LINE
079857         AFTER ADVANCING 1 LINE.
079858 6850-EXIT.
079859     EXIT.
079900*****************************************************************
080000*  7000-RANK-THIS-MONTH - 1 PLUS THE PLAYERS BEATING US         *
080100*****************************************************************
087000     IF HIST-AVAILABLE
087100         CLOSE HIST-IN-FILE
087200     END-IF.
087220     IF BADGES-AVAILABLE
087240         CLOSE BADGE-FILE
087260     END-IF.
087300 9000-EXIT.
087400     EXIT.

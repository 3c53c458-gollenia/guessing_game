000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCORSIM.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  SCORSIM  --  WHAT-IF SCORING SIMULATION                      *
000900*                                                               *
001000*  RESCORES THE ROUNDS ON THE SCORES MASTER FOR A DATE RANGE    *
001100*  (SIM-FROM / SIM-TO PARAMETER CARDS, DEFAULT THE FIRST OF     *
001200*  THE MONTH TO TODAY) AGAINST A CANDIDATE SCORING TABLE        *
001300*  (SCORCAND, SAME GMSCTB CARD LAYOUT AS SCORTBL) UNDER THE     *
001400*  SCORPTS RULES, AND PRINTS ON SIMRPT:                         *
001500*      - EVERY PLAYER WITH THE POINTS AS POSTED, THE POINTS     *
001600*        UNDER THE CANDIDATE TABLE, AND THE RANK EACH GIVES     *
001700*        (POINTS, THEN WINS, THEN AVERAGE TRIES, AS ON          *
001800*        LEADRPT AND ROLLUP) WITH THE PLACES MOVED              *
001900*      - EVERY CANDIDATE BAND WITH ITS ROUNDS, OLD AND NEW      *
002000*        POINTS, THE CHANGE, AND THE BANDS THAT GAIN AND LOSE   *
002100*        THE MOST                                               *
002200*                                                               *
002300*  SOURCE 'R' REVERSALS ARE NETTED OUT AS ROLLUP DOES.  ROUNDS  *
002400*  POSTED BEFORE THE SCORING ENGINE CARRY SPACES IN THE POINTS  *
002500*  FIELD AND COUNT AS ZERO OLD POINTS.  ABANDONED ROUNDS        *
002510*  COUNT AS LOSSES AND SCORE ZERO UNDER ANY TABLE.              *
002600*                                                               *
002700*  READ ONLY - NOTHING ON THE MASTER OR SCORTBL IS CHANGED.     *
002800*                                                               *
002900*  RETURN CODES:  0000 = SIMULATION PRINTED                     *
003000*                 0012 = SIM-FROM AFTER SIM-TO, NOTHING RUN     *
003100*                 0016 = FILE ERROR OR NO USABLE CANDIDATE      *
003200*                        BAND, NOTHING RUN                      *
003300*****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  2026-10-15  TG   NEW PROGRAM                                 *
003510*  2026-10-15  TG   ABANDONED ROUNDS COUNTED AS LOSSES          *
003530*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
003550*                   SCORES SELECT TO MATCH THE MASTER           *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     CONSOLE IS OPERATOR-CONSOLE.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SCORES-FILE      ASSIGN TO SCORES
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS SEQUENTIAL
004600         RECORD KEY   IS SCOR-SEQ
004700         ALTERNATE RECORD KEY IS SCOR-DATE
004800                      WITH DUPLICATES
004820         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
004840                      WITH DUPLICATES
004900         FILE STATUS  IS SCORES-STATUS.
005000     SELECT CAND-FILE        ASSIGN TO SCORCAND
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS  IS CAND-STATUS.
005300     SELECT PARM-FILE        ASSIGN TO GMPARM
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS  IS PARM-STATUS.
005600     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS RANDOM
005900         RECORD KEY   IS PLAY-ID
006000         FILE STATUS  IS PLAYMST-STATUS.
006100     SELECT REPORT-FILE      ASSIGN TO SIMRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS  IS REPORT-STATUS.
006400     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS  IS RUNCTL-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  SCORES-FILE.
007000     COPY GMSCOR.
007100 FD  CAND-FILE.
007200     COPY GMSCTB.
007300 FD  PARM-FILE.
007400     COPY GMPARM.
007500 FD  PLAYER-MASTER.
007600     COPY GMPLAY.
007700 FD  REPORT-FILE.
007800 01  REPORT-LINE             PIC X(132).
007900 FD  RUN-STATUS-FILE.
008000     COPY GMRSTA.
008100 WORKING-STORAGE SECTION.
008200 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
008300     88  SCORES-OK                       VALUE '00'.
008400     88  SCORES-EOF                      VALUE '10'.
008500 77  CAND-STATUS             PIC X(02) VALUE SPACES.
008600     88  CAND-OK                         VALUE '00'.
008700     88  CAND-EOF                        VALUE '10'.
008800 77  PARM-STATUS             PIC X(02) VALUE SPACES.
008900     88  PARM-OK                         VALUE '00'.
009000     88  PARM-EOF                        VALUE '10'.
009100 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
009200     88  PLAYMST-OK                      VALUE '00'.
009300 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
009400     88  REPORT-OK                       VALUE '00'.
009500 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
009600     88  RUNCTL-OK                       VALUE '00'.
009700 77  RUN-RC                  PIC 9(04) VALUE ZERO.
009800 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
009900 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
010000 77  SIM-FROM-DATE           PIC 9(08) VALUE ZERO.
010100 77  SIM-TO-DATE             PIC 9(08) VALUE ZERO.
010200 77  MASTER-OPENED           PIC X(01) VALUE 'N'.
010300     88  MASTER-AVAILABLE                VALUE 'Y'.
010400 77  FILES-OPENED            PIC X(01) VALUE 'N'.
010500     88  FILES-ARE-OPEN                  VALUE 'Y'.
010600 77  PLAYER-COUNT            PIC S9(04) COMP VALUE ZERO.
010700 77  PLAYER-MAX              PIC S9(04) COMP VALUE 500.
010800 77  PT-SUB                  PIC S9(04) COMP VALUE ZERO.
010900 77  PT-SUB-2                PIC S9(04) COMP VALUE ZERO.
011000 77  MATCH-SUB               PIC S9(04) COMP VALUE ZERO.
011100 77  SWAP-FLAG               PIC X(01) VALUE 'N'.
011200     88  SWAP-DONE                       VALUE 'Y'.
011300*    BANDS 1-20 ARE THE CANDIDATE CARDS.  ENTRY 21 COLLECTS THE
011400*    ROUNDS NO CANDIDATE BAND COVERS, SCORED ON THE SCORPTS
011500*    BUILT-IN FALLBACK.
011600 77  BAND-COUNT              PIC S9(04) COMP VALUE ZERO.
011700 77  BAND-SUB                PIC S9(04) COMP VALUE ZERO.
011800 77  BAND-MATCH              PIC S9(04) COMP VALUE ZERO.
011900 77  FALLBACK-SUB            PIC S9(04) COMP VALUE 21.
012000 77  GAIN-SUB                PIC S9(04) COMP VALUE ZERO.
012100 77  LOSS-SUB                PIC S9(04) COMP VALUE ZERO.
012200 77  WORK-POINTS             PIC S9(07) COMP VALUE ZERO.
012300 77  OLD-POINTS-WORK         PIC 9(05) VALUE ZERO.
012400 77  NEW-POINTS-WORK         PIC 9(05) VALUE ZERO.
012500 77  OPTIMUM-TRIES           PIC 9(03) VALUE ZERO.
012600 77  POWER-WORK              PIC 9(05) VALUE ZERO.
012700 77  CHANGE-WORK             PIC S9(09) COMP VALUE ZERO.
012800 77  GAIN-CHANGE             PIC S9(09) COMP VALUE ZERO.
012900 77  LOSS-CHANGE             PIC S9(09) COMP VALUE ZERO.
013000 77  MOVE-WORK               PIC S9(04) COMP VALUE ZERO.
013100 77  SCORES-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
013200 77  SCORES-USED-COUNT       PIC 9(07) COMP VALUE ZERO.
013300 77  PLAYERS-UP-COUNT        PIC 9(07) COMP VALUE ZERO.
013400 77  PLAYERS-DOWN-COUNT      PIC 9(07) COMP VALUE ZERO.
013500 77  OLD-POINTS-TOTAL        PIC 9(09) COMP VALUE ZERO.
013600 77  NEW-POINTS-TOTAL        PIC 9(09) COMP VALUE ZERO.
013700 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
013800 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
013900 77  REPORT-PART             PIC X(01) VALUE 'P'.
014000     88  PRINTING-PLAYERS                VALUE 'P'.
014100     88  PRINTING-BANDS                  VALUE 'B'.
014200 01  DATE-WORK.
014300     05  DATE-WORK-YY        PIC 9(02).
014400     05  DATE-WORK-MM        PIC 9(02).
014500     05  DATE-WORK-DD        PIC 9(02).
014600 01  TIME-WORK.
014700     05  TIME-WORK-HHMMSS    PIC 9(06).
014800     05  FILLER              PIC 9(02).
014900 01  BAND-TABLE.
015000     05  BAND-ENTRY OCCURS 21 TIMES.
015100         10  BAND-FROM       PIC 9(04).
015200         10  BAND-TO         PIC 9(04).
015300         10  BAND-BASE       PIC 9(05).
015400         10  BAND-DEDUCT     PIC 9(03).
015500         10  BAND-BONUS      PIC 9(04).
015600         10  BAND-ROUNDS     PIC 9(07) COMP.
015700         10  BAND-OLD-POINTS PIC 9(09) COMP.
015800         10  BAND-NEW-POINTS PIC 9(09) COMP.
015900 01  PLAYER-TABLE.
016000     05  PT-ENTRY OCCURS 500 TIMES.
016100         10  PT-ID           PIC X(05).
016200         10  PT-NAME         PIC X(30).
016300         10  PT-GAMES        PIC 9(05) COMP.
016400         10  PT-WINS         PIC 9(05) COMP.
016500         10  PT-LOSSES       PIC 9(05) COMP.
016600         10  PT-TRIES-TOT    PIC 9(07) COMP.
016700         10  PT-AVG-TRIES    PIC 9(03)V9 COMP-3.
016800         10  PT-OLD-POINTS   PIC 9(09) COMP.
016900         10  PT-NEW-POINTS   PIC 9(09) COMP.
017000         10  PT-SORT-POINTS  PIC 9(09) COMP.
017100         10  PT-OLD-RANK     PIC 9(03) COMP.
017200         10  PT-NEW-RANK     PIC 9(03) COMP.
017300 01  SWAP-ENTRY.
017400     05  FILLER              PIC X(05).
017500     05  FILLER              PIC X(30).
017600     05  FILLER              PIC 9(05) COMP.
017700     05  FILLER              PIC 9(05) COMP.
017800     05  FILLER              PIC 9(05) COMP.
017900     05  FILLER              PIC 9(07) COMP.
018000     05  FILLER              PIC 9(03)V9 COMP-3.
018100     05  FILLER              PIC 9(09) COMP.
018200     05  FILLER              PIC 9(09) COMP.
018300     05  FILLER              PIC 9(09) COMP.
018400     05  FILLER              PIC 9(03) COMP.
018500     05  FILLER              PIC 9(03) COMP.
018600 01  HEADING-LINE-1.
018700     05  FILLER              PIC X(10) VALUE 'SCORSIM'.
018800     05  FILLER              PIC X(26)
018900         VALUE 'WHAT-IF SCORING FROM'.
019000     05  HDG1-FROM           PIC 9(08).
019100     05  FILLER              PIC X(04) VALUE ' TO '.
019200     05  HDG1-TO             PIC 9(08).
019300     05  FILLER              PIC X(06) VALUE ' PAGE '.
019400     05  HDG1-PAGE           PIC ZZZZ9.
019500     05  FILLER              PIC X(65) VALUE SPACES.
019600 01  HEADING-LINE-2.
019700     05  FILLER              PIC X(55)
019800         VALUE 'NEW  OLD  MOVE  PLAYER NAME'.
019900     05  FILLER              PIC X(05) VALUE 'GAMES'.
020000     05  FILLER              PIC X(06) VALUE '  WINS'.
020100     05  FILLER              PIC X(13)
020200         VALUE '   OLD POINTS'.
020300     05  FILLER              PIC X(13)
020400         VALUE '   NEW POINTS'.
020500     05  FILLER              PIC X(13)
020600         VALUE '       CHANGE'.
020700     05  FILLER              PIC X(27) VALUE SPACES.
020800 01  BAND-HEADING.
020900     05  FILLER              PIC X(13) VALUE 'BAND RANGE'.
021000     05  FILLER              PIC X(05) VALUE ' BASE'.
021100     05  FILLER              PIC X(05) VALUE '  DED'.
021200     05  FILLER              PIC X(06) VALUE ' BONUS'.
021300     05  FILLER              PIC X(11) VALUE '     ROUNDS'.
021400     05  FILLER              PIC X(13)
021500         VALUE '   OLD POINTS'.
021600     05  FILLER              PIC X(13)
021700         VALUE '   NEW POINTS'.
021800     05  FILLER              PIC X(13)
021900         VALUE '       CHANGE'.
022000     05  FILLER              PIC X(53) VALUE SPACES.
022100 01  DETAIL-LINE.
022200     05  DTL-NEW-RANK        PIC ZZ9.
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  DTL-OLD-RANK        PIC ZZ9.
022500     05  FILLER              PIC X(02) VALUE SPACES.
022600     05  DTL-MOVE            PIC +++9.
022700     05  FILLER              PIC X(02) VALUE SPACES.
022800     05  DTL-ID              PIC X(05).
022900     05  FILLER              PIC X(02) VALUE SPACES.
023000     05  DTL-NAME            PIC X(30).
023100     05  FILLER              PIC X(02) VALUE SPACES.
023200     05  DTL-GAMES           PIC ZZZZ9.
023300     05  FILLER              PIC X(01) VALUE SPACE.
023400     05  DTL-WINS            PIC ZZZZ9.
023500     05  FILLER              PIC X(02) VALUE SPACES.
023600     05  DTL-OLD-POINTS      PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER              PIC X(02) VALUE SPACES.
023800     05  DTL-NEW-POINTS      PIC ZZZ,ZZZ,ZZ9.
023900     05  FILLER              PIC X(02) VALUE SPACES.
024000     05  DTL-CHANGE          PIC +++,+++,++9.
024100     05  FILLER              PIC X(27) VALUE SPACES.
024200 01  BAND-LINE.
024300     05  BND-FROM            PIC ZZZ9.
024400     05  FILLER              PIC X(03) VALUE ' - '.
024500     05  BND-TO              PIC ZZZ9.
024600     05  FILLER              PIC X(02) VALUE SPACES.
024700     05  BND-BASE            PIC ZZZZ9.
024800     05  FILLER              PIC X(02) VALUE SPACES.
024900     05  BND-DEDUCT          PIC ZZ9.
025000     05  FILLER              PIC X(02) VALUE SPACES.
025100     05  BND-BONUS           PIC ZZZ9.
025200     05  FILLER              PIC X(02) VALUE SPACES.
025300     05  BND-ROUNDS          PIC Z,ZZZ,ZZ9.
025400     05  FILLER              PIC X(02) VALUE SPACES.
025500     05  BND-OLD-POINTS      PIC ZZZ,ZZZ,ZZ9.
025600     05  FILLER              PIC X(02) VALUE SPACES.
025700     05  BND-NEW-POINTS      PIC ZZZ,ZZZ,ZZ9.
025800     05  FILLER              PIC X(02) VALUE SPACES.
025900     05  BND-CHANGE          PIC +++,+++,++9.
026000     05  FILLER              PIC X(02) VALUE SPACES.
026100     05  BND-NOTE            PIC X(20).
026200     05  FILLER              PIC X(31) VALUE SPACES.
026300 01  TOTAL-LINE.
026400     05  FILLER              PIC X(01) VALUE SPACE.
026500     05  TOT-LABEL           PIC X(30).
026600     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
026700     05  FILLER              PIC X(92) VALUE SPACES.
026800 01  POINTS-TOTAL-LINE.
026900     05  FILLER              PIC X(01) VALUE SPACE.
027000     05  PTL-LABEL           PIC X(30).
027100     05  PTL-VALUE           PIC +++,+++,++9.
027200     05  FILLER              PIC X(90) VALUE SPACES.
027300 PROCEDURE DIVISION.
027400*****************************************************************
027500*  0000-MAINLINE - CONTROL THE SIMULATION RUN                   *
027600*****************************************************************
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027900     IF RUN-RC < 12
028000         PERFORM 2000-PROCESS-SCORE THRU 2000-EXIT
028100             UNTIL SCORES-EOF
028200         PERFORM 5000-RANK-PLAYERS THRU 5000-EXIT
028300         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
028400     END-IF.
028500     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028700     MOVE RUN-RC TO RETURN-CODE.
028800     STOP RUN.
028900*****************************************************************
029000*  1000-INITIALIZE - PARAMETERS, CANDIDATE TABLE, OPEN FILES    *
029100*****************************************************************
029200 1000-INITIALIZE.
029300     ACCEPT DATE-WORK FROM DATE.
029400     COMPUTE CURRENT-DATE-N =
029500         20000000 + (DATE-WORK-YY * 10000)
029600                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
029700     ACCEPT TIME-WORK FROM TIME.
029800     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
029900     COMPUTE SIM-FROM-DATE =
030000         20000000 + (DATE-WORK-YY * 10000)
030100                  + (DATE-WORK-MM * 100) + 1.
030200     MOVE CURRENT-DATE-N TO SIM-TO-DATE.
030300     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
030400     IF SIM-FROM-DATE > SIM-TO-DATE
030500         DISPLAY 'SCORSIM: SIM-FROM ' SIM-FROM-DATE
030600                 ' IS AFTER SIM-TO ' SIM-TO-DATE ' - NOT RUN'
030700             UPON OPERATOR-CONSOLE
030800         MOVE 12 TO RUN-RC
030900         GO TO 1000-EXIT
031000     END-IF.
031100     PERFORM 1200-LOAD-CANDIDATE THRU 1200-EXIT.
031200     IF RUN-RC >= 12
031300         GO TO 1000-EXIT
031400     END-IF.
031500     OPEN INPUT  SCORES-FILE
031600          INPUT  PLAYER-MASTER
031700          OUTPUT REPORT-FILE.
031800     MOVE 'Y' TO FILES-OPENED.
031900     IF SCORES-STATUS = '35'
032000         DISPLAY 'SCORSIM: NO SCORES ON FILE, EMPTY REPORT'
032100             UPON OPERATOR-CONSOLE
032200         MOVE '10' TO SCORES-STATUS
032300     END-IF.
032400     IF NOT REPORT-OK
032500        OR (NOT SCORES-OK AND NOT SCORES-EOF)
032600         DISPLAY 'SCORSIM: FILE OPEN ERROR SCORES='
032700                 SCORES-STATUS ' SIMRPT=' REPORT-STATUS
032800             UPON OPERATOR-CONSOLE
032900         MOVE 16 TO RUN-RC
033000         MOVE '10' TO SCORES-STATUS
033100         GO TO 1000-EXIT
033200     END-IF.
033300     IF PLAYMST-OK
033400         MOVE 'Y' TO MASTER-OPENED
033500     ELSE
033600         DISPLAY 'SCORSIM: PLAYER MASTER UNAVAILABLE, STATUS '
033700                 PLAYMST-STATUS ' - NAMES NOT REPORTED'
033800             UPON OPERATOR-CONSOLE
033900     END-IF.
034000*    POSITION STRAIGHT TO THE FIRST DAY ON THE DATE KEY.
034100     IF NOT SCORES-EOF
034200         MOVE SIM-FROM-DATE TO SCOR-DATE
034300         START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
034400             INVALID KEY
034500                 MOVE '10' TO SCORES-STATUS
034600         END-START
034700     END-IF.
034800     IF NOT SCORES-EOF
034900         PERFORM 2500-READ-SCORE THRU 2500-EXIT
035000     END-IF.
035100 1000-EXIT.
035200     EXIT.
035300*****************************************************************
035400*  1200-LOAD-CANDIDATE - READ THE CANDIDATE TABLE, SET UP THE   *
035500*  FALLBACK ENTRY                                               *
035600*****************************************************************
035700 1200-LOAD-CANDIDATE.
035800     MOVE ZERO TO BAND-SUB.
035900     PERFORM 1250-CLEAR-BAND THRU 1250-EXIT
036000         UNTIL BAND-SUB >= FALLBACK-SUB.
036100     MOVE ZERO TO BAND-FROM (FALLBACK-SUB).
036200     MOVE 9999 TO BAND-TO (FALLBACK-SUB).
036300     MOVE 100  TO BAND-BASE (FALLBACK-SUB).
036400     MOVE 5    TO BAND-DEDUCT (FALLBACK-SUB).
036500     MOVE 25   TO BAND-BONUS (FALLBACK-SUB).
036600     OPEN INPUT CAND-FILE.
036700     IF NOT CAND-OK
036800         DISPLAY 'SCORSIM: CANNOT OPEN SCORCAND, STATUS '
036900                 CAND-STATUS
037000             UPON OPERATOR-CONSOLE
037100         MOVE 16 TO RUN-RC
037200         GO TO 1200-EXIT
037300     END-IF.
037400     PERFORM 1300-LOAD-BAND THRU 1300-EXIT
037500         UNTIL CAND-EOF.
037600     CLOSE CAND-FILE.
037700     IF BAND-COUNT = ZERO
037800         DISPLAY 'SCORSIM: NO USABLE BAND ON SCORCAND - NOT RUN'
037900             UPON OPERATOR-CONSOLE
038000         MOVE 16 TO RUN-RC
038100     END-IF.
038200 1200-EXIT.
038300     EXIT.
038400*****************************************************************
038500*  1250-CLEAR-BAND - ZERO ONE BAND TABLE ENTRY                  *
038600*****************************************************************
038700 1250-CLEAR-BAND.
038800     ADD 1 TO BAND-SUB.
038900     MOVE ZERO TO BAND-FROM (BAND-SUB)
039000                  BAND-TO (BAND-SUB)
039100                  BAND-BASE (BAND-SUB)
039200                  BAND-DEDUCT (BAND-SUB)
039300                  BAND-BONUS (BAND-SUB)
039400                  BAND-ROUNDS (BAND-SUB)
039500                  BAND-OLD-POINTS (BAND-SUB)
039600                  BAND-NEW-POINTS (BAND-SUB).
039700 1250-EXIT.
039800     EXIT.
039900*****************************************************************
040000*  1300-LOAD-BAND - ONE CANDIDATE CARD, EDITED AS SCORPTS       *
040100*  EDITS SCORTBL                                                *
040200*****************************************************************
040300 1300-LOAD-BAND.
040400     READ CAND-FILE
040500         AT END GO TO 1300-EXIT.
040600     IF SCTB-REC (1:1) = '*'
040700         GO TO 1300-EXIT
040800     END-IF.
040900     IF SCTB-FROM-X NOT NUMERIC
041000        OR SCTB-TO-X NOT NUMERIC
041100        OR SCTB-BASE-X NOT NUMERIC
041200        OR SCTB-DEDUCT-X NOT NUMERIC
041300        OR SCTB-BONUS-X NOT NUMERIC
041400         DISPLAY 'SCORSIM: CANDIDATE CARD NOT NUMERIC, SKIPPED '
041500                 SCTB-REC (1:20)
041600             UPON OPERATOR-CONSOLE
041700         GO TO 1300-EXIT
041800     END-IF.
041900     IF BAND-COUNT >= 20
042000         DISPLAY 'SCORSIM: MORE THAN 20 CANDIDATE BANDS, SKIPPED '
042100                 SCTB-REC (1:20)
042200             UPON OPERATOR-CONSOLE
042300         GO TO 1300-EXIT
042400     END-IF.
042500     ADD 1 TO BAND-COUNT.
042600     MOVE SCTB-FROM   TO BAND-FROM (BAND-COUNT).
042700     MOVE SCTB-TO     TO BAND-TO (BAND-COUNT).
042800     MOVE SCTB-BASE   TO BAND-BASE (BAND-COUNT).
042900     MOVE SCTB-DEDUCT TO BAND-DEDUCT (BAND-COUNT).
043000     MOVE SCTB-BONUS  TO BAND-BONUS (BAND-COUNT).
043100 1300-EXIT.
043200     EXIT.
043300*****************************************************************
043400*  1500-LOAD-PARMS - PICK UP OPTIONAL SIM-FROM / SIM-TO CARDS   *
043500*****************************************************************
043600 1500-LOAD-PARMS.
043700     OPEN INPUT PARM-FILE.
043800     IF NOT PARM-OK
043900         GO TO 1500-EXIT
044000     END-IF.
044100     PERFORM 1600-READ-PARM THRU 1600-EXIT
044200         UNTIL PARM-EOF.
044300     CLOSE PARM-FILE.
044400 1500-EXIT.
044500     EXIT.
044600*****************************************************************
044700*  1600-READ-PARM - APPLY ONE PARAMETER CARD                    *
044800*****************************************************************
044900 1600-READ-PARM.
045000     READ PARM-FILE
045100         AT END GO TO 1600-EXIT.
045200     IF PARM-REC (1:1) = '*'
045300         GO TO 1600-EXIT
045400     END-IF.
045500     IF PARM-KEYWORD = 'SIM-FROM  '
045600         AND PARM-VALUE-X NUMERIC
045700         MOVE PARM-VALUE TO SIM-FROM-DATE
045800     END-IF.
045900     IF PARM-KEYWORD = 'SIM-TO    '
046000         AND PARM-VALUE-X NUMERIC
046100         MOVE PARM-VALUE TO SIM-TO-DATE
046200     END-IF.
046300 1600-EXIT.
046400     EXIT.
046500*****************************************************************
046600*  2000-PROCESS-SCORE - RESCORE ONE ROUND AND ACCUMULATE IT     *
046700*****************************************************************
046800 2000-PROCESS-SCORE.
046900     IF SCOR-DATE < SIM-FROM-DATE
047000        OR SCOR-DATE > SIM-TO-DATE
047100         GO TO 2000-NEXT
047200     END-IF.
047300     IF NOT SCOR-WON AND NOT SCOR-LOST AND NOT SCOR-ABANDONED
047400         GO TO 2000-NEXT
047500     END-IF.
047600     ADD 1 TO SCORES-USED-COUNT.
047700     PERFORM 3000-FIND-PLAYER THRU 3000-EXIT.
047800     IF MATCH-SUB = ZERO
047900         GO TO 2000-NEXT
048000     END-IF.
048100     MOVE ZERO TO OLD-POINTS-WORK.
048200     IF SCOR-POINTS-X NUMERIC
048300         MOVE SCOR-POINTS TO OLD-POINTS-WORK
048400     END-IF.
048500     PERFORM 4000-RESCORE-ROUND THRU 4000-EXIT.
048600     IF SCOR-REVERSAL
048700         PERFORM 3300-NET-ROUND THRU 3300-EXIT
048800     ELSE
048900         PERFORM 3200-ADD-ROUND THRU 3200-EXIT
049000     END-IF.
049100 2000-NEXT.
049200     PERFORM 2500-READ-SCORE THRU 2500-EXIT.
049300 2000-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  2500-READ-SCORE - READ THE NEXT SCORES RECORD                *
049700*****************************************************************
049800 2500-READ-SCORE.
049900     READ SCORES-FILE
050000         AT END GO TO 2500-EXIT.
050100     IF NOT SCORES-OK AND NOT SCORES-EOF
050200         DISPLAY 'SCORSIM: SCORES READ ERROR, STATUS '
050300                 SCORES-STATUS
050400         MOVE 16 TO RUN-RC
050500         MOVE '10' TO SCORES-STATUS
050600         GO TO 2500-EXIT
050700     END-IF.
050800     ADD 1 TO SCORES-READ-COUNT.
050900*    THE MASTER IS IN DATE ORDER - NOTHING BEYOND THE LAST DAY
051000*    CAN MATCH, SO STOP READING HERE.
051100     IF SCOR-DATE > SIM-TO-DATE
051200         MOVE '10' TO SCORES-STATUS
051300     END-IF.
051400 2500-EXIT.
051500     EXIT.
051600*****************************************************************
051700*  3000-FIND-PLAYER - FIND OR ADD THE TABLE ENTRY               *
051800*****************************************************************
051900 3000-FIND-PLAYER.
052000     MOVE ZERO TO MATCH-SUB.
052100     MOVE ZERO TO PT-SUB.
052200     PERFORM 3100-SCAN-TABLE THRU 3100-EXIT
052300         UNTIL MATCH-SUB > ZERO OR PT-SUB >= PLAYER-COUNT.
052400     IF MATCH-SUB > ZERO
052500         GO TO 3000-EXIT
052600     END-IF.
052700     IF PLAYER-COUNT >= PLAYER-MAX
052800         DISPLAY 'SCORSIM: PLAYER TABLE FULL, PLAYER '
052900                 SCOR-PLAY-ID ' DROPPED'
053000             UPON OPERATOR-CONSOLE
053100         GO TO 3000-EXIT
053200     END-IF.
053300     ADD 1 TO PLAYER-COUNT.
053400     MOVE PLAYER-COUNT TO MATCH-SUB.
053500     MOVE SCOR-PLAY-ID TO PT-ID (MATCH-SUB).
053600     MOVE ZERO TO PT-GAMES (MATCH-SUB)
053700                  PT-WINS (MATCH-SUB)
053800                  PT-LOSSES (MATCH-SUB)
053900                  PT-TRIES-TOT (MATCH-SUB)
054000                  PT-AVG-TRIES (MATCH-SUB)
054100                  PT-OLD-POINTS (MATCH-SUB)
054200                  PT-NEW-POINTS (MATCH-SUB)
054300                  PT-SORT-POINTS (MATCH-SUB)
054400                  PT-OLD-RANK (MATCH-SUB)
054500                  PT-NEW-RANK (MATCH-SUB).
054600     MOVE '*UNKNOWN PLAYER*' TO PLAY-NAME.
054700     IF MASTER-AVAILABLE
054800         MOVE SCOR-PLAY-ID TO PLAY-ID
054900         READ PLAYER-MASTER
055000             INVALID KEY
055100                 MOVE '*UNKNOWN PLAYER*' TO PLAY-NAME
055200         END-READ
055300     END-IF.
055400     MOVE PLAY-NAME TO PT-NAME (MATCH-SUB).
055500 3000-EXIT.
055600     EXIT.
055700*****************************************************************
055800*  3100-SCAN-TABLE - COMPARE ONE TABLE ENTRY                    *
055900*****************************************************************
056000 3100-SCAN-TABLE.
056100     ADD 1 TO PT-SUB.
056200     IF PT-ID (PT-SUB) = SCOR-PLAY-ID
056300         MOVE PT-SUB TO MATCH-SUB
056400     END-IF.
056500 3100-EXIT.
056600     EXIT.
056700*****************************************************************
056800*  3200-ADD-ROUND - ADD ONE ROUND TO THE PLAYER AND ITS BAND    *
056900*****************************************************************
057000 3200-ADD-ROUND.
057100     ADD 1               TO PT-GAMES (MATCH-SUB).
057200     ADD SCOR-TRIES      TO PT-TRIES-TOT (MATCH-SUB).
057300     ADD OLD-POINTS-WORK TO PT-OLD-POINTS (MATCH-SUB).
057400     ADD NEW-POINTS-WORK TO PT-NEW-POINTS (MATCH-SUB).
057500     IF SCOR-WON
057600         ADD 1 TO PT-WINS (MATCH-SUB)
057700     ELSE
057800         ADD 1 TO PT-LOSSES (MATCH-SUB)
057900     END-IF.
058000     ADD 1               TO BAND-ROUNDS (BAND-MATCH).
058100     ADD OLD-POINTS-WORK TO BAND-OLD-POINTS (BAND-MATCH).
058200     ADD NEW-POINTS-WORK TO BAND-NEW-POINTS (BAND-MATCH).
058300 3200-EXIT.
058400     EXIT.
058500*****************************************************************
058600*  3300-NET-ROUND - BACK ONE REVERSED ROUND OUT OF THE PLAYER   *
058700*  AND ITS BAND.  THE GUARDS COVER A REVERSAL WHOSE ORIGINAL    *
058800*  ROUND FELL BEFORE THE RANGE, AS IN ROLLUP.                   *
058900*****************************************************************
059000 3300-NET-ROUND.
059100     IF PT-GAMES (MATCH-SUB) > ZERO
059200         SUBTRACT 1 FROM PT-GAMES (MATCH-SUB)
059300     END-IF.
059400     IF PT-TRIES-TOT (MATCH-SUB) >= SCOR-TRIES
059500         SUBTRACT SCOR-TRIES FROM PT-TRIES-TOT (MATCH-SUB)
059600     END-IF.
059700     IF PT-OLD-POINTS (MATCH-SUB) >= OLD-POINTS-WORK
059800         SUBTRACT OLD-POINTS-WORK FROM PT-OLD-POINTS (MATCH-SUB)
059900     END-IF.
060000     IF PT-NEW-POINTS (MATCH-SUB) >= NEW-POINTS-WORK
060100         SUBTRACT NEW-POINTS-WORK FROM PT-NEW-POINTS (MATCH-SUB)
060200     END-IF.
060300     IF SCOR-WON
060400         IF PT-WINS (MATCH-SUB) > ZERO
060500             SUBTRACT 1 FROM PT-WINS (MATCH-SUB)
060600         END-IF
060700     ELSE
060800         IF PT-LOSSES (MATCH-SUB) > ZERO
060900             SUBTRACT 1 FROM PT-LOSSES (MATCH-SUB)
061000         END-IF
061100     END-IF.
061200     IF BAND-ROUNDS (BAND-MATCH) > ZERO
061300         SUBTRACT 1 FROM BAND-ROUNDS (BAND-MATCH)
061400     END-IF.
061500     IF BAND-OLD-POINTS (BAND-MATCH) >= OLD-POINTS-WORK
061600         SUBTRACT OLD-POINTS-WORK
061700             FROM BAND-OLD-POINTS (BAND-MATCH)
061800     END-IF.
061900     IF BAND-NEW-POINTS (BAND-MATCH) >= NEW-POINTS-WORK
062000         SUBTRACT NEW-POINTS-WORK
062100             FROM BAND-NEW-POINTS (BAND-MATCH)
062200     END-IF.
062300 3300-EXIT.
062400     EXIT.
062500*****************************************************************
062600*  4000-RESCORE-ROUND - POINTS UNDER THE CANDIDATE TABLE.  THE  *
062700*  RULES ARE THE SCORPTS RULES: A LOSS SCORES ZERO, A WIN THE   *
062800*  BAND BASE LESS TRIES TIMES THE DEDUCTION, PLUS THE BONUS AT  *
062900*  OR UNDER THE BINARY-SEARCH OPTIMUM, NEVER LESS THAN ONE.     *
063000*  KEEP IN STEP WITH SCORPTS.                                   *
063100*****************************************************************
063200 4000-RESCORE-ROUND.
063300     MOVE ZERO TO NEW-POINTS-WORK BAND-MATCH BAND-SUB.
063400     PERFORM 4100-TEST-BAND THRU 4100-EXIT
063500         UNTIL BAND-MATCH > ZERO OR BAND-SUB >= BAND-COUNT.
063600     IF BAND-MATCH = ZERO
063700         MOVE FALLBACK-SUB TO BAND-MATCH
063800     END-IF.
063900     IF NOT SCOR-WON
064000         GO TO 4000-EXIT
064100     END-IF.
064200     PERFORM 4500-OPTIMUM-TRIES THRU 4500-EXIT.
064300     COMPUTE WORK-POINTS =
064400         BAND-BASE (BAND-MATCH)
064500         - (SCOR-TRIES * BAND-DEDUCT (BAND-MATCH)).
064600     IF SCOR-TRIES <= OPTIMUM-TRIES
064700         ADD BAND-BONUS (BAND-MATCH) TO WORK-POINTS
064800     END-IF.
064900     IF WORK-POINTS < 1
065000         MOVE 1 TO WORK-POINTS
065100     END-IF.
065200     MOVE WORK-POINTS TO NEW-POINTS-WORK.
065300 4000-EXIT.
065400     EXIT.
065500*****************************************************************
065600*  4100-TEST-BAND - DOES THE RANGE FALL IN THIS BAND            *
065700*****************************************************************
065800 4100-TEST-BAND.
065900     ADD 1 TO BAND-SUB.
066000     IF SCOR-RANGE-HI >= BAND-FROM (BAND-SUB)
066100        AND SCOR-RANGE-HI <= BAND-TO (BAND-SUB)
066200         MOVE BAND-SUB TO BAND-MATCH
066300     END-IF.
066400 4100-EXIT.
066500     EXIT.
066600*****************************************************************
066700*  4500-OPTIMUM-TRIES - BINARY-SEARCH OPTIMUM FOR THE RANGE     *
066800*****************************************************************
066900 4500-OPTIMUM-TRIES.
067000     MOVE ZERO TO OPTIMUM-TRIES.
067100     MOVE 1    TO POWER-WORK.
067200     PERFORM 4600-DOUBLE-UP THRU 4600-EXIT
067300         UNTIL POWER-WORK >= SCOR-RANGE-HI
067400            OR OPTIMUM-TRIES >= 14.
067500 4500-EXIT.
067600     EXIT.
067700*****************************************************************
067800*  4600-DOUBLE-UP - ONE HALVING STEP OF THE SEARCH SPACE        *
067900*****************************************************************
068000 4600-DOUBLE-UP.
068100     COMPUTE POWER-WORK = POWER-WORK * 2.
068200     ADD 1 TO OPTIMUM-TRIES.
068300 4600-EXIT.
068400     EXIT.
068500*****************************************************************
068600*  5000-RANK-PLAYERS - RANK ONCE ON THE POSTED POINTS, ONCE ON  *
068700*  THE CANDIDATE POINTS.  THE TABLE IS LEFT IN CANDIDATE ORDER. *
068800*****************************************************************
068900 5000-RANK-PLAYERS.
069000     MOVE ZERO TO PT-SUB.
069100     PERFORM 5100-SET-AVERAGE THRU 5100-EXIT
069200         UNTIL PT-SUB >= PLAYER-COUNT.
069300     MOVE ZERO TO PT-SUB.
069400     PERFORM 5400-TAKE-OLD-POINTS THRU 5400-EXIT
069500         UNTIL PT-SUB >= PLAYER-COUNT.
069600     PERFORM 5150-SORT-TABLE THRU 5150-EXIT.
069700     MOVE ZERO TO PT-SUB.
069800     PERFORM 5500-SET-OLD-RANK THRU 5500-EXIT
069900         UNTIL PT-SUB >= PLAYER-COUNT.
070000     MOVE ZERO TO PT-SUB.
070100     PERFORM 5600-TAKE-NEW-POINTS THRU 5600-EXIT
070200         UNTIL PT-SUB >= PLAYER-COUNT.
070300     PERFORM 5150-SORT-TABLE THRU 5150-EXIT.
070400     MOVE ZERO TO PT-SUB.
070500     PERFORM 5700-SET-NEW-RANK THRU 5700-EXIT
070600         UNTIL PT-SUB >= PLAYER-COUNT.
070700 5000-EXIT.
070800     EXIT.
070900*****************************************************************
071000*  5100-SET-AVERAGE - AVERAGE TRIES FOR ONE PLAYER              *
071100*****************************************************************
071200 5100-SET-AVERAGE.
071300     ADD 1 TO PT-SUB.
071400     IF PT-GAMES (PT-SUB) > ZERO
071500         COMPUTE PT-AVG-TRIES (PT-SUB) ROUNDED =
071600             PT-TRIES-TOT (PT-SUB) / PT-GAMES (PT-SUB)
071700     END-IF.
071800 5100-EXIT.
071900     EXIT.
072000*****************************************************************
072100*  5150-SORT-TABLE - BUBBLE SORT ON THE SORT POINTS             *
072200*****************************************************************
072300 5150-SORT-TABLE.
072400     IF PLAYER-COUNT < 2
072500         GO TO 5150-EXIT
072600     END-IF.
072700     MOVE 'Y' TO SWAP-FLAG.
072800     PERFORM 5200-SORT-PASS THRU 5200-EXIT
072900         UNTIL NOT SWAP-DONE.
073000 5150-EXIT.
073100     EXIT.
073200*****************************************************************
073300*  5200-SORT-PASS - ONE BUBBLE PASS OVER THE TABLE              *
073400*****************************************************************
073500 5200-SORT-PASS.
073600     MOVE 'N' TO SWAP-FLAG.
073700     MOVE 1 TO PT-SUB.
073800     PERFORM 5300-COMPARE-PAIR THRU 5300-EXIT
073900         UNTIL PT-SUB >= PLAYER-COUNT.
074000 5200-EXIT.
074100     EXIT.
074200*****************************************************************
074300*  5300-COMPARE-PAIR - SWAP ADJACENT ENTRIES OUT OF ORDER       *
074400*****************************************************************
074500 5300-COMPARE-PAIR.
074600     COMPUTE PT-SUB-2 = PT-SUB + 1.
074700     IF PT-SORT-POINTS (PT-SUB-2) > PT-SORT-POINTS (PT-SUB)
074800         OR (PT-SORT-POINTS (PT-SUB-2) = PT-SORT-POINTS (PT-SUB)
074900             AND PT-WINS (PT-SUB-2) > PT-WINS (PT-SUB))
075000         OR (PT-SORT-POINTS (PT-SUB-2) = PT-SORT-POINTS (PT-SUB)
075100             AND PT-WINS (PT-SUB-2) = PT-WINS (PT-SUB)
075200             AND PT-AVG-TRIES (PT-SUB-2) < PT-AVG-TRIES (PT-SUB))
075300         MOVE PT-ENTRY (PT-SUB)   TO SWAP-ENTRY
075400         MOVE PT-ENTRY (PT-SUB-2) TO PT-ENTRY (PT-SUB)
075500         MOVE SWAP-ENTRY          TO PT-ENTRY (PT-SUB-2)
075600         MOVE 'Y' TO SWAP-FLAG
075700     END-IF.
075800     ADD 1 TO PT-SUB.
075900 5300-EXIT.
076000     EXIT.
076100*****************************************************************
076200*  5400-TAKE-OLD-POINTS - SORT ON THE POSTED POINTS             *
076300*****************************************************************
076400 5400-TAKE-OLD-POINTS.
076500     ADD 1 TO PT-SUB.
076600     MOVE PT-OLD-POINTS (PT-SUB) TO PT-SORT-POINTS (PT-SUB).
076700 5400-EXIT.
076800     EXIT.
076900*****************************************************************
077000*  5500-SET-OLD-RANK - RANK POSITION UNDER THE POSTED POINTS    *
077100*****************************************************************
077200 5500-SET-OLD-RANK.
077300     ADD 1 TO PT-SUB.
077400     MOVE PT-SUB TO PT-OLD-RANK (PT-SUB).
077500 5500-EXIT.
077600     EXIT.
077700*****************************************************************
077800*  5600-TAKE-NEW-POINTS - SORT ON THE CANDIDATE POINTS          *
077900*****************************************************************
078000 5600-TAKE-NEW-POINTS.
078100     ADD 1 TO PT-SUB.
078200     MOVE PT-NEW-POINTS (PT-SUB) TO PT-SORT-POINTS (PT-SUB).
078300 5600-EXIT.
078400     EXIT.
078500*****************************************************************
078600*  5700-SET-NEW-RANK - RANK POSITION UNDER THE CANDIDATE AND    *
078700*  THE PLACES MOVED                                             *
078800*****************************************************************
078900 5700-SET-NEW-RANK.
079000     ADD 1 TO PT-SUB.
079100     MOVE PT-SUB TO PT-NEW-RANK (PT-SUB).
079200     IF PT-NEW-RANK (PT-SUB) < PT-OLD-RANK (PT-SUB)
079300         ADD 1 TO PLAYERS-UP-COUNT
079400     END-IF.
079500     IF PT-NEW-RANK (PT-SUB) > PT-OLD-RANK (PT-SUB)
079600         ADD 1 TO PLAYERS-DOWN-COUNT
079700     END-IF.
079800 5700-EXIT.
079900     EXIT.
080000*****************************************************************
080100*  6000-PRINT-REPORT - PLAYERS, BANDS, CONTROL TOTALS           *
080200*****************************************************************
080300 6000-PRINT-REPORT.
080400     MOVE 'P' TO REPORT-PART.
080500     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT.
080600     MOVE ZERO TO PT-SUB.
080700     PERFORM 6100-PRINT-PLAYER THRU 6100-EXIT
080800         UNTIL PT-SUB >= PLAYER-COUNT.
080900     PERFORM 6300-FIND-EXTREMES THRU 6300-EXIT.
081000     MOVE 'B' TO REPORT-PART.
081100     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT.
081200     MOVE ZERO TO BAND-SUB.
081300     PERFORM 6200-PRINT-BAND THRU 6200-EXIT
081400         UNTIL BAND-SUB >= FALLBACK-SUB.
081500     MOVE SPACES TO REPORT-LINE.
081600     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
081700     MOVE 'SCORES RECORDS READ'     TO TOT-LABEL.
081800     MOVE SCORES-READ-COUNT         TO TOT-VALUE.
081900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082000     MOVE 'ROUNDS RESCORED'         TO TOT-LABEL.
082100     MOVE SCORES-USED-COUNT         TO TOT-VALUE.
082200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082300     MOVE 'PLAYERS'                 TO TOT-LABEL.
082400     MOVE PLAYER-COUNT              TO TOT-VALUE.
082500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082600     MOVE 'PLAYERS MOVING UP'       TO TOT-LABEL.
082700     MOVE PLAYERS-UP-COUNT          TO TOT-VALUE.
082800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082900     MOVE 'PLAYERS MOVING DOWN'     TO TOT-LABEL.
083000     MOVE PLAYERS-DOWN-COUNT        TO TOT-VALUE.
083100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
083200     MOVE 'POINTS AS POSTED'        TO PTL-LABEL.
083300     MOVE OLD-POINTS-TOTAL          TO PTL-VALUE.
083400     WRITE REPORT-LINE FROM POINTS-TOTAL-LINE
083500         AFTER ADVANCING 1 LINE.
083600     MOVE 'POINTS UNDER CANDIDATE'  TO PTL-LABEL.
083700     MOVE NEW-POINTS-TOTAL          TO PTL-VALUE.
083800     WRITE REPORT-LINE FROM POINTS-TOTAL-LINE
083900         AFTER ADVANCING 1 LINE.
084000     COMPUTE CHANGE-WORK = NEW-POINTS-TOTAL - OLD-POINTS-TOTAL.
084100     MOVE 'NET CHANGE'              TO PTL-LABEL.
084200     MOVE CHANGE-WORK               TO PTL-VALUE.
084300     WRITE REPORT-LINE FROM POINTS-TOTAL-LINE
084400         AFTER ADVANCING 1 LINE.
084500 6000-EXIT.
084600     EXIT.
084700*****************************************************************
084800*  6100-PRINT-PLAYER - ONE PLAYER LINE, CANDIDATE RANK ORDER    *
084900*****************************************************************
085000 6100-PRINT-PLAYER.
085100     ADD 1 TO PT-SUB.
085200     IF LINE-COUNT > 55
085300         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
085400     END-IF.
085500     MOVE SPACES                  TO DETAIL-LINE.
085600     MOVE PT-NEW-RANK (PT-SUB)    TO DTL-NEW-RANK.
085700     MOVE PT-OLD-RANK (PT-SUB)    TO DTL-OLD-RANK.
085800     COMPUTE MOVE-WORK =
085900         PT-OLD-RANK (PT-SUB) - PT-NEW-RANK (PT-SUB).
086000     MOVE MOVE-WORK               TO DTL-MOVE.
086100     MOVE PT-ID (PT-SUB)          TO DTL-ID.
086200     MOVE PT-NAME (PT-SUB)        TO DTL-NAME.
086300     MOVE PT-GAMES (PT-SUB)       TO DTL-GAMES.
086400     MOVE PT-WINS (PT-SUB)        TO DTL-WINS.
086500     MOVE PT-OLD-POINTS (PT-SUB)  TO DTL-OLD-POINTS.
086600     MOVE PT-NEW-POINTS (PT-SUB)  TO DTL-NEW-POINTS.
086700     COMPUTE CHANGE-WORK =
086800         PT-NEW-POINTS (PT-SUB) - PT-OLD-POINTS (PT-SUB).
086900     MOVE CHANGE-WORK             TO DTL-CHANGE.
087000     ADD PT-OLD-POINTS (PT-SUB)   TO OLD-POINTS-TOTAL.
087100     ADD PT-NEW-POINTS (PT-SUB)   TO NEW-POINTS-TOTAL.
087200     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
087300     ADD 1 TO LINE-COUNT.
087400 6100-EXIT.
087500     EXIT.
087600*****************************************************************
087700*  6200-PRINT-BAND - ONE BAND LINE.  THE FALLBACK ENTRY PRINTS  *
087800*  ONLY WHEN ROUNDS FELL OUTSIDE EVERY CANDIDATE BAND.          *
087900*****************************************************************
088000 6200-PRINT-BAND.
088100     ADD 1 TO BAND-SUB.
088200     IF BAND-SUB > BAND-COUNT
088300        AND BAND-SUB NOT = FALLBACK-SUB
088400         GO TO 6200-EXIT
088500     END-IF.
088600     IF BAND-SUB = FALLBACK-SUB
088700        AND BAND-ROUNDS (BAND-SUB) = ZERO
088800         GO TO 6200-EXIT
088900     END-IF.
089000     IF LINE-COUNT > 55
089100         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
089200     END-IF.
089300     MOVE SPACES                    TO BND-NOTE.
089400     MOVE BAND-FROM (BAND-SUB)      TO BND-FROM.
089500     MOVE BAND-TO (BAND-SUB)        TO BND-TO.
089600     MOVE BAND-BASE (BAND-SUB)      TO BND-BASE.
089700     MOVE BAND-DEDUCT (BAND-SUB)    TO BND-DEDUCT.
089800     MOVE BAND-BONUS (BAND-SUB)     TO BND-BONUS.
089900     MOVE BAND-ROUNDS (BAND-SUB)    TO BND-ROUNDS.
090000     MOVE BAND-OLD-POINTS (BAND-SUB) TO BND-OLD-POINTS.
090100     MOVE BAND-NEW-POINTS (BAND-SUB) TO BND-NEW-POINTS.
090200     COMPUTE CHANGE-WORK =
090300         BAND-NEW-POINTS (BAND-SUB) - BAND-OLD-POINTS (BAND-SUB).
090400     MOVE CHANGE-WORK               TO BND-CHANGE.
090500     IF BAND-SUB = FALLBACK-SUB
090600         MOVE 'NO CANDIDATE BAND'   TO BND-NOTE
090700     END-IF.
090800     IF BAND-SUB = GAIN-SUB
090900         MOVE 'LARGEST GAIN'        TO BND-NOTE
091000     END-IF.
091100     IF BAND-SUB = LOSS-SUB
091200         MOVE 'LARGEST LOSS'        TO BND-NOTE
091300     END-IF.
091400     WRITE REPORT-LINE FROM BAND-LINE AFTER ADVANCING 1 LINE.
091500     ADD 1 TO LINE-COUNT.
091600 6200-EXIT.
091700     EXIT.
091800*****************************************************************
091900*  6300-FIND-EXTREMES - THE BANDS WITH THE LARGEST GAIN AND     *
092000*  THE LARGEST LOSS OF POINTS                                   *
092100*****************************************************************
092200 6300-FIND-EXTREMES.
092300     MOVE ZERO TO GAIN-SUB LOSS-SUB GAIN-CHANGE LOSS-CHANGE.
092400     MOVE ZERO TO BAND-SUB.
092500     PERFORM 6350-TEST-EXTREME THRU 6350-EXIT
092600         UNTIL BAND-SUB >= FALLBACK-SUB.
092700 6300-EXIT.
092800     EXIT.
092900*****************************************************************
093000*  6350-TEST-EXTREME - ONE BAND AGAINST THE BEST SO FAR         *
093100*****************************************************************
093200 6350-TEST-EXTREME.
093300     ADD 1 TO BAND-SUB.
093400     IF BAND-SUB > BAND-COUNT
093500        AND BAND-SUB NOT = FALLBACK-SUB
093600         GO TO 6350-EXIT
093700     END-IF.
093800     COMPUTE CHANGE-WORK =
093900         BAND-NEW-POINTS (BAND-SUB) - BAND-OLD-POINTS (BAND-SUB).
094000     IF CHANGE-WORK > GAIN-CHANGE
094100         MOVE CHANGE-WORK TO GAIN-CHANGE
094200         MOVE BAND-SUB    TO GAIN-SUB
094300     END-IF.
094400     IF CHANGE-WORK < LOSS-CHANGE
094500         MOVE CHANGE-WORK TO LOSS-CHANGE
094600         MOVE BAND-SUB    TO LOSS-SUB
094700     END-IF.
094800 6350-EXIT.
094900     EXIT.
095000*****************************************************************
095100*  6500-PRINT-HEADINGS - START A NEW REPORT PAGE                *
095200*****************************************************************
095300 6500-PRINT-HEADINGS.
095400     ADD 1 TO PAGE-COUNT.
095500     MOVE SIM-FROM-DATE TO HDG1-FROM.
095600     MOVE SIM-TO-DATE   TO HDG1-TO.
095700     MOVE PAGE-COUNT    TO HDG1-PAGE.
095800     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
095900     IF PRINTING-BANDS
096000         WRITE REPORT-LINE FROM BAND-HEADING
096100             AFTER ADVANCING 1 LINE
096200     ELSE
096300         WRITE REPORT-LINE FROM HEADING-LINE-2
096400             AFTER ADVANCING 1 LINE
096500     END-IF.
096600     MOVE SPACES TO REPORT-LINE.
096700     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
096800     MOVE 3 TO LINE-COUNT.
096900 6500-EXIT.
097000     EXIT.
097100*****************************************************************
097200*  8800-WRITE-RUN-STATUS - ONE RUN-CONTROL RECORD FOR JOBSTAT   *
097300*****************************************************************
097400 8800-WRITE-RUN-STATUS.
097500     OPEN EXTEND RUN-STATUS-FILE.
097600     IF RUNCTL-STATUS = '35'
097700         OPEN OUTPUT RUN-STATUS-FILE
097800         CLOSE RUN-STATUS-FILE
097900         OPEN EXTEND RUN-STATUS-FILE
098000     END-IF.
098100     IF NOT RUNCTL-OK
098200         DISPLAY 'SCORSIM: CANNOT WRITE RUN CONTROL, STATUS '
098300                 RUNCTL-STATUS
098400             UPON OPERATOR-CONSOLE
098500         GO TO 8800-EXIT
098600     END-IF.
098700     MOVE SPACES            TO RSTA-REC.
098800     MOVE 'SCORSIM '        TO RSTA-JOB-NAME.
098900     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
099000     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
099100     MOVE RUN-RC            TO RSTA-RC.
099200     MOVE SCORES-READ-COUNT TO RSTA-COUNT-1.
099300     MOVE SCORES-USED-COUNT TO RSTA-COUNT-2.
099400     WRITE RSTA-REC.
099500     CLOSE RUN-STATUS-FILE.
099600 8800-EXIT.
099700     EXIT.
099800*****************************************************************
099900*  9000-TERMINATE - CLOSE FILES                                 *
100000*****************************************************************
100100 9000-TERMINATE.
100200     IF FILES-ARE-OPEN
100300         CLOSE SCORES-FILE
100400               PLAYER-MASTER
100500               REPORT-FILE
100600     END-IF.
100700 9000-EXIT.
100800     EXIT.

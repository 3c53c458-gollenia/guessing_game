000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DIVISION.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  DIVISION  --  LEAGUE DIVISIONS, STANDINGS AND SEASON END     *
000900*                                                               *
001000*  PLAYERS COMPETE IN DIVISIONS OVER A SEASON SET ON THE SEASON *
001100*  CALENDAR (SEASCTL, SEE GMSEAS).  THE DIVISION IS HELD ON THE *
001200*  PLAYER MASTER (PLAY-DIVISION).  THE DAY IS THE PROCESSING    *
001300*  DATE ON PROCDATE.  FUNCTION FROM THE DIV-FUNC CARD:          *
001400*    0 = SEASON START.  OPENS THE EARLIEST PLANNED SEASON WHOSE *
001500*        START DATE HAS BEEN REACHED.  ACTIVE PLAYERS NOT YET IN*
001600*        A DIVISION ARE PLACED BY PLAY-RATING AGAINST THE       *
001700*        SEASON FLOORS (A RATING NOT YET SET COUNTS AS THE 1000 *
001800*        START); PLAYERS MOVED AT THE LAST SEASON END KEEP THEIR*
001900*        DIVISION.  A DIVISION BEYOND THE SEASONS DIVISION COUNT*
002000*        IS MOVED TO THE LAST DIVISION.  REFUSED WHILE A SEASON *
002100*        IS STILL OPEN.                                         *
002200*    1 = STANDINGS (DEFAULT, NIGHTLY AFTER SCORMRGE).  PLACES   *
002300*        NEWCOMERS AS ABOVE, THEN RANKS EACH DIVISION ON THE    *
002400*        SCORES MASTER FROM SEASON START TO THE PROCESSING DATE *
002500*        AND MARKS THE PROMOTION AND RELEGATION ZONES.          *
002600*    2 = SEASON END.  ONCE THE PROCESSING DATE IS PAST THE      *
002700*        SEASON END DATE, RANKS THE WHOLE SEASON, PROMOTES THE  *
002800*        TOP SEAS-PROMOTE FINISHERS OF EACH DIVISION BELOW THE  *
002900*        TOP AND RELEGATES THE BOTTOM SEAS-RELEGATE OF EACH     *
003000*        DIVISION ABOVE THE LAST, WRITES EVERY RANKED PLAYER TO *
003100*        THE DIVISION HISTORY (DIVHIST, SEE GMDIVH), SETS THE   *
003200*        NEW DIVISIONS ON THE MASTER AND CLOSES THE SEASON.     *
003300*        REFUSED IF THE SEASON IS ALREADY ON DIVHIST.           *
003400*                                                               *
003500*  RANKING IS BY POINTS, THEN WINS, THEN FEWEST AVERAGE TRIES;  *
003600*  PLAYERS WITH NO ROUND IN THE SEASON RANK LAST.  REVERSAL     *
003700*  ENTRIES ARE NETTED OUT AS ROLLUP DOES.  ONLY A PLAYER WITH   *
003800*  AT LEAST ONE ROUND CAN BE PROMOTED.  INACTIVE PLAYERS WITH   *
003900*  NO ROUND IN THE SEASON ARE NOT RANKED AND KEEP THEIR         *
004000*  DIVISION.  THE LISTING IS DIVRPT.                            *
004100*                                                               *
004200*  IF A SEASON END RUN FAILS PART WAY, THE SEASONS DIVHIST      *
004300*  RECORDS MUST BE REMOVED AND THE MASTER DIVISIONS CHECKED     *
004400*  AGAINST THEM BEFORE IT IS RUN AGAIN.                         *
004500*                                                               *
004600*  RETURN CODES:  0000 = DONE                                   *
004700*                 0004 = NOTHING TO DO - NO SEASON OPEN OR DUE, *
004800*                        OR PLAYERS COULD NOT BE UPDATED        *
004900*                 0012 = REFUSED - SEASON ALREADY OPEN, SEASON  *
005000*                        NOT OVER, OR ALREADY CLOSED ON DIVHIST *
005100*                 0016 = FILE ERROR, BAD SEASON CALENDAR OR     *
005150*                        PLAYER TABLE FULL - NOTHING PLACED     *
005200*****************************************************************
005300*  MODIFICATION HISTORY                                         *
005400*  2026-10-15  TG   NEW PROGRAM                                 *
005420*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
005440*                   SCORES SELECT TO MATCH THE MASTER           *
005460*  2026-10-15  TG   A FULL PLAYER TABLE ENDS THE RUN RC 0016    *
005480*                   INSTEAD OF PLACING A PART OF THE PLAYERS    *
005490*  2026-10-15  TG   SEASCTL WRITES CHECKED                      *
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SPECIAL-NAMES.
005900     CONSOLE IS OPERATOR-CONSOLE.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT PARM-FILE        ASSIGN TO GMPARM
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS  IS PARM-STATUS.
006500     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS  IS PROCDATE-STATUS.
006800     SELECT SEASON-FILE      ASSIGN TO SEASCTL
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS  IS SEASCTL-STATUS.
007100     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE  IS DYNAMIC
007400         RECORD KEY   IS PLAY-ID
007500         FILE STATUS  IS PLAYMST-STATUS.
007600     SELECT SCORES-FILE      ASSIGN TO SCORES
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE  IS SEQUENTIAL
007900         RECORD KEY   IS SCOR-SEQ
008000         ALTERNATE RECORD KEY IS SCOR-DATE
008100                      WITH DUPLICATES
008120         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
008140                      WITH DUPLICATES
008200         FILE STATUS  IS SCORES-STATUS.
008300     SELECT DIV-HIST-FILE    ASSIGN TO DIVHIST
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS  IS DIVHIST-STATUS.
008600     SELECT REPORT-FILE      ASSIGN TO DIVRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS  IS REPORT-STATUS.
008900     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS  IS RUNCTL-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  PARM-FILE.
009500     COPY GMPARM.
009600 FD  PROC-DATE-FILE.
009700     COPY GMPDTE.
009800 FD  SEASON-FILE.
009900     COPY GMSEAS.
010000 FD  PLAYER-MASTER.
010100     COPY GMPLAY.
010200 FD  SCORES-FILE.
010300     COPY GMSCOR.
010400 FD  DIV-HIST-FILE.
010500     COPY GMDIVH.
010600 FD  REPORT-FILE.
010700 01  REPORT-LINE             PIC X(132).
010800 FD  RUN-STATUS-FILE.
010900     COPY GMRSTA.
011000 WORKING-STORAGE SECTION.
011100 77  PARM-STATUS             PIC X(02) VALUE SPACES.
011200     88  PARM-OK                         VALUE '00'.
011300     88  PARM-EOF                        VALUE '10'.
011400 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
011500     88  PROCDATE-OK                     VALUE '00'.
011600 77  SEASCTL-STATUS          PIC X(02) VALUE SPACES.
011700     88  SEASCTL-OK                      VALUE '00'.
011800     88  SEASCTL-EOF                     VALUE '10'.
011900 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
012000     88  PLAYMST-OK                      VALUE '00'.
012100     88  PLAYMST-EOF                     VALUE '10'.
012200 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
012300     88  SCORES-OK                       VALUE '00'.
012400     88  SCORES-EOF                      VALUE '10'.
012500 77  DIVHIST-STATUS          PIC X(02) VALUE SPACES.
012600     88  DIVHIST-OK                      VALUE '00'.
012700     88  DIVHIST-EOF                     VALUE '10'.
012800 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
012900     88  REPORT-OK                       VALUE '00'.
013000 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
013100     88  RUNCTL-OK                       VALUE '00'.
013200 77  RUN-RC                  PIC 9(04) VALUE ZERO.
013300 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
013400 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
013500 77  PROC-DATE               PIC 9(08) VALUE ZERO.
013600 77  SEASON-FROM             PIC 9(08) VALUE ZERO.
013700 77  SEASON-TO               PIC 9(08) VALUE ZERO.
013800 77  DIV-FUNC                PIC 9(01) VALUE 1.
013900     88  FUNC-START                      VALUE 0.
014000     88  FUNC-STANDINGS                  VALUE 1.
014100     88  FUNC-END                        VALUE 2.
014200 77  REPORT-OPENED           PIC X(01) VALUE 'N'.
014300     88  REPORT-IS-OPEN                  VALUE 'Y'.
014400 77  MASTER-OPENED           PIC X(01) VALUE 'N'.
014500     88  MASTER-IS-OPEN                  VALUE 'Y'.
014600 77  SEASON-READY            PIC X(01) VALUE 'N'.
014700     88  SEASON-SELECTED                 VALUE 'Y'.
014800 77  HISTORY-FLAG            PIC X(01) VALUE 'N'.
014900     88  SEASON-ON-HISTORY               VALUE 'Y'.
015000 77  FLOOR-FLAG              PIC X(01) VALUE 'N'.
015100     88  FLOOR-OUT-OF-ORDER              VALUE 'Y'.
015200 77  SEASON-COUNT            PIC S9(04) COMP VALUE ZERO.
015300 77  SEASON-MAX              PIC S9(04) COMP VALUE 50.
015400 77  SN-SUB                  PIC S9(04) COMP VALUE ZERO.
015500 77  SEASON-SUB              PIC S9(04) COMP VALUE ZERO.
015600 77  OPEN-SUB                PIC S9(04) COMP VALUE ZERO.
015700 77  FLOOR-SUB               PIC S9(04) COMP VALUE ZERO.
015800 77  DS-SUB                  PIC S9(04) COMP VALUE ZERO.
015900 77  PLAYER-COUNT            PIC S9(04) COMP VALUE ZERO.
016000 77  PLAYER-MAX              PIC S9(04) COMP VALUE 500.
016100 77  DV-SUB                  PIC S9(04) COMP VALUE ZERO.
016200 77  DV-SUB-2                PIC S9(04) COMP VALUE ZERO.
016300 77  MATCH-SUB               PIC S9(04) COMP VALUE ZERO.
016400 77  RELEGATE-FROM           PIC S9(04) COMP VALUE ZERO.
016500 77  SWAP-FLAG               PIC X(01) VALUE 'N'.
016600     88  SWAP-DONE                       VALUE 'Y'.
016700 77  WORK-RATING             PIC 9(04) VALUE ZERO.
016800 77  WORK-DIV                PIC 9(01) VALUE ZERO.
016900 77  LAST-DIV                PIC 9(01) VALUE ZERO.
017000 77  RANK-NUMBER             PIC 9(03) VALUE ZERO.
017100 77  SCORES-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
017200 77  ROUNDS-COUNTED          PIC 9(07) COMP VALUE ZERO.
017300 77  ROUNDS-SKIPPED          PIC 9(07) COMP VALUE ZERO.
017400 77  PLACED-COUNT            PIC 9(07) COMP VALUE ZERO.
017500 77  CUT-DOWN-COUNT          PIC 9(07) COMP VALUE ZERO.
017600 77  RANKED-COUNT            PIC 9(07) COMP VALUE ZERO.
017700 77  NOT-RANKED-COUNT        PIC 9(07) COMP VALUE ZERO.
017800 77  PROMOTED-COUNT          PIC 9(07) COMP VALUE ZERO.
017900 77  RELEGATED-COUNT         PIC 9(07) COMP VALUE ZERO.
018000 77  HIST-WRITTEN-COUNT      PIC 9(07) COMP VALUE ZERO.
018100 77  MASTER-ERROR-COUNT      PIC 9(07) COMP VALUE ZERO.
018200 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
018300 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
018400 01  DATE-WORK.
018500     05  DATE-WORK-YY        PIC 9(02).
018600     05  DATE-WORK-MM        PIC 9(02).
018700     05  DATE-WORK-DD        PIC 9(02).
018800 01  TIME-WORK.
018900     05  TIME-WORK-HHMMSS    PIC 9(06).
019000     05  FILLER              PIC 9(02).
019100*    THE SEASON CALENDAR IS HELD WHOLE, COMMENT CARDS INCLUDED,
019200*    AND WRITTEN BACK WHOLE WHEN A SEASON OPENS OR CLOSES.  THE
019300*    SEASON BEING RUN IS WORKED ON IN CUR-REC.
019400 01  SEASON-TABLE.
019500     05  ST-ENTRY            PIC X(80) OCCURS 50 TIMES.
019600     COPY GMSEAS REPLACING LEADING ==SEAS== BY ==CUR==.
019700 01  DIVISION-SIZES.
019800     05  DS-SIZE             PIC S9(04) COMP OCCURS 8 TIMES.
019900 01  PLAYER-TABLE.
020000     05  DV-ENTRY OCCURS 500 TIMES.
020100         10  DV-ID           PIC X(05).
020200         10  DV-NAME         PIC X(30).
020300         10  DV-STATUS       PIC X(01).
020400         10  DV-RATING       PIC 9(04).
020500         10  DV-DIV          PIC 9(01).
020600         10  DV-OLD-DIV      PIC 9(01).
020700         10  DV-SORT-DIV     PIC 9(01).
020800         10  DV-GAMES        PIC 9(05) COMP.
020900         10  DV-WINS         PIC 9(05) COMP.
021000         10  DV-LOSSES       PIC 9(05) COMP.
021100         10  DV-TRIES        PIC 9(07) COMP.
021200         10  DV-AVG          PIC 9(03)V9 COMP-3.
021300         10  DV-POINTS       PIC 9(09) COMP.
021400         10  DV-RANK         PIC 9(03) COMP.
021500         10  DV-NOTE         PIC X(01).
021600             88  DV-PLACED-NEW           VALUE 'N'.
021700             88  DV-CUT-DOWN             VALUE 'C'.
021800         10  DV-MOVE         PIC X(01).
021900             88  DV-PROMOTE              VALUE 'P'.
022000             88  DV-RELEGATE             VALUE 'R'.
022100             88  DV-STAY                 VALUE 'S'.
022200         10  DV-NEXT-DIV     PIC 9(01).
022300 01  SWAP-ENTRY.
022400     05  FILLER              PIC X(05).
022500     05  FILLER              PIC X(30).
022600     05  FILLER              PIC X(01).
022700     05  FILLER              PIC 9(04).
022800     05  FILLER              PIC 9(01).
022900     05  FILLER              PIC 9(01).
023000     05  FILLER              PIC 9(01).
023100     05  FILLER              PIC 9(05) COMP.
023200     05  FILLER              PIC 9(05) COMP.
023300     05  FILLER              PIC 9(05) COMP.
023400     05  FILLER              PIC 9(07) COMP.
023500     05  FILLER              PIC 9(03)V9 COMP-3.
023600     05  FILLER              PIC 9(09) COMP.
023700     05  FILLER              PIC 9(03) COMP.
023800     05  FILLER              PIC X(01).
023900     05  FILLER              PIC X(01).
024000     05  FILLER              PIC 9(01).
024100 01  HEADING-LINE-1.
024200     05  FILLER              PIC X(10) VALUE 'DIVISION'.
024300     05  FILLER              PIC X(26)
024400         VALUE 'DIVISION STANDINGS SEASON'.
024500     05  HDG1-SEASON         PIC 9(06).
024600     05  FILLER              PIC X(07) VALUE ' AS OF '.
024700     05  HDG1-DATE           PIC 9(08).
024800     05  FILLER              PIC X(06) VALUE ' PAGE '.
024900     05  HDG1-PAGE           PIC ZZZZ9.
025000     05  FILLER              PIC X(64) VALUE SPACES.
025100 01  HEADING-LINE-2.
025200     05  FILLER              PIC X(10) VALUE SPACES.
025300     05  HDG2-TEXT           PIC X(60).
025400     05  FILLER              PIC X(62) VALUE SPACES.
025500 01  HEADING-LINE-3.
025600     05  FILLER              PIC X(45)
025700         VALUE 'RNK   PLAYER NAME'.
025800     05  FILLER              PIC X(06) VALUE 'RATE'.
025900     05  FILLER              PIC X(05) VALUE 'GAMES'.
026000     05  FILLER              PIC X(06) VALUE '  WINS'.
026100     05  FILLER              PIC X(07) VALUE ' LOSSES'.
026200     05  FILLER              PIC X(09) VALUE '   AVG/GM'.
026300     05  FILLER              PIC X(13)
026400         VALUE '       POINTS'.
026500     05  FILLER              PIC X(23) VALUE '   NOTE'.
026600     05  FILLER              PIC X(18) VALUE SPACES.
026700 01  DIVISION-HEAD-LINE.
026800     05  FILLER              PIC X(09) VALUE 'DIVISION '.
026900     05  DVH-DIV             PIC 9(01).
027000     05  FILLER              PIC X(11) VALUE '  PLAYERS: '.
027100     05  DVH-SIZE            PIC ZZZ9.
027200     05  FILLER              PIC X(107) VALUE SPACES.
027300 01  DETAIL-LINE.
027400     05  DTL-RANK            PIC ZZ9.
027500     05  FILLER              PIC X(03) VALUE SPACES.
027600     05  DTL-ID              PIC X(05).
027700     05  FILLER              PIC X(02) VALUE SPACES.
027800     05  DTL-NAME            PIC X(30).
027900     05  FILLER              PIC X(02) VALUE SPACES.
028000     05  DTL-RATING          PIC ZZZ9.
028100     05  FILLER              PIC X(02) VALUE SPACES.
028200     05  DTL-GAMES           PIC ZZZZ9.
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  DTL-WINS            PIC ZZZZ9.
028500     05  FILLER              PIC X(01) VALUE SPACE.
028600     05  DTL-LOSSES          PIC ZZZZZ9.
028700     05  FILLER              PIC X(04) VALUE SPACES.
028800     05  DTL-AVG             PIC ZZ9.9.
028900     05  FILLER              PIC X(02) VALUE SPACES.
029000     05  DTL-POINTS          PIC ZZZ,ZZZ,ZZ9.
029100     05  FILLER              PIC X(03) VALUE SPACES.
029200     05  DTL-NOTE            PIC X(20).
029300     05  FILLER              PIC X(18) VALUE SPACES.
029400 01  MESSAGE-LINE.
029500     05  FILLER              PIC X(01) VALUE SPACE.
029600     05  MSG-TEXT            PIC X(80).
029700     05  FILLER              PIC X(51) VALUE SPACES.
029800 01  TOTAL-LINE.
029900     05  FILLER              PIC X(01) VALUE SPACE.
030000     05  TOT-LABEL           PIC X(30).
030100     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
030200     05  FILLER              PIC X(92) VALUE SPACES.
030300 PROCEDURE DIVISION.
030400*****************************************************************
030500*  0000-MAINLINE - CONTROL THE DIVISION RUN                     *
030600*****************************************************************
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     IF SEASON-SELECTED
031000         IF FUNC-START
031100             PERFORM 3000-OPEN-SEASON THRU 3000-EXIT
031200         END-IF
031300         IF NOT FUNC-END
031400             PERFORM 3500-PLACE-PLAYERS THRU 3500-EXIT
031500         END-IF
031600         PERFORM 4000-TALLY-SEASON THRU 4000-EXIT
031700         PERFORM 5000-RANK-PLAYERS THRU 5000-EXIT
031800         IF FUNC-END AND RUN-RC < 16
031900             PERFORM 6000-CLOSE-SEASON THRU 6000-EXIT
032000         END-IF
032100         IF FUNC-START AND RUN-RC < 16
032200             PERFORM 8500-REWRITE-SEASONS THRU 8500-EXIT
032300         END-IF
032400         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
032500     END-IF.
032600     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
032700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032800     MOVE RUN-RC TO RETURN-CODE.
032900     STOP RUN.
033000*****************************************************************
033100*  1000-INITIALIZE - DATES, CARDS, CALENDAR, SEASON, PLAYERS    *
033200*****************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT DATE-WORK FROM DATE.
033500     COMPUTE CURRENT-DATE-N =
033600         20000000 + (DATE-WORK-YY * 10000)
033700                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
033800     ACCEPT TIME-WORK FROM TIME.
033900     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
034000     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
034100     IF RUN-RC >= 16
034200         GO TO 1000-EXIT
034300     END-IF.
034400     PERFORM 1600-LOAD-PARMS THRU 1600-EXIT.
034500     IF DIV-FUNC > 2
034600         DISPLAY 'DIVISION: INVALID DIV-FUNC ' DIV-FUNC
034700             UPON OPERATOR-CONSOLE
034800         MOVE 16 TO RUN-RC
034900         GO TO 1000-EXIT
035000     END-IF.
035100     OPEN OUTPUT REPORT-FILE.
035200     IF NOT REPORT-OK
035300         DISPLAY 'DIVISION: CANNOT OPEN DIVRPT, STATUS '
035400                 REPORT-STATUS
035500             UPON OPERATOR-CONSOLE
035600         MOVE 16 TO RUN-RC
035700         GO TO 1000-EXIT
035800     END-IF.
035900     MOVE 'Y' TO REPORT-OPENED.
036000     PERFORM 1700-LOAD-SEASONS THRU 1700-EXIT.
036100     IF RUN-RC >= 16
036200         GO TO 1000-EXIT
036300     END-IF.
036400     PERFORM 1800-PICK-SEASON THRU 1800-EXIT.
036500     IF NOT SEASON-SELECTED
036600         GO TO 1000-EXIT
036700     END-IF.
036800     OPEN I-O PLAYER-MASTER.
036900     IF NOT PLAYMST-OK
037000         DISPLAY 'DIVISION: PLAYER MASTER OPEN ERROR, STATUS '
037100                 PLAYMST-STATUS
037200             UPON OPERATOR-CONSOLE
037300         MOVE 16 TO RUN-RC
037400         MOVE 'N' TO SEASON-READY
037500         GO TO 1000-EXIT
037600     END-IF.
037700     MOVE 'Y' TO MASTER-OPENED.
037800     PERFORM 1900-LOAD-PLAYER THRU 1900-EXIT
037900         UNTIL PLAYMST-EOF.
038000     IF RUN-RC >= 16
038100         MOVE 'N' TO SEASON-READY
038200     END-IF.
038300 1000-EXIT.
038400     EXIT.
038500*****************************************************************
038600*  1500-READ-PROC-DATE - TAKE THE DAY FROM THE PROCESSING-DATE  *
038700*  CONTROL RECORD (PROCDATE)                                    *
038800*****************************************************************
038900 1500-READ-PROC-DATE.
039000     OPEN INPUT PROC-DATE-FILE.
039100     IF NOT PROCDATE-OK
039200         DISPLAY 'DIVISION: NO PROCESSING DATE, PROCDATE STATUS '
039300                 PROCDATE-STATUS
039400             UPON OPERATOR-CONSOLE
039500         MOVE 16 TO RUN-RC
039600         GO TO 1500-EXIT
039700     END-IF.
039800     READ PROC-DATE-FILE
039900         AT END MOVE '10' TO PROCDATE-STATUS.
040000     IF PROCDATE-OK
040100        AND PDTE-PROC-DATE NUMERIC
040200         MOVE PDTE-PROC-DATE TO PROC-DATE
040300     ELSE
040400         DISPLAY 'DIVISION: PROCESSING DATE RECORD MISSING OR '
040500                 'INVALID'
040600             UPON OPERATOR-CONSOLE
040700         MOVE 16 TO RUN-RC
040800     END-IF.
040900     CLOSE PROC-DATE-FILE.
041000 1500-EXIT.
041100     EXIT.
041200*****************************************************************
041300*  1600-LOAD-PARMS - READ THE PARAMETER CARDS                   *
041400*****************************************************************
041500 1600-LOAD-PARMS.
041600     OPEN INPUT PARM-FILE.
041700     IF NOT PARM-OK
041800         GO TO 1600-EXIT
041900     END-IF.
042000     PERFORM 1650-READ-PARM THRU 1650-EXIT
042100         UNTIL PARM-EOF.
042200     CLOSE PARM-FILE.
042300 1600-EXIT.
042400     EXIT.
042500*****************************************************************
042600*  1650-READ-PARM - APPLY ONE PARAMETER CARD                    *
042700*****************************************************************
042800 1650-READ-PARM.
042900     READ PARM-FILE
043000         AT END GO TO 1650-EXIT.
043100     IF PARM-REC (1:1) = '*'
043200         GO TO 1650-EXIT
043300     END-IF.
043400     IF PARM-VALUE-X NOT NUMERIC
043500         GO TO 1650-EXIT
043600     END-IF.
043700     IF PARM-KEYWORD = 'DIV-FUNC  '
043800         MOVE PARM-VALUE TO DIV-FUNC
043900     END-IF.
044000 1650-EXIT.
044100     EXIT.
044200*****************************************************************
044300*  1700-LOAD-SEASONS - READ AND CHECK THE SEASON CALENDAR.  A   *
044400*  BAD CARD STOPS THE JOB RATHER THAN PLACE PLAYERS WRONGLY     *
044500*****************************************************************
044600 1700-LOAD-SEASONS.
044700     OPEN INPUT SEASON-FILE.
044800     IF NOT SEASCTL-OK
044900         DISPLAY 'DIVISION: CANNOT OPEN SEASCTL, STATUS '
045000                 SEASCTL-STATUS
045100             UPON OPERATOR-CONSOLE
045200         MOVE 16 TO RUN-RC
045300         GO TO 1700-EXIT
045400     END-IF.
045500     PERFORM 1750-READ-SEASON THRU 1750-EXIT
045600         UNTIL SEASCTL-EOF.
045700     CLOSE SEASON-FILE.
045800 1700-EXIT.
045900     EXIT.
046000*****************************************************************
046100*  1750-READ-SEASON - HOLD ONE CALENDAR CARD AND CHECK IT       *
046200*****************************************************************
046300 1750-READ-SEASON.
046400     READ SEASON-FILE
046500         AT END GO TO 1750-EXIT.
046600     IF NOT SEASCTL-OK
046700         DISPLAY 'DIVISION: SEASCTL READ ERROR, STATUS '
046800                 SEASCTL-STATUS
046900             UPON OPERATOR-CONSOLE
047000         MOVE 16 TO RUN-RC
047100         MOVE '10' TO SEASCTL-STATUS
047200         GO TO 1750-EXIT
047300     END-IF.
047400     IF SEASON-COUNT >= SEASON-MAX
047500         DISPLAY 'DIVISION: MORE THAN 50 SEASCTL CARDS'
047600             UPON OPERATOR-CONSOLE
047700         MOVE 16 TO RUN-RC
047800         MOVE '10' TO SEASCTL-STATUS
047900         GO TO 1750-EXIT
048000     END-IF.
048100     ADD 1 TO SEASON-COUNT.
048200     MOVE SEAS-REC TO ST-ENTRY (SEASON-COUNT).
048300     IF SEAS-REC (1:1) = '*'
048400        OR SEAS-REC = SPACES
048500         GO TO 1750-EXIT
048600     END-IF.
048700     MOVE SEAS-REC TO CUR-REC.
048800     PERFORM 1760-CHECK-SEASON THRU 1760-EXIT.
048900     IF CUR-OPEN
049000         IF OPEN-SUB > ZERO
049100             DISPLAY 'DIVISION: MORE THAN ONE SEASON OPEN ON '
049200                     'SEASCTL'
049300                 UPON OPERATOR-CONSOLE
049400             MOVE 16 TO RUN-RC
049500         ELSE
049600             MOVE SEASON-COUNT TO OPEN-SUB
049700         END-IF
049800     END-IF.
049900 1750-EXIT.
050000     EXIT.
050100*****************************************************************
050200*  1760-CHECK-SEASON - DATES, STATUS, COUNTS AND FLOORS         *
050300*****************************************************************
050400 1760-CHECK-SEASON.
050500     IF CUR-ID NOT NUMERIC
050600        OR CUR-START NOT NUMERIC
050700        OR CUR-END NOT NUMERIC
050800        OR CUR-DIV-COUNT NOT NUMERIC
050900        OR CUR-PROMOTE NOT NUMERIC
051000        OR CUR-RELEGATE NOT NUMERIC
051100        OR CUR-FLOORS NOT NUMERIC
051200         GO TO 1760-BAD
051300     END-IF.
051400     IF NOT CUR-PLANNED AND NOT CUR-OPEN AND NOT CUR-CLOSED
051500         GO TO 1760-BAD
051600     END-IF.
051700     IF CUR-END < CUR-START
051800        OR CUR-DIV-COUNT < 2
051900        OR CUR-DIV-COUNT > 8
052000         GO TO 1760-BAD
052100     END-IF.
052200*    EACH FLOOR IN USE MUST BE BELOW THE ONE ABOVE IT.
052300     MOVE 'N' TO FLOOR-FLAG.
052400     MOVE 1 TO FLOOR-SUB.
052500     PERFORM 1770-CHECK-FLOOR THRU 1770-EXIT
052600         UNTIL FLOOR-SUB >= CUR-DIV-COUNT - 1.
052700     IF NOT FLOOR-OUT-OF-ORDER
052800         GO TO 1760-EXIT
052900     END-IF.
053000 1760-BAD.
053100     DISPLAY 'DIVISION: INVALID SEASCTL CARD '
053200             ST-ENTRY (SEASON-COUNT) (1:40)
053300         UPON OPERATOR-CONSOLE.
053400     MOVE 16 TO RUN-RC.
053500 1760-EXIT.
053600     EXIT.
053700*****************************************************************
053800*  1770-CHECK-FLOOR - ONE FLOOR AGAINST THE NEXT ONE DOWN       *
053900*****************************************************************
054000 1770-CHECK-FLOOR.
054100     IF CUR-FLOOR (FLOOR-SUB + 1) >= CUR-FLOOR (FLOOR-SUB)
054200         MOVE 'Y' TO FLOOR-FLAG
054300     END-IF.
054400     ADD 1 TO FLOOR-SUB.
054500 1770-EXIT.
054600     EXIT.
054700*****************************************************************
054800*  1800-PICK-SEASON - THE SEASON THIS FUNCTION WORKS ON, AND    *
054900*  THE DAYS OF IT TO RANK                                       *
055000*****************************************************************
055100 1800-PICK-SEASON.
055200     EVALUATE TRUE
055300         WHEN FUNC-START
055400             IF OPEN-SUB > ZERO
055500                 MOVE 'SEASON START REFUSED - A SEASON IS OPEN'
055600                     TO MSG-TEXT
055700                 MOVE 12 TO RUN-RC
055800                 GO TO 1800-REFUSED
055900             END-IF
056000             MOVE ZERO TO SN-SUB
056100             PERFORM 1850-FIND-DUE-SEASON THRU 1850-EXIT
056200                 UNTIL SN-SUB >= SEASON-COUNT
056300             IF SEASON-SUB = ZERO
056400                 MOVE 'NO PLANNED SEASON HAS STARTED'
056500                     TO MSG-TEXT
056600                 MOVE 4 TO RUN-RC
056700                 GO TO 1800-REFUSED
056800             END-IF
056900         WHEN FUNC-STANDINGS
057000             IF OPEN-SUB = ZERO
057100                 MOVE 'NO SEASON OPEN - NO STANDINGS' TO MSG-TEXT
057200                 MOVE 4 TO RUN-RC
057300                 GO TO 1800-REFUSED
057400             END-IF
057500             MOVE OPEN-SUB TO SEASON-SUB
057600         WHEN FUNC-END
057700             IF OPEN-SUB = ZERO
057800                 MOVE 'SEASON END REFUSED - NO SEASON OPEN'
057900                     TO MSG-TEXT
058000                 MOVE 12 TO RUN-RC
058100                 GO TO 1800-REFUSED
058200             END-IF
058300             MOVE OPEN-SUB TO SEASON-SUB
058400     END-EVALUATE.
058500     MOVE ST-ENTRY (SEASON-SUB) TO CUR-REC.
058600     MOVE CUR-START TO SEASON-FROM.
058700     IF PROC-DATE < CUR-END
058800         MOVE PROC-DATE TO SEASON-TO
058900     ELSE
059000         MOVE CUR-END TO SEASON-TO
059100     END-IF.
059200     IF FUNC-END
059300         IF PROC-DATE NOT > CUR-END
059400             MOVE 'SEASON END REFUSED - THE SEASON IS NOT OVER'
059500                 TO MSG-TEXT
059600             MOVE 12 TO RUN-RC
059700             GO TO 1800-REFUSED
059800         END-IF
059900         PERFORM 1870-CHECK-HISTORY THRU 1870-EXIT
060000         IF RUN-RC >= 16
060100             GO TO 1800-EXIT
060200         END-IF
060300         IF SEASON-ON-HISTORY
060400             MOVE 'SEASON END REFUSED - SEASON ALREADY ON DIVHIST'
060500                 TO MSG-TEXT
060600             MOVE 12 TO RUN-RC
060700             GO TO 1800-REFUSED
060800         END-IF
060900     END-IF.
061000     MOVE 'Y' TO SEASON-READY.
061100     GO TO 1800-EXIT.
061200 1800-REFUSED.
061300     DISPLAY 'DIVISION: ' MSG-TEXT
061400         UPON OPERATOR-CONSOLE.
061500     MOVE ZERO TO HDG1-SEASON.
061600     IF OPEN-SUB > ZERO
061700         MOVE ST-ENTRY (OPEN-SUB) TO CUR-REC
061800         MOVE CUR-ID TO HDG1-SEASON
061900     END-IF.
062000     PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT.
062100     WRITE REPORT-LINE FROM MESSAGE-LINE AFTER ADVANCING 1 LINE.
062200 1800-EXIT.
062300     EXIT.
062400*****************************************************************
062500*  1850-FIND-DUE-SEASON - EARLIEST PLANNED SEASON NOW STARTED   *
062600*****************************************************************
062700 1850-FIND-DUE-SEASON.
062800     ADD 1 TO SN-SUB.
062900     IF ST-ENTRY (SN-SUB) (1:1) = '*'
063000        OR ST-ENTRY (SN-SUB) = SPACES
063100         GO TO 1850-EXIT
063200     END-IF.
063300     MOVE ST-ENTRY (SN-SUB) TO CUR-REC.
063400     IF NOT CUR-PLANNED
063500        OR CUR-START > PROC-DATE
063600         GO TO 1850-EXIT
063700     END-IF.
063800     IF SEASON-SUB = ZERO
063900         MOVE SN-SUB TO SEASON-SUB
064000         GO TO 1850-EXIT
064100     END-IF.
064200     MOVE ST-ENTRY (SEASON-SUB) (7:8) TO SEASON-FROM.
064300     IF CUR-START < SEASON-FROM
064400         MOVE SN-SUB TO SEASON-SUB
064500     END-IF.
064600 1850-EXIT.
064700     EXIT.
064800*****************************************************************
064900*  1870-CHECK-HISTORY - HAS THIS SEASON ALREADY BEEN CLOSED     *
065000*  ONTO THE DIVISION HISTORY                                    *
065100*****************************************************************
065200 1870-CHECK-HISTORY.
065300     OPEN INPUT DIV-HIST-FILE.
065400     IF DIVHIST-STATUS = '35'
065500         GO TO 1870-EXIT
065600     END-IF.
065700     IF NOT DIVHIST-OK
065800         DISPLAY 'DIVISION: DIVHIST OPEN ERROR, STATUS '
065900                 DIVHIST-STATUS
066000             UPON OPERATOR-CONSOLE
066100         MOVE 16 TO RUN-RC
066200         GO TO 1870-EXIT
066300     END-IF.
066400     PERFORM 1880-READ-HISTORY THRU 1880-EXIT
066500         UNTIL DIVHIST-EOF.
066600     CLOSE DIV-HIST-FILE.
066700 1870-EXIT.
066800     EXIT.
066900*****************************************************************
067000*  1880-READ-HISTORY - ONE DIVISION HISTORY RECORD              *
067100*****************************************************************
067200 1880-READ-HISTORY.
067300     READ DIV-HIST-FILE
067400         AT END GO TO 1880-EXIT.
067500     IF DIVH-SEASON = CUR-ID
067600         MOVE 'Y' TO HISTORY-FLAG
067700         MOVE '10' TO DIVHIST-STATUS
067800     END-IF.
067900 1880-EXIT.
068000     EXIT.
068100*****************************************************************
068200*  1900-LOAD-PLAYER - ONE MASTER RECORD INTO THE PLAYER TABLE   *
068300*****************************************************************
068400 1900-LOAD-PLAYER.
068500     READ PLAYER-MASTER NEXT
068600         AT END GO TO 1900-EXIT.
068700     IF NOT PLAYMST-OK
068800         DISPLAY 'DIVISION: MASTER READ ERROR, STATUS '
068900                 PLAYMST-STATUS
069000             UPON OPERATOR-CONSOLE
069100         MOVE 16 TO RUN-RC
069200         MOVE '10' TO PLAYMST-STATUS
069300         GO TO 1900-EXIT
069400     END-IF.
069500     IF PLAYER-COUNT >= PLAYER-MAX
069600         DISPLAY 'DIVISION: PLAYER TABLE FULL AT PLAYER '
069700                 PLAY-ID ' - NO PLAYERS PLACED'
069800             UPON OPERATOR-CONSOLE
069820         MOVE 16 TO RUN-RC
069840         MOVE '10' TO PLAYMST-STATUS
069900         GO TO 1900-EXIT
070000     END-IF.
070100     ADD 1 TO PLAYER-COUNT.
070200     MOVE PLAYER-COUNT TO DV-SUB.
070300     MOVE PLAY-ID     TO DV-ID (DV-SUB).
070400     MOVE PLAY-NAME   TO DV-NAME (DV-SUB).
070500     MOVE PLAY-STATUS TO DV-STATUS (DV-SUB).
070600     IF PLAY-RATING-X NUMERIC
070700         MOVE PLAY-RATING TO DV-RATING (DV-SUB)
070800     ELSE
070900         MOVE 1000 TO DV-RATING (DV-SUB)
071000     END-IF.
071100     IF PLAY-DIVISION >= '1' AND PLAY-DIVISION <= '8'
071200         MOVE PLAY-DIVISION TO DV-DIV (DV-SUB)
071300     ELSE
071400         MOVE ZERO TO DV-DIV (DV-SUB)
071500     END-IF.
071600     MOVE DV-DIV (DV-SUB) TO DV-OLD-DIV (DV-SUB)
071700                             DV-NEXT-DIV (DV-SUB).
071800     MOVE 9    TO DV-SORT-DIV (DV-SUB).
071900     MOVE ZERO TO DV-GAMES (DV-SUB)
072000                  DV-WINS (DV-SUB)
072100                  DV-LOSSES (DV-SUB)
072200                  DV-TRIES (DV-SUB)
072300                  DV-AVG (DV-SUB)
072400                  DV-POINTS (DV-SUB)
072500                  DV-RANK (DV-SUB).
072600     MOVE SPACE TO DV-NOTE (DV-SUB).
072700     MOVE 'S'   TO DV-MOVE (DV-SUB).
072800 1900-EXIT.
072900     EXIT.
073000*****************************************************************
073100*  3000-OPEN-SEASON - MARK THE DUE SEASON OPEN IN THE CALENDAR  *
073200*  (WRITTEN BACK ONCE THE PLAYERS ARE PLACED)                   *
073300*****************************************************************
073400 3000-OPEN-SEASON.
073500     MOVE 'O'       TO CUR-STATUS.
073600     MOVE PROC-DATE TO CUR-OPENED-DATE.
073700     MOVE CUR-REC   TO ST-ENTRY (SEASON-SUB).
073800 3000-EXIT.
073900     EXIT.
074000*****************************************************************
074100*  3500-PLACE-PLAYERS - PLACE NEWCOMERS BY RATING, BRING ANY    *
074200*  DIVISION THE SEASON DOES NOT HAVE DOWN TO THE LAST ONE       *
074300*****************************************************************
074400 3500-PLACE-PLAYERS.
074500     MOVE ZERO TO DV-SUB.
074600     PERFORM 3600-PLACE-ONE THRU 3600-EXIT
074700         UNTIL DV-SUB >= PLAYER-COUNT.
074800 3500-EXIT.
074900     EXIT.
075000*****************************************************************
075100*  3600-PLACE-ONE - ONE PLAYER TABLE ENTRY                      *
075200*****************************************************************
075300 3600-PLACE-ONE.
075400     ADD 1 TO DV-SUB.
075500     IF DV-DIV (DV-SUB) > CUR-DIV-COUNT
075600         MOVE CUR-DIV-COUNT TO DV-DIV (DV-SUB)
075700         MOVE 'C' TO DV-NOTE (DV-SUB)
075800         ADD 1 TO CUT-DOWN-COUNT
075900         PERFORM 3700-UPDATE-MASTER THRU 3700-EXIT
076000         GO TO 3600-EXIT
076100     END-IF.
076200     IF DV-DIV (DV-SUB) > ZERO
076300        OR DV-STATUS (DV-SUB) NOT = 'A'
076400         GO TO 3600-EXIT
076500     END-IF.
076600     MOVE DV-RATING (DV-SUB) TO WORK-RATING.
076700     MOVE ZERO TO WORK-DIV.
076800     MOVE ZERO TO FLOOR-SUB.
076900     PERFORM 3650-FIND-FLOOR THRU 3650-EXIT
077000         UNTIL WORK-DIV > ZERO
077100            OR FLOOR-SUB >= CUR-DIV-COUNT - 1.
077200     IF WORK-DIV = ZERO
077300         MOVE CUR-DIV-COUNT TO WORK-DIV
077400     END-IF.
077500     MOVE WORK-DIV TO DV-DIV (DV-SUB).
077600     MOVE 'N' TO DV-NOTE (DV-SUB).
077700     ADD 1 TO PLACED-COUNT.
077800     PERFORM 3700-UPDATE-MASTER THRU 3700-EXIT.
077900 3600-EXIT.
078000     EXIT.
078100*****************************************************************
078200*  3650-FIND-FLOOR - IS THE RATING UP TO THIS DIVISIONS FLOOR   *
078300*****************************************************************
078400 3650-FIND-FLOOR.
078500     ADD 1 TO FLOOR-SUB.
078600     IF WORK-RATING >= CUR-FLOOR (FLOOR-SUB)
078700         MOVE FLOOR-SUB TO WORK-DIV
078800     END-IF.
078900 3650-EXIT.
079000     EXIT.
079100*****************************************************************
079200*  3700-UPDATE-MASTER - SET THE TABLE DIVISION ON THE MASTER    *
079300*****************************************************************
079400 3700-UPDATE-MASTER.
079500     MOVE DV-ID (DV-SUB) TO PLAY-ID.
079600     READ PLAYER-MASTER
079700         INVALID KEY
079800             DISPLAY 'DIVISION: PLAYER ' DV-ID (DV-SUB)
079900                     ' GONE FROM THE MASTER'
080000                 UPON OPERATOR-CONSOLE
080100             ADD 1 TO MASTER-ERROR-COUNT
080200             GO TO 3700-EXIT
080300     END-READ.
080400     MOVE DV-DIV (DV-SUB) TO PLAY-DIVISION.
080500     REWRITE PLAY-REC
080600         INVALID KEY
080700             DISPLAY 'DIVISION: REWRITE FAILED FOR PLAYER '
080800                     DV-ID (DV-SUB) ' STATUS ' PLAYMST-STATUS
080900                 UPON OPERATOR-CONSOLE
081000             ADD 1 TO MASTER-ERROR-COUNT
081100     END-REWRITE.
081200 3700-EXIT.
081300     EXIT.
081400*****************************************************************
081500*  4000-TALLY-SEASON - ROLL THE SEASONS ROUNDS INTO THE PLAYERS *
081600*****************************************************************
081700 4000-TALLY-SEASON.
081800     OPEN INPUT SCORES-FILE.
081900     IF SCORES-STATUS = '35'
082000         DISPLAY 'DIVISION: NO SCORES ON FILE, NO ROUNDS COUNTED'
082100             UPON OPERATOR-CONSOLE
082200         GO TO 4000-EXIT
082300     END-IF.
082400     IF NOT SCORES-OK
082500         DISPLAY 'DIVISION: SCORES OPEN ERROR, STATUS '
082600                 SCORES-STATUS
082700             UPON OPERATOR-CONSOLE
082800         MOVE 16 TO RUN-RC
082900         GO TO 4000-EXIT
083000     END-IF.
083100*    POSITION STRAIGHT TO THE SEASON START ON THE DATE KEY.
083200     MOVE SEASON-FROM TO SCOR-DATE.
083300     START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
083400         INVALID KEY
083500             MOVE '10' TO SCORES-STATUS
083600     END-START.
083700     IF NOT SCORES-EOF
083800         PERFORM 4200-READ-SCORE THRU 4200-EXIT
083900     END-IF.
084000     PERFORM 4100-PROCESS-SCORE THRU 4100-EXIT
084100         UNTIL SCORES-EOF.
084200     CLOSE SCORES-FILE.
084300 4000-EXIT.
084400     EXIT.
084500*****************************************************************
084600*  4100-PROCESS-SCORE - ROLL ONE ROUND INTO ITS PLAYER          *
084700*****************************************************************
084800 4100-PROCESS-SCORE.
084900     PERFORM 4300-FIND-PLAYER THRU 4300-EXIT.
085000     IF MATCH-SUB = ZERO
085100         ADD 1 TO ROUNDS-SKIPPED
085200         GO TO 4100-NEXT
085300     END-IF.
085400     IF DV-DIV (MATCH-SUB) = ZERO
085500         ADD 1 TO ROUNDS-SKIPPED
085600         GO TO 4100-NEXT
085700     END-IF.
085800     ADD 1 TO ROUNDS-COUNTED.
085900     IF SCOR-REVERSAL
086000         PERFORM 4400-NET-ROUND THRU 4400-EXIT
086100         GO TO 4100-NEXT
086200     END-IF.
086300     ADD 1          TO DV-GAMES (MATCH-SUB).
086400     ADD SCOR-TRIES TO DV-TRIES (MATCH-SUB).
086500     IF SCOR-POINTS-X NUMERIC
086600         ADD SCOR-POINTS TO DV-POINTS (MATCH-SUB)
086700     END-IF.
086800     IF SCOR-WON
086900         ADD 1 TO DV-WINS (MATCH-SUB)
087000     ELSE
087100         ADD 1 TO DV-LOSSES (MATCH-SUB)
087200     END-IF.
087300 4100-NEXT.
087400     PERFORM 4200-READ-SCORE THRU 4200-EXIT.
087500 4100-EXIT.
087600     EXIT.
087700*****************************************************************
087800*  4200-READ-SCORE - READ THE NEXT SCORES RECORD                *
087900*****************************************************************
088000 4200-READ-SCORE.
088100     READ SCORES-FILE
088200         AT END GO TO 4200-EXIT.
088300     IF NOT SCORES-OK
088400         DISPLAY 'DIVISION: SCORES READ ERROR, STATUS '
088500                 SCORES-STATUS
088600             UPON OPERATOR-CONSOLE
088700         MOVE 16 TO RUN-RC
088800         MOVE '10' TO SCORES-STATUS
088900         GO TO 4200-EXIT
089000     END-IF.
089100     ADD 1 TO SCORES-READ-COUNT.
089200*    THE DATE KEY RUNS IN DATE ORDER - STOP AT THE LAST DAY.
089300     IF SCOR-DATE > SEASON-TO
089400         MOVE '10' TO SCORES-STATUS
089500     END-IF.
089600 4200-EXIT.
089700     EXIT.
089800*****************************************************************
089900*  4300-FIND-PLAYER - LOCATE THE ROUNDS PLAYER IN THE TABLE     *
090000*****************************************************************
090100 4300-FIND-PLAYER.
090200     MOVE ZERO TO MATCH-SUB.
090300     MOVE ZERO TO DV-SUB.
090400     PERFORM 4350-SCAN-PLAYERS THRU 4350-EXIT
090500         UNTIL MATCH-SUB > ZERO OR DV-SUB >= PLAYER-COUNT.
090600 4300-EXIT.
090700     EXIT.
090800*****************************************************************
090900*  4350-SCAN-PLAYERS - COMPARE ONE PLAYER TABLE ENTRY           *
091000*****************************************************************
091100 4350-SCAN-PLAYERS.
091200     ADD 1 TO DV-SUB.
091300     IF DV-ID (DV-SUB) = SCOR-PLAY-ID
091400         MOVE DV-SUB TO MATCH-SUB
091500     END-IF.
091600 4350-EXIT.
091700     EXIT.
091800*****************************************************************
091900*  4400-NET-ROUND - BACK ONE REVERSED ROUND OUT OF THE PLAYER.  *
092000*  THE GUARDS COVER A REVERSAL WHOSE ORIGINAL ROUND FELL        *
092100*  BEFORE THE SEASON STARTED.                                   *
092200*****************************************************************
092300 4400-NET-ROUND.
092400     IF DV-GAMES (MATCH-SUB) > ZERO
092500         SUBTRACT 1 FROM DV-GAMES (MATCH-SUB)
092600     END-IF.
092700     IF DV-TRIES (MATCH-SUB) >= SCOR-TRIES
092800         SUBTRACT SCOR-TRIES FROM DV-TRIES (MATCH-SUB)
092900     END-IF.
093000     IF SCOR-POINTS-X NUMERIC
093100        AND DV-POINTS (MATCH-SUB) >= SCOR-POINTS
093200         SUBTRACT SCOR-POINTS FROM DV-POINTS (MATCH-SUB)
093300     END-IF.
093400     IF SCOR-WON
093500         IF DV-WINS (MATCH-SUB) > ZERO
093600             SUBTRACT 1 FROM DV-WINS (MATCH-SUB)
093700         END-IF
093800     ELSE
093900         IF DV-LOSSES (MATCH-SUB) > ZERO
094000             SUBTRACT 1 FROM DV-LOSSES (MATCH-SUB)
094100         END-IF
094200     END-IF.
094300 4400-EXIT.
094400     EXIT.
094500*****************************************************************
094600*  5000-RANK-PLAYERS - SORT BY DIVISION AND STANDING, NUMBER    *
094700*  EACH DIVISION AND MARK THE PROMOTION AND RELEGATION ZONES    *
094800*****************************************************************
094900 5000-RANK-PLAYERS.
095000     MOVE ZERO TO DS-SUB.
095100     PERFORM 5050-CLEAR-SIZE THRU 5050-EXIT
095200         UNTIL DS-SUB >= 8.
095300     MOVE ZERO TO DV-SUB.
095400     PERFORM 5100-SET-SORT-KEY THRU 5100-EXIT
095500         UNTIL DV-SUB >= PLAYER-COUNT.
095600     IF PLAYER-COUNT > 1
095700         MOVE 'Y' TO SWAP-FLAG
095800         PERFORM 5200-SORT-PASS THRU 5200-EXIT
095900             UNTIL NOT SWAP-DONE
096000     END-IF.
096100     MOVE ZERO TO LAST-DIV.
096200     MOVE ZERO TO DV-SUB.
096300     PERFORM 5400-SET-RANK THRU 5400-EXIT
096400         UNTIL DV-SUB >= PLAYER-COUNT.
096500     MOVE ZERO TO DV-SUB.
096600     PERFORM 5500-SET-ZONE THRU 5500-EXIT
096700         UNTIL DV-SUB >= PLAYER-COUNT.
096800 5000-EXIT.
096900     EXIT.
097000*****************************************************************
097100*  5050-CLEAR-SIZE - ZERO ONE DIVISION SIZE                     *
097200*****************************************************************
097300 5050-CLEAR-SIZE.
097400     ADD 1 TO DS-SUB.
097500     MOVE ZERO TO DS-SIZE (DS-SUB).
097600 5050-EXIT.
097700     EXIT.
097800*****************************************************************
097900*  5100-SET-SORT-KEY - WHO IS RANKED, AND THE AVERAGE TRIES.    *
098000*  A PLAYER WITH NO ROUND TAKES THE WORST AVERAGE SO THAT       *
098100*  PLAYERS WHO TRIED RANK ABOVE THOSE WHO DID NOT PLAY.         *
098200*****************************************************************
098300 5100-SET-SORT-KEY.
098400     ADD 1 TO DV-SUB.
098500     IF DV-DIV (DV-SUB) = ZERO
098600         GO TO 5100-EXIT
098700     END-IF.
098800     IF DV-STATUS (DV-SUB) NOT = 'A'
098900        AND DV-GAMES (DV-SUB) = ZERO
099000         ADD 1 TO NOT-RANKED-COUNT
099100         GO TO 5100-EXIT
099200     END-IF.
099300     MOVE DV-DIV (DV-SUB) TO DV-SORT-DIV (DV-SUB)
099400                             WORK-DIV.
099500     ADD 1 TO RANKED-COUNT.
099600     ADD 1 TO DS-SIZE (WORK-DIV).
099700     IF DV-GAMES (DV-SUB) > ZERO
099800         COMPUTE DV-AVG (DV-SUB) ROUNDED =
099900             DV-TRIES (DV-SUB) / DV-GAMES (DV-SUB)
100000     ELSE
100100         MOVE 999.9 TO DV-AVG (DV-SUB)
100200     END-IF.
100300 5100-EXIT.
100400     EXIT.
100500*****************************************************************
100600*  5200-SORT-PASS - ONE BUBBLE PASS OVER THE TABLE              *
100700*****************************************************************
100800 5200-SORT-PASS.
100900     MOVE 'N' TO SWAP-FLAG.
101000     MOVE 1 TO DV-SUB.
101100     PERFORM 5300-COMPARE-PAIR THRU 5300-EXIT
101200         UNTIL DV-SUB >= PLAYER-COUNT.
101300 5200-EXIT.
101400     EXIT.
101500*****************************************************************
101600*  5300-COMPARE-PAIR - SWAP ADJACENT ENTRIES OUT OF ORDER       *
101700*****************************************************************
101800 5300-COMPARE-PAIR.
101900     COMPUTE DV-SUB-2 = DV-SUB + 1.
102000     IF DV-SORT-DIV (DV-SUB-2) < DV-SORT-DIV (DV-SUB)
102100        OR (DV-SORT-DIV (DV-SUB-2) = DV-SORT-DIV (DV-SUB)
102200            AND DV-POINTS (DV-SUB-2) > DV-POINTS (DV-SUB))
102300        OR (DV-SORT-DIV (DV-SUB-2) = DV-SORT-DIV (DV-SUB)
102400            AND DV-POINTS (DV-SUB-2) = DV-POINTS (DV-SUB)
102500            AND DV-WINS (DV-SUB-2) > DV-WINS (DV-SUB))
102600        OR (DV-SORT-DIV (DV-SUB-2) = DV-SORT-DIV (DV-SUB)
102700            AND DV-POINTS (DV-SUB-2) = DV-POINTS (DV-SUB)
102800            AND DV-WINS (DV-SUB-2) = DV-WINS (DV-SUB)
102900            AND DV-AVG (DV-SUB-2) < DV-AVG (DV-SUB))
103000         MOVE DV-ENTRY (DV-SUB)   TO SWAP-ENTRY
103100         MOVE DV-ENTRY (DV-SUB-2) TO DV-ENTRY (DV-SUB)
103200         MOVE SWAP-ENTRY          TO DV-ENTRY (DV-SUB-2)
103300         MOVE 'Y' TO SWAP-FLAG
103400     END-IF.
103500     ADD 1 TO DV-SUB.
103600 5300-EXIT.
103700     EXIT.
103800*****************************************************************
103900*  5400-SET-RANK - NUMBER THE PLAYERS WITHIN EACH DIVISION      *
104000*****************************************************************
104100 5400-SET-RANK.
104200     ADD 1 TO DV-SUB.
104300     IF DV-SORT-DIV (DV-SUB) = 9
104400         GO TO 5400-EXIT
104500     END-IF.
104600     IF DV-SORT-DIV (DV-SUB) NOT = LAST-DIV
104700         MOVE DV-SORT-DIV (DV-SUB) TO LAST-DIV
104800         MOVE ZERO TO RANK-NUMBER
104900     END-IF.
105000     ADD 1 TO RANK-NUMBER.
105100     MOVE RANK-NUMBER TO DV-RANK (DV-SUB).
105200 5400-EXIT.
105300     EXIT.
105400*****************************************************************
105500*  5500-SET-ZONE - PROMOTION FROM THE TOP OF EVERY DIVISION BUT *
105600*  THE FIRST (ONLY FOR A PLAYER WHO PLAYED), RELEGATION FROM    *
105700*  THE BOTTOM OF EVERY DIVISION BUT THE LAST.  A SMALL DIVISION *
105800*  NEVER SENDS THE SAME PLAYER BOTH WAYS.                       *
105900*****************************************************************
106000 5500-SET-ZONE.
106100     ADD 1 TO DV-SUB.
106200     IF DV-SORT-DIV (DV-SUB) = 9
106300         GO TO 5500-EXIT
106400     END-IF.
106500     MOVE 'S' TO DV-MOVE (DV-SUB).
106600     MOVE DV-DIV (DV-SUB) TO DV-NEXT-DIV (DV-SUB).
106700     IF DV-DIV (DV-SUB) > 1
106800        AND DV-RANK (DV-SUB) <= CUR-PROMOTE
106900        AND DV-GAMES (DV-SUB) > ZERO
107000         MOVE 'P' TO DV-MOVE (DV-SUB)
107100         SUBTRACT 1 FROM DV-NEXT-DIV (DV-SUB)
107200         GO TO 5500-EXIT
107300     END-IF.
107400     MOVE DV-DIV (DV-SUB) TO WORK-DIV.
107500     COMPUTE RELEGATE-FROM = DS-SIZE (WORK-DIV) - CUR-RELEGATE.
107600     IF DV-DIV (DV-SUB) > 1
107700        AND RELEGATE-FROM < CUR-PROMOTE
107800         MOVE CUR-PROMOTE TO RELEGATE-FROM
107900     END-IF.
108000     IF DV-DIV (DV-SUB) < CUR-DIV-COUNT
108100        AND DV-RANK (DV-SUB) > RELEGATE-FROM
108200         MOVE 'R' TO DV-MOVE (DV-SUB)
108300         ADD 1 TO DV-NEXT-DIV (DV-SUB)
108400     END-IF.
108500 5500-EXIT.
108600     EXIT.
108700*****************************************************************
108800*  6000-CLOSE-SEASON - WRITE THE SEASON TO THE DIVISION         *
108900*  HISTORY, MOVE THE PLAYERS ON THE MASTER, CLOSE THE SEASON    *
109000*****************************************************************
109100 6000-CLOSE-SEASON.
109200     OPEN EXTEND DIV-HIST-FILE.
109300     IF DIVHIST-STATUS = '35'
109400         OPEN OUTPUT DIV-HIST-FILE
109500         CLOSE DIV-HIST-FILE
109600         OPEN EXTEND DIV-HIST-FILE
109700     END-IF.
109800     IF NOT DIVHIST-OK
109900         DISPLAY 'DIVISION: CANNOT EXTEND DIVHIST, STATUS '
110000                 DIVHIST-STATUS
110100             UPON OPERATOR-CONSOLE
110200         MOVE 16 TO RUN-RC
110300         GO TO 6000-EXIT
110400     END-IF.
110500     MOVE ZERO TO DV-SUB.
110600     PERFORM 6100-MOVE-PLAYER THRU 6100-EXIT
110700         UNTIL DV-SUB >= PLAYER-COUNT.
110800     CLOSE DIV-HIST-FILE.
110900     IF RUN-RC >= 16
111000         GO TO 6000-EXIT
111100     END-IF.
111200     MOVE 'C'       TO CUR-STATUS.
111300     MOVE PROC-DATE TO CUR-CLOSED-DATE.
111400     MOVE CUR-REC   TO ST-ENTRY (SEASON-SUB).
111500     PERFORM 8500-REWRITE-SEASONS THRU 8500-EXIT.
111600 6000-EXIT.
111700     EXIT.
111800*****************************************************************
111900*  6100-MOVE-PLAYER - ONE RANKED PLAYERS HISTORY AND MOVE       *
112000*****************************************************************
112100 6100-MOVE-PLAYER.
112200     ADD 1 TO DV-SUB.
112300     IF DV-SORT-DIV (DV-SUB) = 9
112400         GO TO 6100-EXIT
112500     END-IF.
112600     MOVE SPACES                TO DIVH-REC.
112700     MOVE CUR-ID                TO DIVH-SEASON.
112800     MOVE DV-ID (DV-SUB)        TO DIVH-PLAY-ID.
112900     MOVE DV-DIV (DV-SUB)       TO DIVH-DIVISION.
113000     MOVE DV-RANK (DV-SUB)      TO DIVH-RANK.
113100     MOVE DV-GAMES (DV-SUB)     TO DIVH-GAMES.
113200     MOVE DV-WINS (DV-SUB)      TO DIVH-WINS.
113300     MOVE DV-POINTS (DV-SUB)    TO DIVH-POINTS.
113400     MOVE DV-MOVE (DV-SUB)      TO DIVH-MOVE.
113500     MOVE DV-NEXT-DIV (DV-SUB)  TO DIVH-NEXT-DIV.
113600     MOVE PROC-DATE             TO DIVH-CLOSED-DATE.
113700     WRITE DIVH-REC.
113800     IF NOT DIVHIST-OK
113900         DISPLAY 'DIVISION: DIVHIST WRITE ERROR, STATUS '
114000                 DIVHIST-STATUS
114100             UPON OPERATOR-CONSOLE
114200         MOVE 16 TO RUN-RC
114300         MOVE PLAYER-COUNT TO DV-SUB
114400         GO TO 6100-EXIT
114500     END-IF.
114600     ADD 1 TO HIST-WRITTEN-COUNT.
114700     IF DV-STAY (DV-SUB)
114800         GO TO 6100-EXIT
114900     END-IF.
115000     IF DV-PROMOTE (DV-SUB)
115100         ADD 1 TO PROMOTED-COUNT
115200     ELSE
115300         ADD 1 TO RELEGATED-COUNT
115400     END-IF.
115500     MOVE DV-NEXT-DIV (DV-SUB) TO DV-DIV (DV-SUB).
115600     PERFORM 3700-UPDATE-MASTER THRU 3700-EXIT.
115700     MOVE DV-OLD-DIV (DV-SUB) TO DV-DIV (DV-SUB).
115800 6100-EXIT.
115900     EXIT.
116000*****************************************************************
116100*  7000-PRINT-REPORT - STANDINGS BY DIVISION, CONTROL TOTALS    *
116200*****************************************************************
116300 7000-PRINT-REPORT.
116400     MOVE CUR-ID TO HDG1-SEASON.
116500     PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT.
116600     MOVE ZERO TO LAST-DIV.
116700     MOVE ZERO TO DV-SUB.
116800     PERFORM 7100-PRINT-PLAYER THRU 7100-EXIT
116900         UNTIL DV-SUB >= PLAYER-COUNT.
117000     PERFORM 7800-PRINT-TOTALS THRU 7800-EXIT.
117100 7000-EXIT.
117200     EXIT.
117300*****************************************************************
117400*  7100-PRINT-PLAYER - ONE STANDINGS LINE, WITH A DIVISION      *
117500*  HEADING WHEN THE DIVISION CHANGES                            *
117600*****************************************************************
117700 7100-PRINT-PLAYER.
117800     ADD 1 TO DV-SUB.
117900     IF DV-SORT-DIV (DV-SUB) = 9
118000         GO TO 7100-EXIT
118100     END-IF.
118200     IF LINE-COUNT > 55
118300         PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT
118400     END-IF.
118500     IF DV-SORT-DIV (DV-SUB) NOT = LAST-DIV
118600         MOVE DV-SORT-DIV (DV-SUB) TO LAST-DIV
118700         PERFORM 7200-PRINT-DIVISION-HEAD THRU 7200-EXIT
118800     END-IF.
118900     MOVE DV-RANK (DV-SUB)   TO DTL-RANK.
119000     MOVE DV-ID (DV-SUB)     TO DTL-ID.
119100     MOVE DV-NAME (DV-SUB)   TO DTL-NAME.
119200     MOVE DV-RATING (DV-SUB) TO DTL-RATING.
119300     MOVE DV-GAMES (DV-SUB)  TO DTL-GAMES.
119400     MOVE DV-WINS (DV-SUB)   TO DTL-WINS.
119500     MOVE DV-LOSSES (DV-SUB) TO DTL-LOSSES.
119600     IF DV-GAMES (DV-SUB) > ZERO
119700         MOVE DV-AVG (DV-SUB) TO DTL-AVG
119800     ELSE
119900         MOVE ZERO TO DTL-AVG
120000     END-IF.
120100     MOVE DV-POINTS (DV-SUB) TO DTL-POINTS.
120200     PERFORM 7150-SET-NOTE THRU 7150-EXIT.
120300     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
120400     ADD 1 TO LINE-COUNT.
120500 7100-EXIT.
120600     EXIT.
120700*****************************************************************
120800*  7150-SET-NOTE - PLACEMENT, ZONE OR SEASON-END MOVE           *
120900*****************************************************************
121000 7150-SET-NOTE.
121100     MOVE SPACES TO DTL-NOTE.
121200     EVALUATE TRUE
121300         WHEN DV-PLACED-NEW (DV-SUB)
121400             MOVE 'PLACED BY RATING' TO DTL-NOTE
121500         WHEN DV-CUT-DOWN (DV-SUB)
121600             STRING 'MOVED FROM DIV ' DV-OLD-DIV (DV-SUB)
121700                 DELIMITED BY SIZE INTO DTL-NOTE
121800         WHEN FUNC-START
121900             CONTINUE
122000         WHEN FUNC-END AND DV-PROMOTE (DV-SUB)
122100             STRING 'PROMOTED TO DIV ' DV-NEXT-DIV (DV-SUB)
122200                 DELIMITED BY SIZE INTO DTL-NOTE
122300         WHEN FUNC-END AND DV-RELEGATE (DV-SUB)
122400             STRING 'RELEGATED TO DIV ' DV-NEXT-DIV (DV-SUB)
122500                 DELIMITED BY SIZE INTO DTL-NOTE
122600         WHEN FUNC-END
122700             MOVE 'STAYS' TO DTL-NOTE
122800         WHEN DV-PROMOTE (DV-SUB)
122900             MOVE 'PROMOTION ZONE' TO DTL-NOTE
123000         WHEN DV-RELEGATE (DV-SUB)
123100             MOVE 'RELEGATION ZONE' TO DTL-NOTE
123200     END-EVALUATE.
123300 7150-EXIT.
123400     EXIT.
123500*****************************************************************
123600*  7200-PRINT-DIVISION-HEAD - DIVISION NUMBER AND SIZE          *
123700*****************************************************************
123800 7200-PRINT-DIVISION-HEAD.
123900     MOVE LAST-DIV           TO DVH-DIV.
124000     MOVE DS-SIZE (LAST-DIV) TO DVH-SIZE.
124100     MOVE SPACES TO REPORT-LINE.
124200     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
124300     WRITE REPORT-LINE FROM DIVISION-HEAD-LINE
124400         AFTER ADVANCING 1 LINE.
124500     ADD 2 TO LINE-COUNT.
124600 7200-EXIT.
124700     EXIT.
124800*****************************************************************
124900*  7500-PRINT-HEADINGS - START A NEW REPORT PAGE                *
125000*****************************************************************
125100 7500-PRINT-HEADINGS.
125200     ADD 1 TO PAGE-COUNT.
125300     MOVE SEASON-TO  TO HDG1-DATE.
125400     IF SEASON-TO = ZERO
125500         MOVE PROC-DATE TO HDG1-DATE
125600     END-IF.
125700     MOVE PAGE-COUNT TO HDG1-PAGE.
125800     EVALUATE TRUE
125900         WHEN FUNC-START
126000             MOVE 'FUNCTION 0 - SEASON START' TO HDG2-TEXT
126100         WHEN FUNC-END
126200             MOVE 'FUNCTION 2 - SEASON END' TO HDG2-TEXT
126300         WHEN OTHER
126400             MOVE 'FUNCTION 1 - STANDINGS' TO HDG2-TEXT
126500     END-EVALUATE.
126600     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
126700     WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
126800     WRITE REPORT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
126900     MOVE 3 TO LINE-COUNT.
127000 7500-EXIT.
127100     EXIT.
127200*****************************************************************
127300*  7800-PRINT-TOTALS - CONTROL TOTALS                           *
127400*****************************************************************
127500 7800-PRINT-TOTALS.
127600     MOVE SPACES TO REPORT-LINE.
127700     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
127800     MOVE 'PLAYERS ON MASTER'        TO TOT-LABEL.
127900     MOVE PLAYER-COUNT               TO TOT-VALUE.
128000     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
128100     MOVE 'PLAYERS PLACED BY RATING' TO TOT-LABEL.
128200     MOVE PLACED-COUNT               TO TOT-VALUE.
128300     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
128400     MOVE 'PLAYERS MOVED TO LAST DIV' TO TOT-LABEL.
128500     MOVE CUT-DOWN-COUNT             TO TOT-VALUE.
128600     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
128700     MOVE 'PLAYERS RANKED'           TO TOT-LABEL.
128800     MOVE RANKED-COUNT               TO TOT-VALUE.
128900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
129000     MOVE 'INACTIVE, NOT RANKED'     TO TOT-LABEL.
129100     MOVE NOT-RANKED-COUNT           TO TOT-VALUE.
129200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
129300     MOVE 'SCORES RECORDS READ'      TO TOT-LABEL.
129400     MOVE SCORES-READ-COUNT          TO TOT-VALUE.
129500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
129600     MOVE 'ROUNDS COUNTED'           TO TOT-LABEL.
129700     MOVE ROUNDS-COUNTED             TO TOT-VALUE.
129800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
129900     MOVE 'ROUNDS OF UNPLACED PLAYERS' TO TOT-LABEL.
130000     MOVE ROUNDS-SKIPPED             TO TOT-VALUE.
130100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
130200     IF FUNC-END
130300         MOVE 'PLAYERS PROMOTED'     TO TOT-LABEL
130400         MOVE PROMOTED-COUNT         TO TOT-VALUE
130500         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
130600         MOVE 'PLAYERS RELEGATED'    TO TOT-LABEL
130700         MOVE RELEGATED-COUNT        TO TOT-VALUE
130800         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
130900         MOVE 'DIVHIST RECORDS WRITTEN' TO TOT-LABEL
131000         MOVE HIST-WRITTEN-COUNT     TO TOT-VALUE
131100         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
131200     END-IF.
131300     IF MASTER-ERROR-COUNT > ZERO
131400         MOVE 'MASTER UPDATES FAILED' TO TOT-LABEL
131500         MOVE MASTER-ERROR-COUNT      TO TOT-VALUE
131600         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
131700         IF RUN-RC < 4
131800             MOVE 4 TO RUN-RC
131900         END-IF
132000     END-IF.
132100     IF RUN-RC >= 16
132200         MOVE 'RUN FAILED - SEE THE OPERATOR CONSOLE' TO MSG-TEXT
132300         WRITE REPORT-LINE FROM MESSAGE-LINE
132400             AFTER ADVANCING 2 LINES
132500     END-IF.
132600 7800-EXIT.
132700     EXIT.
132800*****************************************************************
132900*  8500-REWRITE-SEASONS - WRITE THE SEASON CALENDAR BACK WHOLE  *
133000*****************************************************************
133100 8500-REWRITE-SEASONS.
133200     OPEN OUTPUT SEASON-FILE.
133300     IF NOT SEASCTL-OK
133400         DISPLAY 'DIVISION: CANNOT REWRITE SEASCTL, STATUS '
133500                 SEASCTL-STATUS
133600             UPON OPERATOR-CONSOLE
133700         MOVE 16 TO RUN-RC
133800         GO TO 8500-EXIT
133900     END-IF.
134000     MOVE ZERO TO SN-SUB.
134100     PERFORM 8550-WRITE-SEASON THRU 8550-EXIT
134200         UNTIL SN-SUB >= SEASON-COUNT.
134300     CLOSE SEASON-FILE.
134400 8500-EXIT.
134500     EXIT.
134600*****************************************************************
134700*  8550-WRITE-SEASON - ONE CALENDAR CARD                        *
134800*****************************************************************
134900 8550-WRITE-SEASON.
135000     ADD 1 TO SN-SUB.
135100     MOVE ST-ENTRY (SN-SUB) TO SEAS-REC.
135200     WRITE SEAS-REC.
135210     IF NOT SEASCTL-OK
135220         DISPLAY 'DIVISION: SEASCTL WRITE ERROR, STATUS '
135230                 SEASCTL-STATUS
135240             UPON OPERATOR-CONSOLE
135250         MOVE 16 TO RUN-RC
135260         MOVE SEASON-COUNT TO SN-SUB
135270     END-IF.
135300 8550-EXIT.
135400     EXIT.
135500*****************************************************************
135600*  8800-WRITE-RUN-STATUS - APPEND THIS RUN TO THE RUN CONTROL   *
135700*  FILE FOR JOBSTAT                                             *
135800*****************************************************************
135900 8800-WRITE-RUN-STATUS.
136000     OPEN EXTEND RUN-STATUS-FILE.
136100     IF RUNCTL-STATUS = '35'
136200         OPEN OUTPUT RUN-STATUS-FILE
136300         CLOSE RUN-STATUS-FILE
136400         OPEN EXTEND RUN-STATUS-FILE
136500     END-IF.
136600     IF NOT RUNCTL-OK
136700         DISPLAY 'DIVISION: CANNOT WRITE RUN CONTROL, STATUS '
136800                 RUNCTL-STATUS
136900             UPON OPERATOR-CONSOLE
137000         GO TO 8800-EXIT
137100     END-IF.
137200     MOVE SPACES            TO RSTA-REC.
137300     MOVE 'DIVISION'        TO RSTA-JOB-NAME.
137400     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
137500     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
137600     MOVE RUN-RC            TO RSTA-RC.
137700     MOVE RANKED-COUNT      TO RSTA-COUNT-1.
137800     COMPUTE RSTA-COUNT-2 =
137900         PLACED-COUNT + PROMOTED-COUNT + RELEGATED-COUNT.
138000     WRITE RSTA-REC.
138100     CLOSE RUN-STATUS-FILE.
138200 8800-EXIT.
138300     EXIT.
138400*****************************************************************
138500*  9000-TERMINATE - CLOSE FILES                                 *
138600*****************************************************************
138700 9000-TERMINATE.
138800     IF MASTER-IS-OPEN
138900         CLOSE PLAYER-MASTER
139000     END-IF.
139100     IF REPORT-IS-OPEN
139200         CLOSE REPORT-FILE
139300     END-IF.
139400 9000-EXIT.
139500     EXIT.

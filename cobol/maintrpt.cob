000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAINTRPT.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  MAINTRPT  --  DAILY MAINTENANCE ACTIVITY REPORT              *
000900*                                                               *
001000*  READS THE MAINTENANCE LOG (MAINTLOG, SEE GMMLOG) FOR ONE     *
001100*  DAY (THE PROCESSING DATE ON PROCDATE) AND PAIRS EACH         *
001200*  BEFORE-IMAGE WITH ITS AFTER-IMAGE.  EVERY ACTION TAKEN IN    *
001300*  PLAYMNT OR SUSPCORR IS LISTED WITH THE OPERATOR, ONE LINE    *
001400*  PER FIELD THAT CHANGED, BEFORE AND AFTER.  AN EXCEPTION      *
001500*  SECTION FOLLOWS FOR                                          *
001600*  UNUSUAL ACTIVITY:                                            *
001700*      - EVERY REACTIVATION OF AN INACTIVE PLAYER               *
001800*      - A TEAM MOVE IN THE MIDDLE OF A TEAM STANDINGS          *
001900*        PERIOD.  TEAMRPT STANDINGS ARE DAILY AND TAKE THE      *
002000*        TEAM FROM THE PLAYER MASTER WHEN THEY RUN, SO A        *
002100*        PLAYER MOVED AFTER PLAYING ON THE DAY CARRIES THAT     *
002200*        DAYS ROUNDS TO THE NEW TEAM.  THE FIRST ROUND OF THE   *
002300*        DAY COMES FROM SCORES AND THE SCORDLY DELTA            *
002400*        (REVERSALS NOT COUNTED)                                *
002500*      - A SUSPENSE ITEM CORRECTED BY THE SAME OPERATOR WHO     *
002600*        KEYED THE BATCH IT WAS HELD FROM (SUSP-KEYED-BY)       *
002700*  A BEFORE-IMAGE WITH NO MATCHING AFTER-IMAGE IS COUNTED AS    *
002800*  UNPAIRED.                                                    *
002900*                                                               *
003000*  RETURN CODES:  0000 = NO EXCEPTIONS                          *
003100*                 0004 = EXCEPTIONS OR UNPAIRED IMAGES LISTED   *
003200*                 0016 = FILE ERROR OR NO PROCESSING DATE       *
003300*****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  2026-10-15  TG   NEW PROGRAM                                 *
003520*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
003540*                   SCORES SELECT TO MATCH THE MASTER           *
003560*  2026-10-15  TG   MAINTLOG AND MAINTRPT CLOSED ONLY WHEN      *
003580*                   THEIR OPEN SUCCEEDED                        *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     CONSOLE IS OPERATOR-CONSOLE.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MAINT-LOG        ASSIGN TO MAINTLOG
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS MAINTLOG-STATUS.
004600     SELECT SCORES-FILE      ASSIGN TO SCORES
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE  IS SEQUENTIAL
004900         RECORD KEY   IS SCOR-SEQ
005000         ALTERNATE RECORD KEY IS SCOR-DATE
005100                      WITH DUPLICATES
005120         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
005140                      WITH DUPLICATES
005200         FILE STATUS  IS SCORES-STATUS.
005300     SELECT SCORE-DELTA-FILE ASSIGN TO SCORDLY
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS SCORDLY-STATUS.
005600     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS  IS PROCDATE-STATUS.
005900     SELECT REPORT-FILE      ASSIGN TO MAINTRPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS  IS REPORT-STATUS.
006200     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS RUNCTL-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MAINT-LOG.
006800     COPY GMMLOG.
006900 FD  SCORES-FILE.
007000     COPY GMSCOR.
007100 FD  SCORE-DELTA-FILE.
007200     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==SDLY==.
007300 FD  PROC-DATE-FILE.
007400     COPY GMPDTE.
007500 FD  REPORT-FILE.
007600 01  REPORT-LINE             PIC X(132).
007700 FD  RUN-STATUS-FILE.
007800     COPY GMRSTA.
007900 WORKING-STORAGE SECTION.
008000 77  MAINTLOG-STATUS         PIC X(02) VALUE SPACES.
008100     88  MAINTLOG-OK                     VALUE '00'.
008200     88  MAINTLOG-EOF                    VALUE '10'.
008300 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
008400     88  SCORES-OK                       VALUE '00'.
008500     88  SCORES-EOF                      VALUE '10'.
008600 77  SCORDLY-STATUS          PIC X(02) VALUE SPACES.
008700     88  SCORDLY-OK                      VALUE '00'.
008800     88  SCORDLY-EOF                     VALUE '10'.
008900 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
009000     88  PROCDATE-OK                     VALUE '00'.
009100 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
009200     88  REPORT-OK                       VALUE '00'.
009300 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
009400     88  RUNCTL-OK                       VALUE '00'.
009500 77  RUN-RC                  PIC 9(04) VALUE ZERO.
009600 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
009700 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
009800 77  REPORT-DATE             PIC 9(08) VALUE ZERO.
009900 77  REPORT-OPENED           PIC X(01) VALUE 'N'.
010000     88  REPORT-IS-OPEN                  VALUE 'Y'.
010020 77  LOG-OPENED              PIC X(01) VALUE 'N'.
010040     88  LOG-IS-OPEN                     VALUE 'Y'.
010100 77  REPORT-SECTION          PIC X(01) VALUE 'D'.
010200     88  SECTION-DETAIL                  VALUE 'D'.
010300     88  SECTION-EXCEPTIONS              VALUE 'E'.
010400 77  BEFORE-FLAG             PIC X(01) VALUE 'N'.
010500     88  BEFORE-HELD                     VALUE 'Y'.
010600 77  LOG-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
010700 77  ACTION-COUNT            PIC 9(07) COMP VALUE ZERO.
010800 77  PLAYER-ACTION-COUNT     PIC 9(07) COMP VALUE ZERO.
010900 77  SUSPENSE-ACTION-COUNT   PIC 9(07) COMP VALUE ZERO.
011000 77  WATCH-ACTION-COUNT      PIC 9(07) COMP VALUE ZERO.
011100 77  EXCEPTION-COUNT         PIC 9(07) COMP VALUE ZERO.
011200 77  UNPAIRED-COUNT          PIC 9(07) COMP VALUE ZERO.
011300 77  FIELD-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
011400 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
011500 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
011600 77  FP-COUNT                PIC S9(04) COMP VALUE ZERO.
011700 77  FP-MAX                  PIC S9(04) COMP VALUE 500.
011800 77  FP-SUB                  PIC S9(04) COMP VALUE ZERO.
011900 77  FP-MATCH                PIC S9(04) COMP VALUE ZERO.
012000 77  FP-FULL-FLAG            PIC X(01) VALUE 'N'.
012100     88  FP-TABLE-FULL                   VALUE 'Y'.
012200 77  EXC-STORED              PIC S9(04) COMP VALUE ZERO.
012300 77  EXC-MAX                 PIC S9(04) COMP VALUE 200.
012400 77  EXC-SUB                 PIC S9(04) COMP VALUE ZERO.
012500 77  NOTE-ID                 PIC X(05) VALUE SPACES.
012600 77  NOTE-TIME               PIC 9(06) VALUE ZERO.
012700 77  CMP-NAME                PIC X(08) VALUE SPACES.
012800 77  CMP-BEFORE              PIC X(30) VALUE SPACES.
012900 77  CMP-AFTER               PIC X(30) VALUE SPACES.
013000 77  EXC-TEXT-WORK           PIC X(60) VALUE SPACES.
013100 77  OLD-TEAM-SHOW           PIC X(04) VALUE SPACES.
013200 77  NEW-TEAM-SHOW           PIC X(04) VALUE SPACES.
013300 77  ITEM-EDIT               PIC ZZ9   VALUE ZERO.
013400 01  DATE-WORK.
013500     05  DATE-WORK-YY        PIC 9(02).
013600     05  DATE-WORK-MM        PIC 9(02).
013700     05  DATE-WORK-DD        PIC 9(02).
013800 01  TIME-WORK.
013900     05  TIME-WORK-HHMMSS    PIC 9(06).
014000     05  FILLER              PIC 9(02).
014100*    THE BEFORE-IMAGE WAITING FOR ITS AFTER-IMAGE
014200     COPY GMMLOG REPLACING LEADING ==MLOG== BY ==SVB==.
014300*    THE TWO IMAGES OF THE ACTION, SEEN AS THE RECORD THEY HOLD
014400     COPY GMPLAY REPLACING LEADING ==PLAY== BY ==OLDP==.
014500     COPY GMPLAY REPLACING LEADING ==PLAY== BY ==NEWP==.
014600     COPY GMSUSP REPLACING LEADING ==SUSP== BY ==OLDS==.
014700     COPY GMSUSP REPLACING LEADING ==SUSP== BY ==NEWS==.
014800     COPY GMTRAN REPLACING LEADING ==TRAN== BY ==OLDT==.
014900     COPY GMTRAN REPLACING LEADING ==TRAN== BY ==NEWT==.
015000     COPY GMWTCH REPLACING LEADING ==WTCH== BY ==OLDW==.
015100     COPY GMWTCH REPLACING LEADING ==WTCH== BY ==NEWW==.
015200 01  FIRST-PLAY-TABLE.
015300     05  FP-ENTRY OCCURS 500 TIMES.
015400         10  FP-ID           PIC X(05).
015500         10  FP-TIME         PIC 9(06).
015600 01  EXCEPTION-TABLE.
015700     05  ET-ENTRY OCCURS 200 TIMES.
015800         10  ET-TIME         PIC X(06).
015900         10  ET-OPERATOR     PIC X(08).
016000         10  ET-PLAYER       PIC X(05).
016100         10  ET-TEXT         PIC X(60).
016200 01  HEADING-LINE-1.
016300     05  FILLER              PIC X(10) VALUE 'MAINTRPT'.
016400     05  FILLER              PIC X(28)
016500         VALUE 'MAINTENANCE ACTIVITY FOR'.
016600     05  HDG1-DATE           PIC 9(08).
016700     05  FILLER              PIC X(06) VALUE ' PAGE '.
016800     05  HDG1-PAGE           PIC ZZZZ9.
016900     05  FILLER              PIC X(75) VALUE SPACES.
017000 01  HEADING-LINE-2.
017100     05  FILLER              PIC X(09) VALUE ' TIME'.
017200     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
017300     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
017400     05  FILLER              PIC X(18) VALUE 'ACTION'.
017500     05  FILLER              PIC X(07) VALUE 'PLAYER'.
017600     05  FILLER              PIC X(05) VALUE 'ITEM'.
017700     05  FILLER              PIC X(10) VALUE 'FIELD'.
017800     05  FILLER              PIC X(32) VALUE 'BEFORE'.
017900     05  FILLER              PIC X(31) VALUE 'AFTER'.
018000 01  EXC-HEADING-1.
018100     05  FILLER              PIC X(01) VALUE SPACE.
018200     05  FILLER              PIC X(40)
018300         VALUE 'EXCEPTIONS - UNUSUAL ACTIVITY'.
018400     05  FILLER              PIC X(91) VALUE SPACES.
018500 01  EXC-HEADING-2.
018600     05  FILLER              PIC X(09) VALUE ' TIME'.
018700     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
018800     05  FILLER              PIC X(07) VALUE 'PLAYER'.
018900     05  FILLER              PIC X(106) VALUE 'EXCEPTION'.
019000 01  DETAIL-LINE.
019100     05  FILLER              PIC X(01) VALUE SPACE.
019200     05  DTL-WHO.
019300         10  DTL-TIME        PIC X(06).
019400         10  FILLER          PIC X(02).
019500         10  DTL-OPERATOR    PIC X(08).
019600         10  FILLER          PIC X(02).
019700         10  DTL-PROGRAM     PIC X(08).
019800         10  FILLER          PIC X(02).
019900         10  DTL-ACTION      PIC X(16).
020000         10  FILLER          PIC X(02).
020100         10  DTL-PLAYER      PIC X(05).
020200         10  FILLER          PIC X(02).
020300         10  DTL-ITEM        PIC X(03).
020400     05  FILLER              PIC X(02) VALUE SPACES.
020500     05  DTL-FIELD           PIC X(08).
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  DTL-BEFORE          PIC X(30).
020800     05  FILLER              PIC X(02) VALUE SPACES.
020900     05  DTL-AFTER           PIC X(30).
021000     05  FILLER              PIC X(01) VALUE SPACE.
021100 01  EXC-LINE.
021200     05  FILLER              PIC X(01) VALUE SPACE.
021300     05  EXC-TIME            PIC X(06).
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  EXC-OPERATOR        PIC X(08).
021600     05  FILLER              PIC X(02) VALUE SPACES.
021700     05  EXC-PLAYER          PIC X(05).
021800     05  FILLER              PIC X(02) VALUE SPACES.
021900     05  EXC-TEXT            PIC X(60).
022000     05  FILLER              PIC X(46) VALUE SPACES.
022100 01  MESSAGE-LINE.
022200     05  FILLER              PIC X(01) VALUE SPACE.
022300     05  MSG-TEXT            PIC X(80).
022400     05  FILLER              PIC X(51) VALUE SPACES.
022500 01  TOTAL-LINE.
022600     05  FILLER              PIC X(01) VALUE SPACE.
022700     05  TOT-LABEL           PIC X(30).
022800     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
022900     05  FILLER              PIC X(92) VALUE SPACES.
023000 PROCEDURE DIVISION.
023100*****************************************************************
023200*  0000-MAINLINE - CONTROL THE REPORT RUN                       *
023300*****************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     IF RUN-RC < 16
023700         PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
023800             UNTIL MAINTLOG-EOF
023900         PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT
024000         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
024100     END-IF.
024200     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400     MOVE RUN-RC TO RETURN-CODE.
024500     STOP RUN.
024600*****************************************************************
024700*  1000-INITIALIZE - OPEN FILES, SET THE REPORT DATE, NOTE WHEN *
024800*  EACH PLAYER FIRST PLAYED ON THE REPORT DAY                   *
024900*****************************************************************
025000 1000-INITIALIZE.
025100     ACCEPT DATE-WORK FROM DATE.
025200     COMPUTE CURRENT-DATE-N =
025300         20000000 + (DATE-WORK-YY * 10000)
025400                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
025500     ACCEPT TIME-WORK FROM TIME.
025600     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
025700     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
025800     IF RUN-RC >= 16
025900         MOVE '10' TO MAINTLOG-STATUS
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN INPUT  MAINT-LOG
026300          OUTPUT REPORT-FILE.
026310     IF MAINTLOG-OK
026320         MOVE 'Y' TO LOG-OPENED
026330     END-IF.
026340     IF REPORT-OK
026350         MOVE 'Y' TO REPORT-OPENED
026360     END-IF.
026400     IF MAINTLOG-STATUS = '35'
026500         DISPLAY 'MAINTRPT: NO MAINTENANCE LOG, EMPTY REPORT'
026600             UPON OPERATOR-CONSOLE
026700         MOVE '10' TO MAINTLOG-STATUS
026800     END-IF.
026900     IF NOT REPORT-OK
027000        OR (NOT MAINTLOG-OK AND NOT MAINTLOG-EOF)
027100         DISPLAY 'MAINTRPT: FILE OPEN ERROR MAINTLOG='
027200                 MAINTLOG-STATUS ' REPORT=' REPORT-STATUS
027300             UPON OPERATOR-CONSOLE
027400         MOVE 16 TO RUN-RC
027500         MOVE '10' TO MAINTLOG-STATUS
027600         GO TO 1000-EXIT
027700     END-IF.
027900     PERFORM 1200-LOAD-SCORES THRU 1200-EXIT.
028000     PERFORM 1400-LOAD-DELTA THRU 1400-EXIT.
028100     IF RUN-RC >= 16
028200         MOVE '10' TO MAINTLOG-STATUS
028300         GO TO 1000-EXIT
028400     END-IF.
028500     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT.
028600     IF NOT MAINTLOG-EOF
028700         PERFORM 2500-READ-LOG THRU 2500-EXIT
028800     END-IF.
028900 1000-EXIT.
029000     EXIT.
029100*****************************************************************
029200*  1200-LOAD-SCORES - FIRST ROUND OF THE DAY PER PLAYER FROM    *
029300*  THE SCORES MASTER, POSITIONED ON THE DATE KEY                *
029400*****************************************************************
029500 1200-LOAD-SCORES.
029600     OPEN INPUT SCORES-FILE.
029700     IF SCORES-STATUS = '35'
029800         GO TO 1200-EXIT
029900     END-IF.
030000     IF NOT SCORES-OK
030100         DISPLAY 'MAINTRPT: SCORES OPEN ERROR, STATUS '
030200                 SCORES-STATUS
030300             UPON OPERATOR-CONSOLE
030400         MOVE 16 TO RUN-RC
030500         GO TO 1200-EXIT
030600     END-IF.
030700     MOVE REPORT-DATE TO SCOR-DATE.
030800     START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
030900         INVALID KEY
031000             MOVE '10' TO SCORES-STATUS
031100     END-START.
031200     PERFORM 1300-READ-SCORE THRU 1300-EXIT
031300         UNTIL SCORES-EOF.
031400     CLOSE SCORES-FILE.
031500 1200-EXIT.
031600     EXIT.
031700*****************************************************************
031800*  1300-READ-SCORE - ONE SCORES RECORD OF THE REPORT DAY        *
031900*****************************************************************
032000 1300-READ-SCORE.
032100     READ SCORES-FILE
032200         AT END GO TO 1300-EXIT.
032300     IF NOT SCORES-OK
032400         DISPLAY 'MAINTRPT: SCORES READ ERROR, STATUS '
032500                 SCORES-STATUS
032600             UPON OPERATOR-CONSOLE
032700         MOVE 16 TO RUN-RC
032800         MOVE '10' TO SCORES-STATUS
032900         GO TO 1300-EXIT
033000     END-IF.
033100     IF SCOR-DATE > REPORT-DATE
033200         MOVE '10' TO SCORES-STATUS
033300         GO TO 1300-EXIT
033400     END-IF.
033500     IF SCOR-REVERSAL
033600         GO TO 1300-EXIT
033700     END-IF.
033800     MOVE SCOR-PLAY-ID TO NOTE-ID.
033900     MOVE SCOR-TIME    TO NOTE-TIME.
034000     PERFORM 1600-NOTE-PLAY THRU 1600-EXIT.
034100 1300-EXIT.
034200     EXIT.
034300*****************************************************************
034400*  1400-LOAD-DELTA - ROUNDS OF THE REPORT DAY STILL ON SCORDLY  *
034500*****************************************************************
034600 1400-LOAD-DELTA.
034700     OPEN INPUT SCORE-DELTA-FILE.
034800     IF SCORDLY-STATUS = '35'
034900         GO TO 1400-EXIT
035000     END-IF.
035100     IF NOT SCORDLY-OK
035200         DISPLAY 'MAINTRPT: SCORDLY OPEN ERROR, STATUS '
035300                 SCORDLY-STATUS
035400             UPON OPERATOR-CONSOLE
035500         MOVE 16 TO RUN-RC
035600         GO TO 1400-EXIT
035700     END-IF.
035800     PERFORM 1450-READ-DELTA THRU 1450-EXIT
035900         UNTIL SCORDLY-EOF.
036000     CLOSE SCORE-DELTA-FILE.
036100 1400-EXIT.
036200     EXIT.
036300*****************************************************************
036400*  1450-READ-DELTA - ONE SCORDLY RECORD                         *
036500*****************************************************************
036600 1450-READ-DELTA.
036700     READ SCORE-DELTA-FILE
036800         AT END GO TO 1450-EXIT.
036900     IF NOT SCORDLY-OK
037000         DISPLAY 'MAINTRPT: SCORDLY READ ERROR, STATUS '
037100                 SCORDLY-STATUS
037200             UPON OPERATOR-CONSOLE
037300         MOVE 16 TO RUN-RC
037400         MOVE '10' TO SCORDLY-STATUS
037500         GO TO 1450-EXIT
037600     END-IF.
037700     IF SDLY-DATE NOT = REPORT-DATE
037800        OR SDLY-REVERSAL
037900         GO TO 1450-EXIT
038000     END-IF.
038100     MOVE SDLY-PLAY-ID TO NOTE-ID.
038200     MOVE SDLY-TIME    TO NOTE-TIME.
038300     PERFORM 1600-NOTE-PLAY THRU 1600-EXIT.
038400 1450-EXIT.
038500     EXIT.
038600*****************************************************************
038700*  1500-READ-PROC-DATE - TAKE THE REPORT DAY FROM THE           *
038800*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
038900*****************************************************************
039000 1500-READ-PROC-DATE.
039100     OPEN INPUT PROC-DATE-FILE.
039200     IF NOT PROCDATE-OK
039300         DISPLAY 'MAINTRPT: NO PROCESSING DATE, PROCDATE STATUS '
039400                 PROCDATE-STATUS
039500             UPON OPERATOR-CONSOLE
039600         MOVE 16 TO RUN-RC
039700         GO TO 1500-EXIT
039800     END-IF.
039900     READ PROC-DATE-FILE
040000         AT END MOVE '10' TO PROCDATE-STATUS.
040100     IF PROCDATE-OK
040200        AND PDTE-PROC-DATE NUMERIC
040300         MOVE PDTE-PROC-DATE TO REPORT-DATE
040400     ELSE
040500         DISPLAY 'MAINTRPT: PROCESSING DATE RECORD MISSING OR '
040600                 'INVALID'
040700             UPON OPERATOR-CONSOLE
040800         MOVE 16 TO RUN-RC
040900     END-IF.
041000     CLOSE PROC-DATE-FILE.
041100 1500-EXIT.
041200     EXIT.
041300*****************************************************************
041400*  1600-NOTE-PLAY - KEEP THE EARLIEST ROUND TIME FOR NOTE-ID    *
041500*****************************************************************
041600 1600-NOTE-PLAY.
041700     PERFORM 3700-FIND-FIRST-PLAY THRU 3700-EXIT.
041800     IF FP-MATCH > ZERO
041900         IF NOTE-TIME < FP-TIME (FP-MATCH)
042000             MOVE NOTE-TIME TO FP-TIME (FP-MATCH)
042100         END-IF
042200         GO TO 1600-EXIT
042300     END-IF.
042400     IF FP-COUNT >= FP-MAX
042500         IF NOT FP-TABLE-FULL
042600             DISPLAY 'MAINTRPT: MORE THAN 500 PLAYERS ON THE '
042700                     'DAY - TEAM MOVES NOT CHECKED FOR THE REST'
042800                 UPON OPERATOR-CONSOLE
042900             MOVE 'Y' TO FP-FULL-FLAG
043000         END-IF
043100         GO TO 1600-EXIT
043200     END-IF.
043300     ADD 1 TO FP-COUNT.
043400     MOVE NOTE-ID   TO FP-ID (FP-COUNT).
043500     MOVE NOTE-TIME TO FP-TIME (FP-COUNT).
043600 1600-EXIT.
043700     EXIT.
043800*****************************************************************
043900*  2000-PROCESS-LOG - PAIR ONE LOG RECORD OF THE REPORT DAY     *
044000*****************************************************************
044100 2000-PROCESS-LOG.
044200     IF MLOG-DATE NOT = REPORT-DATE
044300         GO TO 2000-NEXT
044400     END-IF.
044500     IF MLOG-BEFORE
044600         IF BEFORE-HELD
044700             ADD 1 TO UNPAIRED-COUNT
044800         END-IF
044900         MOVE MLOG-REC TO SVB-REC
045000         MOVE 'Y' TO BEFORE-FLAG
045100         GO TO 2000-NEXT
045200     END-IF.
045300     IF NOT MLOG-AFTER
045400        OR NOT BEFORE-HELD
045500        OR SVB-TIME     NOT = MLOG-TIME
045600        OR SVB-OPERATOR NOT = MLOG-OPERATOR
045700        OR SVB-PROGRAM  NOT = MLOG-PROGRAM
045800        OR SVB-ACTION   NOT = MLOG-ACTION
045900        OR SVB-PLAY-ID  NOT = MLOG-PLAY-ID
046000         ADD 1 TO UNPAIRED-COUNT
046100         IF BEFORE-HELD
046200             ADD 1 TO UNPAIRED-COUNT
046300         END-IF
046400         MOVE 'N' TO BEFORE-FLAG
046500         GO TO 2000-NEXT
046600     END-IF.
046700     MOVE 'N' TO BEFORE-FLAG.
046800     PERFORM 3000-REPORT-ACTION THRU 3000-EXIT.
046900 2000-NEXT.
047000     PERFORM 2500-READ-LOG THRU 2500-EXIT.
047100 2000-EXIT.
047200     EXIT.
047300*****************************************************************
047400*  2500-READ-LOG - READ THE NEXT MAINTENANCE LOG RECORD         *
047500*****************************************************************
047600 2500-READ-LOG.
047700     READ MAINT-LOG
047800         AT END GO TO 2500-EXIT.
047900     IF NOT MAINTLOG-OK
048000         DISPLAY 'MAINTRPT: MAINTLOG READ ERROR, STATUS '
048100                 MAINTLOG-STATUS
048200             UPON OPERATOR-CONSOLE
048300         MOVE 16 TO RUN-RC
048400         MOVE '10' TO MAINTLOG-STATUS
048500         GO TO 2500-EXIT
048600     END-IF.
048700     ADD 1 TO LOG-READ-COUNT.
048800 2500-EXIT.
048900     EXIT.
049000*****************************************************************
049100*  3000-REPORT-ACTION - LIST ONE ACTION, FIELD BY FIELD, AND    *
049200*  TEST IT FOR EXCEPTIONS                                       *
049300*****************************************************************
049400 3000-REPORT-ACTION.
049500     ADD 1 TO ACTION-COUNT.
049600     MOVE ZERO              TO FIELD-LINE-COUNT.
049700     MOVE SPACES            TO DTL-WHO.
049800     MOVE MLOG-TIME         TO DTL-TIME.
049900     MOVE MLOG-OPERATOR     TO DTL-OPERATOR.
050000     MOVE MLOG-PROGRAM      TO DTL-PROGRAM.
050100     MOVE MLOG-PLAY-ID      TO DTL-PLAYER.
050200     IF MLOG-ITEM-NO NUMERIC AND MLOG-ITEM-NO > ZERO
050300         MOVE MLOG-ITEM-NO  TO ITEM-EDIT
050400         MOVE ITEM-EDIT     TO DTL-ITEM
050500     END-IF.
050600     EVALUATE TRUE
050700         WHEN MLOG-ADD
050800             MOVE 'PLAYER ADDED'     TO DTL-ACTION
050900         WHEN MLOG-CHANGE
051000             MOVE 'NAME CHANGED'     TO DTL-ACTION
051100         WHEN MLOG-DEACTIVATE
051200             MOVE 'DEACTIVATED'      TO DTL-ACTION
051300         WHEN MLOG-REACTIVATE
051400             MOVE 'REACTIVATED'      TO DTL-ACTION
051500         WHEN MLOG-TEAM
051600             MOVE 'TEAM ASSIGNED'    TO DTL-ACTION
051700         WHEN MLOG-CORRECT
051800             MOVE 'ITEM CORRECTED'   TO DTL-ACTION
051900         WHEN MLOG-RELEASE
052000             MOVE 'ITEM RELEASED'    TO DTL-ACTION
052100         WHEN MLOG-WATCH-CLEAR
052200             MOVE 'WATCH CLEARED'    TO DTL-ACTION
052300         WHEN OTHER
052400             MOVE 'UNKNOWN ACTION'   TO DTL-ACTION
052500     END-EVALUATE.
052600     EVALUATE TRUE
052700         WHEN MLOG-PLAYER-ACTION
052800             ADD 1 TO PLAYER-ACTION-COUNT
052900             PERFORM 3100-PLAYER-ACTION THRU 3100-EXIT
053000         WHEN MLOG-SUSPENSE-ACTION
053100             ADD 1 TO SUSPENSE-ACTION-COUNT
053200             PERFORM 3200-SUSPENSE-ACTION THRU 3200-EXIT
053300         WHEN MLOG-WATCH-CLEAR
053400             ADD 1 TO WATCH-ACTION-COUNT
053500             PERFORM 3300-WATCH-ACTION THRU 3300-EXIT
053600         WHEN OTHER
053700             CONTINUE
053800     END-EVALUATE.
053900*    AN ACTION THAT CHANGED NO FIELD STILL GETS ITS LINE.
054000     IF FIELD-LINE-COUNT = ZERO
054100         MOVE '(NONE)' TO DTL-FIELD
054200         MOVE SPACES   TO DTL-BEFORE
054300                          DTL-AFTER
054400         PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT
054500     END-IF.
054600 3000-EXIT.
054700     EXIT.
054800*****************************************************************
054900*  3100-PLAYER-ACTION - PLAYER MASTER IMAGES (PLAYMNT)          *
055000*****************************************************************
055100 3100-PLAYER-ACTION.
055200     MOVE SVB-DATA  TO OLDP-REC.
055300     MOVE MLOG-DATA TO NEWP-REC.
055400     MOVE 'NAME'      TO CMP-NAME.
055500     MOVE OLDP-NAME   TO CMP-BEFORE.
055600     MOVE NEWP-NAME   TO CMP-AFTER.
055700     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
055800     MOVE 'STATUS'    TO CMP-NAME.
055900     MOVE OLDP-STATUS TO CMP-BEFORE.
056000     MOVE NEWP-STATUS TO CMP-AFTER.
056100     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
056200     MOVE 'TEAM'      TO CMP-NAME.
056300     MOVE OLDP-TEAM   TO CMP-BEFORE.
056400     MOVE NEWP-TEAM   TO CMP-AFTER.
056500     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
056600     IF MLOG-REACTIVATE
056700         MOVE 'REACTIVATION OF AN INACTIVE PLAYER'
056800                          TO EXC-TEXT-WORK
056900         PERFORM 3600-ADD-EXCEPTION THRU 3600-EXIT
057000     END-IF.
057100     IF MLOG-TEAM
057200        AND OLDP-TEAM NOT = NEWP-TEAM
057300         PERFORM 3150-CHECK-TEAM-MOVE THRU 3150-EXIT
057400     END-IF.
057500 3100-EXIT.
057600     EXIT.
057700*****************************************************************
057800*  3150-CHECK-TEAM-MOVE - A MOVE AFTER THE PLAYER HAS ALREADY   *
057900*  PLAYED ON THE DAY SHIFTS THOSE ROUNDS TO THE NEW TEAM        *
058000*****************************************************************
058100 3150-CHECK-TEAM-MOVE.
058200     MOVE MLOG-PLAY-ID TO NOTE-ID.
058300     PERFORM 3700-FIND-FIRST-PLAY THRU 3700-EXIT.
058400     IF FP-MATCH = ZERO
058500         GO TO 3150-EXIT
058600     END-IF.
058700     IF FP-TIME (FP-MATCH) >= MLOG-TIME
058800         GO TO 3150-EXIT
058900     END-IF.
059000     MOVE OLDP-TEAM TO OLD-TEAM-SHOW.
059100     IF OLD-TEAM-SHOW = SPACES
059200         MOVE 'NONE' TO OLD-TEAM-SHOW
059300     END-IF.
059400     MOVE NEWP-TEAM TO NEW-TEAM-SHOW.
059500     IF NEW-TEAM-SHOW = SPACES
059600         MOVE 'NONE' TO NEW-TEAM-SHOW
059700     END-IF.
059800     MOVE SPACES TO EXC-TEXT-WORK.
059900     STRING 'TEAM MOVE ' OLD-TEAM-SHOW ' TO ' NEW-TEAM-SHOW
060000            ' AFTER PLAY IN THE STANDINGS DAY'
060100         DELIMITED BY SIZE INTO EXC-TEXT-WORK.
060200     PERFORM 3600-ADD-EXCEPTION THRU 3600-EXIT.
060300 3150-EXIT.
060400     EXIT.
060500*****************************************************************
060600*  3200-SUSPENSE-ACTION - SUSPENSE ITEM IMAGES (SUSPCORR)       *
060700*****************************************************************
060800 3200-SUSPENSE-ACTION.
060900     MOVE SVB-DATA  TO OLDS-REC.
061000     MOVE MLOG-DATA TO NEWS-REC.
061100     MOVE OLDS-TRAN TO OLDT-REC.
061200     MOVE NEWS-TRAN TO NEWT-REC.
061300     MOVE 'STATUS'       TO CMP-NAME.
061400     MOVE OLDS-STATUS    TO CMP-BEFORE.
061500     MOVE NEWS-STATUS    TO CMP-AFTER.
061600     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
061700     MOVE 'TYPE'         TO CMP-NAME.
061800     MOVE OLDT-TYPE      TO CMP-BEFORE.
061900     MOVE NEWT-TYPE      TO CMP-AFTER.
062000     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
062100     MOVE 'PLAYER'       TO CMP-NAME.
062200     MOVE OLDT-PLAY-ID   TO CMP-BEFORE.
062300     MOVE NEWT-PLAY-ID   TO CMP-AFTER.
062400     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
062500     MOVE 'RANGE'        TO CMP-NAME.
062600     MOVE OLDT-RANGE-HI-X TO CMP-BEFORE.
062700     MOVE NEWT-RANGE-HI-X TO CMP-AFTER.
062800     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
062900     MOVE 'TRIES'        TO CMP-NAME.
063000     MOVE OLDT-TRIES-X   TO CMP-BEFORE.
063100     MOVE NEWT-TRIES-X   TO CMP-AFTER.
063200     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
063300     MOVE 'RESULT'       TO CMP-NAME.
063400     MOVE OLDT-RESULT    TO CMP-BEFORE.
063500     MOVE NEWT-RESULT    TO CMP-AFTER.
063600     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
063700     IF MLOG-CORRECT
063800        AND OLDS-KEYED-BY NOT = SPACES
063900        AND OLDS-KEYED-BY = MLOG-OPERATOR
064000         MOVE 'CORRECTED BY THE OPERATOR WHO KEYED ITS BATCH'
064100                          TO EXC-TEXT-WORK
064200         PERFORM 3600-ADD-EXCEPTION THRU 3600-EXIT
064300     END-IF.
064400 3200-EXIT.
064500     EXIT.
064600*****************************************************************
064700*  3300-WATCH-ACTION - WATCHLIST ENTRY IMAGES (SUSPCORR)        *
064800*****************************************************************
064900 3300-WATCH-ACTION.
065000     MOVE SVB-DATA  TO OLDW-REC.
065100     MOVE MLOG-DATA TO NEWW-REC.
065200     MOVE 'STATUS'        TO CMP-NAME.
065300     MOVE OLDW-STATUS     TO CMP-BEFORE.
065400     MOVE NEWW-STATUS     TO CMP-AFTER.
065500     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
065600     MOVE 'CLEARED'       TO CMP-NAME.
065700     MOVE OLDW-CLEAR-DATE TO CMP-BEFORE.
065800     MOVE NEWW-CLEAR-DATE TO CMP-AFTER.
065900     PERFORM 3800-COMPARE-FIELD THRU 3800-EXIT.
066000 3300-EXIT.
066100     EXIT.
066200*****************************************************************
066300*  3600-ADD-EXCEPTION - KEEP ONE EXCEPTION FOR ITS SECTION      *
066400*****************************************************************
066500 3600-ADD-EXCEPTION.
066600     ADD 1 TO EXCEPTION-COUNT.
066700     IF EXC-STORED >= EXC-MAX
066800         GO TO 3600-EXIT
066900     END-IF.
067000     ADD 1 TO EXC-STORED.
067100     MOVE MLOG-TIME     TO ET-TIME (EXC-STORED).
067200     MOVE MLOG-OPERATOR TO ET-OPERATOR (EXC-STORED).
067300     MOVE MLOG-PLAY-ID  TO ET-PLAYER (EXC-STORED).
067400     MOVE EXC-TEXT-WORK TO ET-TEXT (EXC-STORED).
067500 3600-EXIT.
067600     EXIT.
067700*****************************************************************
067800*  3700-FIND-FIRST-PLAY - LOCATE NOTE-ID IN THE TABLE           *
067900*****************************************************************
068000 3700-FIND-FIRST-PLAY.
068100     MOVE ZERO TO FP-MATCH FP-SUB.
068200     PERFORM 3750-SCAN-FIRST-PLAY THRU 3750-EXIT
068300         UNTIL FP-MATCH > ZERO OR FP-SUB >= FP-COUNT.
068400 3700-EXIT.
068500     EXIT.
068600*****************************************************************
068700*  3750-SCAN-FIRST-PLAY - COMPARE ONE TABLE ENTRY               *
068800*****************************************************************
068900 3750-SCAN-FIRST-PLAY.
069000     ADD 1 TO FP-SUB.
069100     IF FP-ID (FP-SUB) = NOTE-ID
069200         MOVE FP-SUB TO FP-MATCH
069300     END-IF.
069400 3750-EXIT.
069500     EXIT.
069600*****************************************************************
069700*  3800-COMPARE-FIELD - ONE LINE WHEN THE FIELD CHANGED         *
069800*****************************************************************
069900 3800-COMPARE-FIELD.
070000     IF CMP-BEFORE = CMP-AFTER
070100         GO TO 3800-EXIT
070200     END-IF.
070300     MOVE CMP-NAME   TO DTL-FIELD.
070400     MOVE CMP-BEFORE TO DTL-BEFORE.
070500     MOVE CMP-AFTER  TO DTL-AFTER.
070600     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
070700 3800-EXIT.
070800     EXIT.
070900*****************************************************************
071000*  3900-PRINT-DETAIL - WRITE ONE DETAIL LINE; THE ACTION        *
071100*  COLUMNS PRINT ON ITS FIRST LINE ONLY                         *
071200*****************************************************************
071300 3900-PRINT-DETAIL.
071400     IF LINE-COUNT > 55
071500         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
071600     END-IF.
071700     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
071800     ADD 1 TO LINE-COUNT.
071900     ADD 1 TO FIELD-LINE-COUNT.
072000     MOVE SPACES TO DTL-WHO.
072100 3900-EXIT.
072200     EXIT.
072300*****************************************************************
072400*  6000-PRINT-EXCEPTIONS - THE EXCEPTION SECTION ON A NEW PAGE  *
072500*****************************************************************
072600 6000-PRINT-EXCEPTIONS.
072700     IF BEFORE-HELD
072800         ADD 1 TO UNPAIRED-COUNT
072900         MOVE 'N' TO BEFORE-FLAG
073000     END-IF.
073100     IF ACTION-COUNT = ZERO
073200         MOVE SPACES TO MESSAGE-LINE
073300         MOVE 'NO MAINTENANCE ACTIONS ON THE REPORT DAY'
073400                          TO MSG-TEXT
073500         WRITE REPORT-LINE FROM MESSAGE-LINE
073600             AFTER ADVANCING 1 LINE
073700     END-IF.
073800     MOVE 'E' TO REPORT-SECTION.
073900     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT.
074000     IF EXCEPTION-COUNT = ZERO
074100         MOVE SPACES TO MESSAGE-LINE
074200         MOVE 'NO EXCEPTIONS' TO MSG-TEXT
074300         WRITE REPORT-LINE FROM MESSAGE-LINE
074400             AFTER ADVANCING 1 LINE
074500         GO TO 6000-EXIT
074600     END-IF.
074700     MOVE ZERO TO EXC-SUB.
074800     PERFORM 6100-PRINT-EXCEPTION THRU 6100-EXIT
074900         UNTIL EXC-SUB >= EXC-STORED.
075000     IF EXCEPTION-COUNT > EXC-STORED
075100         MOVE SPACES TO MESSAGE-LINE
075200         MOVE 'MORE THAN 200 EXCEPTIONS - THE REST ARE COUNTED'
075300                          TO MSG-TEXT
075400         WRITE REPORT-LINE FROM MESSAGE-LINE
075500             AFTER ADVANCING 1 LINE
075600     END-IF.
075700 6000-EXIT.
075800     EXIT.
075900*****************************************************************
076000*  6100-PRINT-EXCEPTION - ONE EXCEPTION LINE                    *
076100*****************************************************************
076200 6100-PRINT-EXCEPTION.
076300     ADD 1 TO EXC-SUB.
076400     IF LINE-COUNT > 55
076500         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
076600     END-IF.
076700     MOVE ET-TIME (EXC-SUB)     TO EXC-TIME.
076800     MOVE ET-OPERATOR (EXC-SUB) TO EXC-OPERATOR.
076900     MOVE ET-PLAYER (EXC-SUB)   TO EXC-PLAYER.
077000     MOVE ET-TEXT (EXC-SUB)     TO EXC-TEXT.
077100     WRITE REPORT-LINE FROM EXC-LINE AFTER ADVANCING 1 LINE.
077200     ADD 1 TO LINE-COUNT.
077300 6100-EXIT.
077400     EXIT.
077500*****************************************************************
077600*  6500-PRINT-HEADINGS - START A NEW REPORT PAGE                *
077700*****************************************************************
077800 6500-PRINT-HEADINGS.
077900     ADD 1 TO PAGE-COUNT.
078000     MOVE REPORT-DATE TO HDG1-DATE.
078100     MOVE PAGE-COUNT  TO HDG1-PAGE.
078200     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
078300     IF SECTION-EXCEPTIONS
078400         WRITE REPORT-LINE FROM EXC-HEADING-1
078500             AFTER ADVANCING 1 LINE
078600         WRITE REPORT-LINE FROM EXC-HEADING-2
078700             AFTER ADVANCING 1 LINE
078800     ELSE
078900         WRITE REPORT-LINE FROM HEADING-LINE-2
079000             AFTER ADVANCING 1 LINE
079100     END-IF.
079200     MOVE SPACES TO REPORT-LINE.
079300     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
079400     MOVE 4 TO LINE-COUNT.
079500 6500-EXIT.
079600     EXIT.
079700*****************************************************************
079800*  7000-PRINT-TOTALS - CONTROL TOTALS AND THE RETURN CODE       *
079900*****************************************************************
080000 7000-PRINT-TOTALS.
080100     MOVE SPACES TO REPORT-LINE.
080200     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
080300     MOVE 'LOG RECORDS READ'          TO TOT-LABEL.
080400     MOVE LOG-READ-COUNT              TO TOT-VALUE.
080500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
080600     MOVE 'ACTIONS ON THE REPORT DAY' TO TOT-LABEL.
080700     MOVE ACTION-COUNT                TO TOT-VALUE.
080800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
080900     MOVE '  PLAYER MASTER'           TO TOT-LABEL.
081000     MOVE PLAYER-ACTION-COUNT         TO TOT-VALUE.
081100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081200     MOVE '  SUSPENSE ITEMS'          TO TOT-LABEL.
081300     MOVE SUSPENSE-ACTION-COUNT       TO TOT-VALUE.
081400     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081500     MOVE '  WATCHLIST CLEARS'        TO TOT-LABEL.
081600     MOVE WATCH-ACTION-COUNT          TO TOT-VALUE.
081700     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081800     MOVE 'EXCEPTIONS'                TO TOT-LABEL.
081900     MOVE EXCEPTION-COUNT             TO TOT-VALUE.
082000     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082100     MOVE 'UNPAIRED LOG IMAGES'       TO TOT-LABEL.
082200     MOVE UNPAIRED-COUNT              TO TOT-VALUE.
082300     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082400     IF (EXCEPTION-COUNT > ZERO OR UNPAIRED-COUNT > ZERO)
082500        AND RUN-RC < 4
082600         MOVE 4 TO RUN-RC
082700     END-IF.
082800     IF EXCEPTION-COUNT > ZERO
082900         DISPLAY 'MAINTRPT: ' EXCEPTION-COUNT
083000                 ' MAINTENANCE EXCEPTIONS FOR ' REPORT-DATE
083100             UPON OPERATOR-CONSOLE
083200     END-IF.
083300 7000-EXIT.
083400     EXIT.
083500*****************************************************************
083600*  8800-WRITE-RUN-STATUS - ONE RUN-CONTROL RECORD FOR JOBSTAT   *
083700*****************************************************************
083800 8800-WRITE-RUN-STATUS.
083900     OPEN EXTEND RUN-STATUS-FILE.
084000     IF RUNCTL-STATUS = '35'
084100         OPEN OUTPUT RUN-STATUS-FILE
084200         CLOSE RUN-STATUS-FILE
084300         OPEN EXTEND RUN-STATUS-FILE
084400     END-IF.
084500     IF NOT RUNCTL-OK
084600         DISPLAY 'MAINTRPT: CANNOT WRITE RUN CONTROL, STATUS '
084700                 RUNCTL-STATUS
084800             UPON OPERATOR-CONSOLE
084900         GO TO 8800-EXIT
085000     END-IF.
085100     MOVE SPACES            TO RSTA-REC.
085200     MOVE 'MAINTRPT'        TO RSTA-JOB-NAME.
085300     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
085400     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
085500     MOVE RUN-RC            TO RSTA-RC.
085600     MOVE ACTION-COUNT      TO RSTA-COUNT-1.
085700     MOVE EXCEPTION-COUNT   TO RSTA-COUNT-2.
085800     WRITE RSTA-REC.
085900     CLOSE RUN-STATUS-FILE.
086000 8800-EXIT.
086100     EXIT.
086200*****************************************************************
086300*  9000-TERMINATE - CLOSE FILES                                 *
086400*****************************************************************
086500 9000-TERMINATE.
086600     IF LOG-IS-OPEN
086700         CLOSE MAINT-LOG
086720     END-IF.
086740     IF REPORT-IS-OPEN
086800         CLOSE REPORT-FILE
086900     END-IF.
087000 9000-EXIT.
087100     EXIT.

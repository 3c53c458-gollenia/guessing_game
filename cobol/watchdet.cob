000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WATCHDET.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  WATCHDET  --  SUSPICIOUS-PLAY DETECTION                      *
000900*                                                               *
001000*  NIGHTLY, AFTER SCORMRGE.  READS THE SCORES MASTER FOR THE    *
001100*  DET-DAYS DAYS UP TO THE DETECTION DAY - THE PROCESSING       *
001200*  DATE ON PROCDATE - AND THE AUDIT TRAIL ALONGSIDE IT, AND     *
001300*  FLAGS EVERY PLAYER WHOSE RESULTS ARE STATISTICALLY           *
001350*  IMPROBABLE:                                                  *
001400*                                                               *
001500*      1  ONE-TRY WINS IN A SCORTBL BAND ABOVE WHAT CHANCE      *
001600*         ALLOWS.  CHANCE FOR ONE WIN IS 1 / RANGE.             *
001700*      U  UNDER-OPTIMUM WINS (FEWER TRIES THAN THE BINARY-      *
001800*         SEARCH OPTIMUM) IN A BAND ABOVE WHAT CHANCE ALLOWS.   *
001900*         EVEN A PERFECT BINARY SEARCH ONLY FINDS               *
002000*         2**(OPTIMUM-1) - 1 OF THE RANGE THAT EARLY.           *
002100*      G  AN ONLINE ROUND WHOSE TYPE 'G' GUESS VERDICTS         *
002200*         CONTRADICT EACH OTHER (NO NUMBER SATISFIES THEM ALL,  *
002300*         OR GUESSING WENT ON AFTER A HIT).  ROUNDS ARE PAIRED  *
002400*         WITH THEIR GUESSES AS GUESSANL PAIRS THEM.            *
002500*      V  BATCH/WEB ROUNDS ON THE DETECTION DAY OF AT LEAST     *
002600*         VOL-MIN AND MORE THAN VOL-FACT TIMES THE PLAYERS      *
002700*         DAILY AVERAGE OVER THE REST OF THE WINDOW.            *
002800*                                                               *
002900*  A BAND TEST APPLIES ONCE THE PLAYER HAS DET-WINS WINS IN     *
003000*  THE BAND AND AT LEAST DET-HITS HITS.  THE CHANCE LIMIT IS    *
003100*  THE EXPECTED HITS TIMES DET-FACT, OR HALFWAY FROM THE        *
003200*  EXPECTED HITS TO EVERY WIN, WHICHEVER IS LOWER.              *
003300*                                                               *
003400*  FLAGGED PLAYERS GO ON THE WATCHLIST (WATCHLST, SEE GMWTCH),  *
003500*  WHERE TRANSBAT AND WEBGATE PICK THEM UP AND HOLD THEIR NEW   *
003600*  ROUNDS ON SUSPENSE UNTIL SUSPCORR CLEARS THEM.  A PLAYER     *
003700*  ALREADY FLAGGED IS NOT TESTED AGAIN; A CLEARED PLAYER IS     *
003800*  ONLY RE-FLAGGED ON EVIDENCE DATED AFTER THE CLEARANCE.       *
003900*  NEW FLAGS ARE LISTED ON WATCHRPT.  REVERSALS ARE SKIPPED.    *
004000*                                                               *
004100*  RETURN CODES:  0000 = NO PLAYER NEWLY FLAGGED                *
004200*                 0004 = ONE OR MORE PLAYERS FLAGGED - SEE      *
004300*                        WATCHRPT                               *
004400*                 0016 = FILE ERROR OR NO PROCESSING DATE,      *
004450*                        WATCHLIST NOT CHANGED                  *
004500*****************************************************************
004600*  MODIFICATION HISTORY                                         *
004700*  2026-10-15  TG   NEW PROGRAM                                 *
004720*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
004740*                   SCORES SELECT TO MATCH THE MASTER           *
004750*  2026-10-15  TG   DETECTION DAY TAKEN FROM PROCDATE, SO A     *
004760*                   WINDOW PAST MIDNIGHT JUDGES ITS OWN DAY;    *
004770*                   THE DETECT-DT CARD RETIRED                  *
004780*  2026-10-15  TG   WATCHLIST WRITES CHECKED - A SHORT LIST     *
004790*                   ENDS THE RUN RC 16                          *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SPECIAL-NAMES.
005200     CONSOLE IS OPERATOR-CONSOLE.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005420     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
005440         ORGANIZATION IS SEQUENTIAL
005460         FILE STATUS  IS PROCDATE-STATUS.
005480     SELECT SCORES-FILE      ASSIGN TO SCORES
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS SEQUENTIAL
005800         RECORD KEY   IS SCOR-SEQ
005900         ALTERNATE RECORD KEY IS SCOR-DATE
006000                      WITH DUPLICATES
006020         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
006040                      WITH DUPLICATES
006100         FILE STATUS  IS SCORES-STATUS.
006200     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS AUDIT-STATUS.
006500     SELECT TABLE-FILE       ASSIGN TO SCORTBL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS  IS TABLE-STATUS.
006800     SELECT PARM-FILE        ASSIGN TO GMPARM
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS  IS PARM-STATUS.
007100     SELECT WATCH-FILE       ASSIGN TO WATCHLST
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS  IS WATCH-STATUS.
007400     SELECT REPORT-FILE      ASSIGN TO WATCHRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS  IS REPORT-STATUS.
007700     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS  IS RUNCTL-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008120 FD  PROC-DATE-FILE.
008140     COPY GMPDTE.
008200 FD  SCORES-FILE.
008300     COPY GMSCOR.
008400 FD  AUDIT-FILE.
008500     COPY GMAUDT.
008600 FD  TABLE-FILE.
008700     COPY GMSCTB.
008800 FD  PARM-FILE.
008900     COPY GMPARM.
009000 FD  WATCH-FILE.
009100     COPY GMWTCH.
009200 FD  REPORT-FILE.
009300 01  REPORT-LINE             PIC X(132).
009400 FD  RUN-STATUS-FILE.
009500     COPY GMRSTA.
009600 WORKING-STORAGE SECTION.
009620 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
009640     88  PROCDATE-OK                     VALUE '00'.
009700 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
009800     88  SCORES-OK                       VALUE '00'.
009900     88  SCORES-EOF                      VALUE '10'.
010000 77  AUDIT-STATUS            PIC X(02) VALUE SPACES.
010100     88  AUDIT-OK                        VALUE '00'.
010200     88  AUDIT-EOF                       VALUE '10'.
010300 77  TABLE-STATUS            PIC X(02) VALUE SPACES.
010400     88  TABLE-OK                        VALUE '00'.
010500     88  TABLE-EOF                       VALUE '10'.
010600 77  PARM-STATUS             PIC X(02) VALUE SPACES.
010700     88  PARM-OK                         VALUE '00'.
010800     88  PARM-EOF                        VALUE '10'.
010900 77  WATCH-STATUS            PIC X(02) VALUE SPACES.
011000     88  WATCH-OK                        VALUE '00'.
011100     88  WATCH-EOF                       VALUE '10'.
011200 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
011300     88  REPORT-OK                       VALUE '00'.
011400 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
011500     88  RUNCTL-OK                       VALUE '00'.
011600 77  RUN-RC                  PIC 9(04) VALUE ZERO.
011700 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
011800 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
011900 77  FILES-OPENED            PIC X(01) VALUE 'N'.
012000     88  FILES-ARE-OPEN                  VALUE 'Y'.
012100*    PARAMETER CARDS AND THEIR DEFAULTS
012200 77  DETECT-DATE             PIC 9(08) VALUE ZERO.
012300 77  WINDOW-FROM             PIC 9(08) VALUE ZERO.
012400 77  DET-DAYS                PIC 9(03) VALUE 30.
012500 77  DET-WINS                PIC 9(05) VALUE 10.
012600 77  DET-HITS                PIC 9(05) VALUE 3.
012700 77  DET-FACT                PIC 9(03) VALUE 3.
012800 77  VOL-MIN                 PIC 9(05) VALUE 20.
012900 77  VOL-FACT                PIC 9(03) VALUE 5.
013000 77  DAYS-BACK               PIC 9(03) VALUE ZERO.
013100*    CHANCE EXPECTATIONS ARE CARRIED IN HUNDRED-THOUSANDTHS OF
013200*    A ROUND SO SMALL PROBABILITIES DO NOT TRUNCATE TO ZERO.
013300 77  CHANCE-SCALE            PIC 9(06) COMP VALUE 100000.
013400 77  EXPECT-WORK             PIC 9(13) COMP VALUE ZERO.
013500 77  LIMIT-WORK              PIC 9(13) COMP VALUE ZERO.
013600 77  HALFWAY-WORK            PIC 9(13) COMP VALUE ZERO.
013700 77  HITS-WORK               PIC 9(13) COMP VALUE ZERO.
013800 77  PRIOR-WORK              PIC 9(09) COMP VALUE ZERO.
013900 77  TODAY-WORK              PIC 9(09) COMP VALUE ZERO.
014000*    THE WATCHLIST AS LOADED, UPDATED IN PLACE AND WRITTEN BACK
014100 77  WATCH-MAX               PIC S9(04) COMP VALUE 500.
014200 01  WATCH-TABLE.
014300     05  WT-COUNT            PIC S9(04) COMP VALUE ZERO.
014400     05  WT-ENTRY OCCURS 500 TIMES.
014500         10  WT-REC          PIC X(80).
014600     COPY GMWTCH REPLACING LEADING ==WTCH== BY ==WRK==.
014700 77  WT-SUB                  PIC S9(04) COMP VALUE ZERO.
014800 77  WATCH-MATCH             PIC S9(04) COMP VALUE ZERO.
014900*    BANDS 1-20 ARE THE SCORTBL CARDS, ENTRY 21 COLLECTS THE
015000*    RANGES NO BAND COVERS.
015100 77  BAND-COUNT              PIC S9(04) COMP VALUE ZERO.
015200 77  BAND-SUB                PIC S9(04) COMP VALUE ZERO.
015300 77  BAND-MATCH              PIC S9(04) COMP VALUE ZERO.
015400 01  BAND-TABLE.
015500     05  BAND-ENTRY OCCURS 21 TIMES.
015600         10  BAND-FROM       PIC 9(04).
015700         10  BAND-TO         PIC 9(04).
015800 77  PLAYER-COUNT            PIC S9(04) COMP VALUE ZERO.
015900 77  PLAYER-MAX              PIC S9(04) COMP VALUE 500.
016000 77  PT-SUB                  PIC S9(04) COMP VALUE ZERO.
016100 77  MATCH-SUB               PIC S9(04) COMP VALUE ZERO.
016200 01  PLAYER-TABLE.
016300     05  PT-ENTRY OCCURS 500 TIMES.
016400         10  PT-ID           PIC X(05).
016500         10  PT-WATCH-SUB    PIC S9(04) COMP.
016600         10  PT-CUTOFF       PIC 9(08).
016700         10  PT-BATCH-ROUNDS PIC 9(07) COMP.
016800         10  PT-TODAY-VOL    PIC 9(07) COMP.
016900         10  PT-PRIOR-VOL    PIC 9(07) COMP.
017000         10  PT-ONLINE       PIC 9(07) COMP.
017100         10  PT-CONTRA       PIC 9(07) COMP.
017200         10  PT-BAND OCCURS 21 TIMES.
017300             15  PB-WINS     PIC 9(05) COMP.
017400             15  PB-ONE      PIC 9(05) COMP.
017500             15  PB-UNDER    PIC 9(05) COMP.
017600             15  PB-EXP-ONE  PIC 9(11) COMP.
017700             15  PB-EXP-UNDER PIC 9(11) COMP.
017800*    STATE OF THE ONLINE ROUND BEING PAIRED UP
017900 77  ROUND-PLAYER            PIC X(05) VALUE SPACES.
018000 77  ROUND-TRIES             PIC 9(03) VALUE ZERO.
018100 77  GUESSES-TAKEN           PIC S9(04) COMP VALUE ZERO.
018200 77  ROUND-STATE             PIC X(01) VALUE ' '.
018300     88  ROUND-MATCHED                   VALUE 'M'.
018400     88  ROUND-UNMATCHED                 VALUE 'U'.
018500 77  ROUND-HIT               PIC X(01) VALUE 'N'.
018600     88  ROUND-HIT-SEEN                  VALUE 'Y'.
018700 77  ROUND-CONTRA            PIC X(01) VALUE 'N'.
018800     88  ROUND-CONTRADICTS               VALUE 'Y'.
018900 77  BRACKET-LO              PIC S9(05) COMP VALUE ZERO.
019000 77  BRACKET-HI              PIC S9(05) COMP VALUE ZERO.
019100 77  OPTIMUM-TRIES           PIC 9(03) VALUE ZERO.
019200 77  POWER-WORK              PIC 9(05) VALUE ZERO.
019300*    THE VERDICT ON ONE PLAYER
019400 77  FLAG-REASON             PIC X(01) VALUE SPACE.
019500 77  FLAG-BAND               PIC S9(04) COMP VALUE ZERO.
019600 77  FLAG-ROUNDS             PIC 9(07) COMP VALUE ZERO.
019700 77  FLAG-ACTUAL             PIC 9(07) COMP VALUE ZERO.
019800 77  FLAG-ALLOWED            PIC 9(07) COMP VALUE ZERO.
019900*    RUN COUNTS
020000 77  SCORES-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
020100 77  ROUNDS-USED-COUNT       PIC 9(07) COMP VALUE ZERO.
020200 77  ONLINE-ROUND-COUNT      PIC 9(07) COMP VALUE ZERO.
020300 77  UNMATCHED-ROUND-COUNT   PIC 9(07) COMP VALUE ZERO.
020400 77  CONTRA-ROUND-COUNT      PIC 9(07) COMP VALUE ZERO.
020500 77  NEW-FLAG-COUNT          PIC 9(07) COMP VALUE ZERO.
020600 77  STILL-FLAGGED-COUNT     PIC 9(07) COMP VALUE ZERO.
020700 77  CLEARED-COUNT           PIC 9(07) COMP VALUE ZERO.
020800 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
020900 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
021000 01  DATE-WORK.
021100     05  DATE-WORK-YY        PIC 9(02).
021200     05  DATE-WORK-MM        PIC 9(02).
021300     05  DATE-WORK-DD        PIC 9(02).
021400 01  TIME-WORK.
021500     05  TIME-WORK-HHMMSS    PIC 9(06).
021600     05  FILLER              PIC 9(02).
021700 01  CALC-DATE.
021800     05  CALC-YYYY           PIC 9(04).
021900     05  CALC-MM             PIC 9(02).
022000     05  CALC-DD             PIC 9(02).
022100 01  CALC-DATE-N             REDEFINES CALC-DATE
022200                             PIC 9(08).
022300 77  LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
022400 77  LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
022500 77  MONTH-DAYS              PIC 9(02) VALUE ZERO.
022600 01  HEADING-LINE-1.
022700     05  FILLER              PIC X(10) VALUE 'WATCHDET'.
022800     05  FILLER              PIC X(30)
022900         VALUE 'SUSPICIOUS-PLAY DETECTION'.
023000     05  FILLER              PIC X(04) VALUE 'DAY '.
023100     05  HDG1-DATE           PIC 9(08).
023200     05  FILLER              PIC X(08) VALUE ' WINDOW '.
023300     05  HDG1-FROM           PIC 9(08).
023400     05  FILLER              PIC X(06) VALUE ' PAGE '.
023500     05  HDG1-PAGE           PIC ZZZZ9.
023600     05  FILLER              PIC X(53) VALUE SPACES.
023700 01  HEADING-LINE-2.
023800     05  FILLER              PIC X(39)
023900         VALUE 'PLAYER REASON'.
024000     05  FILLER              PIC X(11) VALUE 'BAND'.
024100     05  FILLER              PIC X(24)
024200         VALUE 'ROUNDS  ACTUAL  ALLOWED'.
024300     05  FILLER              PIC X(58) VALUE SPACES.
024400 01  DETAIL-LINE.
024500     05  DTL-PLAY-ID         PIC X(05).
024600     05  FILLER              PIC X(02) VALUE SPACES.
024700     05  DTL-REASON          PIC X(32).
024800     05  DTL-BAND            PIC X(09).
024900     05  FILLER              PIC X(02) VALUE SPACES.
025000     05  DTL-ROUNDS          PIC ZZZZZ9.
025100     05  FILLER              PIC X(02) VALUE SPACES.
025200     05  DTL-ACTUAL          PIC ZZZZZ9.
025300     05  FILLER              PIC X(03) VALUE SPACES.
025400     05  DTL-ALLOWED         PIC ZZZZZ9.
025500     05  FILLER              PIC X(59) VALUE SPACES.
025600 01  BAND-EDIT.
025700     05  BE-FROM             PIC ZZZ9.
025800     05  FILLER              PIC X(01) VALUE '-'.
025900     05  BE-TO               PIC ZZZ9.
026000 01  TOTAL-LINE.
026100     05  FILLER              PIC X(01) VALUE SPACE.
026200     05  TOT-LABEL           PIC X(30).
026300     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
026400     05  FILLER              PIC X(92) VALUE SPACES.
026500 PROCEDURE DIVISION.
026600*****************************************************************
026700*  0000-MAINLINE - CONTROL THE DETECTION RUN                    *
026800*****************************************************************
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027100     IF RUN-RC < 16
027200         PERFORM 2000-PROCESS-SCORE THRU 2000-EXIT
027300             UNTIL SCORES-EOF
027400     END-IF.
027500     IF RUN-RC < 16
027600         PERFORM 5000-JUDGE-PLAYERS THRU 5000-EXIT
027700         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
027800         PERFORM 8000-REWRITE-WATCH THRU 8000-EXIT
027900     END-IF.
028000     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028200     MOVE RUN-RC TO RETURN-CODE.
028300     STOP RUN.
028400*****************************************************************
028500*  1000-INITIALIZE - PARAMETERS, BANDS, WATCHLIST, OPEN FILES   *
028600*****************************************************************
028700 1000-INITIALIZE.
028800     ACCEPT DATE-WORK FROM DATE.
028900     COMPUTE CURRENT-DATE-N =
029000         20000000 + (DATE-WORK-YY * 10000)
029100                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
029200     ACCEPT TIME-WORK FROM TIME.
029300     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
029400     PERFORM 1200-READ-PROC-DATE THRU 1200-EXIT.
029420     IF RUN-RC >= 16
029440         GO TO 1000-EXIT
029460     END-IF.
029500     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
029600     IF DET-DAYS = ZERO
029700         MOVE 1 TO DET-DAYS
029800     END-IF.
029900*    THE WINDOW IS DET-DAYS DAYS BEFORE THE DETECTION DAY PLUS
030000*    THE DAY ITSELF.
030100     MOVE DETECT-DATE TO CALC-DATE-N.
030200     MOVE ZERO TO DAYS-BACK.
030300     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
030400         UNTIL DAYS-BACK >= DET-DAYS.
030500     MOVE CALC-DATE-N TO WINDOW-FROM.
030600     PERFORM 1400-LOAD-BANDS THRU 1400-EXIT.
030700     PERFORM 1700-LOAD-WATCH THRU 1700-EXIT.
030800     IF RUN-RC >= 16
030900         GO TO 1000-EXIT
031000     END-IF.
031100     OPEN INPUT  SCORES-FILE
031200          INPUT  AUDIT-FILE
031300          OUTPUT REPORT-FILE.
031400     MOVE 'Y' TO FILES-OPENED.
031500     IF SCORES-STATUS = '35'
031600         DISPLAY 'WATCHDET: NO SCORES ON FILE, NOTHING TO TEST'
031700             UPON OPERATOR-CONSOLE
031800         MOVE '10' TO SCORES-STATUS
031900     END-IF.
032000     IF AUDIT-STATUS = '35'
032100         MOVE '10' TO AUDIT-STATUS
032200     END-IF.
032300     IF NOT REPORT-OK
032400        OR (NOT SCORES-OK AND NOT SCORES-EOF)
032500        OR (NOT AUDIT-OK AND NOT AUDIT-EOF)
032600         DISPLAY 'WATCHDET: FILE OPEN ERROR SCORES='
032700                 SCORES-STATUS ' AUDIT=' AUDIT-STATUS
032800                 ' WATCHRPT=' REPORT-STATUS
032900             UPON OPERATOR-CONSOLE
033000         MOVE 16 TO RUN-RC
033100         GO TO 1000-EXIT
033200     END-IF.
033300*    POSITION STRAIGHT TO THE FIRST DAY OF THE WINDOW ON THE
033400*    DATE KEY, AND BRING THE AUDIT TRAIL UP TO THE SAME DAY.
033500     IF NOT SCORES-EOF
033600         MOVE WINDOW-FROM TO SCOR-DATE
033700         START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
033800             INVALID KEY
033900                 MOVE '10' TO SCORES-STATUS
034000         END-START
034100     END-IF.
034200     IF NOT SCORES-EOF
034300         PERFORM 2500-READ-SCORE THRU 2500-EXIT
034400     END-IF.
034500     IF NOT AUDIT-EOF
034600         PERFORM 4500-READ-AUDIT THRU 4500-EXIT
034700     END-IF.
034800     PERFORM 4500-READ-AUDIT THRU 4500-EXIT
034900         UNTIL AUDIT-EOF OR AUDT-DATE >= WINDOW-FROM.
035000 1000-EXIT.
035100     EXIT.
035102*****************************************************************
035104*  1200-READ-PROC-DATE - TAKE THE DETECTION DAY FROM THE        *
035106*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
035108*****************************************************************
035110 1200-READ-PROC-DATE.
035112     OPEN INPUT PROC-DATE-FILE.
035114     IF NOT PROCDATE-OK
035116         DISPLAY 'WATCHDET: NO PROCESSING DATE, PROCDATE STATUS '
035118                 PROCDATE-STATUS
035120             UPON OPERATOR-CONSOLE
035122         MOVE 16 TO RUN-RC
035124         GO TO 1200-EXIT
035126     END-IF.
035128     READ PROC-DATE-FILE
035130         AT END MOVE '10' TO PROCDATE-STATUS.
035132     IF PROCDATE-OK
035134        AND PDTE-PROC-DATE NUMERIC
035136         MOVE PDTE-PROC-DATE TO DETECT-DATE
035138     ELSE
035140         DISPLAY 'WATCHDET: PROCESSING DATE RECORD MISSING OR '
035142                 'INVALID'
035144             UPON OPERATOR-CONSOLE
035146         MOVE 16 TO RUN-RC
035148     END-IF.
035150     CLOSE PROC-DATE-FILE.
035152 1200-EXIT.
035154     EXIT.
035200*****************************************************************
035300*  1300-BACK-ONE-DAY - STEP CALC-DATE BACK ONE DAY              *
035400*****************************************************************
035500 1300-BACK-ONE-DAY.
035600     IF CALC-DD > 1
035700         SUBTRACT 1 FROM CALC-DD
035800     ELSE
035900         IF CALC-MM = 1
036000             MOVE 12 TO CALC-MM
036100             SUBTRACT 1 FROM CALC-YYYY
036200         ELSE
036300             SUBTRACT 1 FROM CALC-MM
036400         END-IF
036500         PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT
036600         MOVE MONTH-DAYS TO CALC-DD
036700     END-IF.
036800     ADD 1 TO DAYS-BACK.
036900 1300-EXIT.
037000     EXIT.
037100*****************************************************************
037200*  1350-DAYS-IN-MONTH - DAYS IN CALC-MM OF CALC-YYYY            *
037300*****************************************************************
037400 1350-DAYS-IN-MONTH.
037500     EVALUATE CALC-MM
037600         WHEN 4
037700         WHEN 6
037800         WHEN 9
037900         WHEN 11
038000             MOVE 30 TO MONTH-DAYS
038100         WHEN 2
038200             PERFORM 1360-FEBRUARY-DAYS THRU 1360-EXIT
038300         WHEN OTHER
038400             MOVE 31 TO MONTH-DAYS
038500     END-EVALUATE.
038600 1350-EXIT.
038700     EXIT.
038800*****************************************************************
038900*  1360-FEBRUARY-DAYS - 28 OR 29 FOR CALC-YYYY                  *
039000*****************************************************************
039100 1360-FEBRUARY-DAYS.
039200     MOVE 28 TO MONTH-DAYS.
039300     DIVIDE CALC-YYYY BY 400
039400         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
039500     IF LEAP-REMAINDER = ZERO
039600         MOVE 29 TO MONTH-DAYS
039700         GO TO 1360-EXIT
039800     END-IF.
039900     DIVIDE CALC-YYYY BY 100
040000         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
040100     IF LEAP-REMAINDER = ZERO
040200         GO TO 1360-EXIT
040300     END-IF.
040400     DIVIDE CALC-YYYY BY 4
040500         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
040600     IF LEAP-REMAINDER = ZERO
040700         MOVE 29 TO MONTH-DAYS
040800     END-IF.
040900 1360-EXIT.
041000     EXIT.
041100*****************************************************************
041200*  1400-LOAD-BANDS - THE SCORTBL RANGE BANDS, AS SCORPTS        *
041300*  LOADS THEM                                                   *
041400*****************************************************************
041500 1400-LOAD-BANDS.
041600     OPEN INPUT TABLE-FILE.
041700     IF NOT TABLE-OK
041800         DISPLAY 'WATCHDET: NO SCORING TABLE - ALL RANGES '
041900                 'TESTED IN THE CATCH-ALL BAND'
042000             UPON OPERATOR-CONSOLE
042100         GO TO 1400-SET-OTHER
042200     END-IF.
042300     PERFORM 1450-LOAD-ONE-BAND THRU 1450-EXIT
042400         UNTIL TABLE-EOF.
042500     CLOSE TABLE-FILE.
042600 1400-SET-OTHER.
042700     MOVE ZERO TO BAND-FROM (21).
042800     MOVE 9999 TO BAND-TO (21).
042900 1400-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  1450-LOAD-ONE-BAND - ONE SCORING TABLE CARD                  *
043300*****************************************************************
043400 1450-LOAD-ONE-BAND.
043500     READ TABLE-FILE
043600         AT END GO TO 1450-EXIT.
043700     IF SCTB-REC (1:1) = '*'
043800         GO TO 1450-EXIT
043900     END-IF.
044000     IF SCTB-FROM-X NOT NUMERIC
044100        OR SCTB-TO-X NOT NUMERIC
044200         GO TO 1450-EXIT
044300     END-IF.
044400     IF BAND-COUNT >= 20
044500         GO TO 1450-EXIT
044600     END-IF.
044700     ADD 1 TO BAND-COUNT.
044800     MOVE SCTB-FROM TO BAND-FROM (BAND-COUNT).
044900     MOVE SCTB-TO   TO BAND-TO (BAND-COUNT).
045000 1450-EXIT.
045100     EXIT.
045200*****************************************************************
045300*  1500-LOAD-PARMS - PICK UP THE OPTIONAL DETECTION CARDS       *
045400*****************************************************************
045500 1500-LOAD-PARMS.
045600     OPEN INPUT PARM-FILE.
045700     IF NOT PARM-OK
045800         GO TO 1500-EXIT
045900     END-IF.
046000     PERFORM 1600-READ-PARM THRU 1600-EXIT
046100         UNTIL PARM-EOF.
046200     CLOSE PARM-FILE.
046300 1500-EXIT.
046400     EXIT.
046500*****************************************************************
046600*  1600-READ-PARM - APPLY ONE PARAMETER CARD                    *
046700*****************************************************************
046800 1600-READ-PARM.
046900     READ PARM-FILE
047000         AT END GO TO 1600-EXIT.
047100     IF PARM-REC (1:1) = '*'
047200         GO TO 1600-EXIT
047300     END-IF.
047400     IF PARM-VALUE-X NOT NUMERIC
047500         GO TO 1600-EXIT
047600     END-IF.
047700     EVALUATE PARM-KEYWORD
048000         WHEN 'DET-DAYS  '
048100             MOVE PARM-VALUE TO DET-DAYS
048200         WHEN 'DET-WINS  '
048300             MOVE PARM-VALUE TO DET-WINS
048400         WHEN 'DET-HITS  '
048500             MOVE PARM-VALUE TO DET-HITS
048600         WHEN 'DET-FACT  '
048700             MOVE PARM-VALUE TO DET-FACT
048800         WHEN 'VOL-MIN   '
048900             MOVE PARM-VALUE TO VOL-MIN
049000         WHEN 'VOL-FACT  '
049100             MOVE PARM-VALUE TO VOL-FACT
049200         WHEN OTHER
049300             CONTINUE
049400     END-EVALUATE.
049500 1600-EXIT.
049600     EXIT.
049700*****************************************************************
049800*  1700-LOAD-WATCH - THE CURRENT WATCHLIST INTO THE TABLE       *
049900*****************************************************************
050000 1700-LOAD-WATCH.
050100     OPEN INPUT WATCH-FILE.
050200     IF WATCH-STATUS = '35'
050300         GO TO 1700-EXIT
050400     END-IF.
050500     IF NOT WATCH-OK
050600         DISPLAY 'WATCHDET: WATCHLIST OPEN ERROR, STATUS '
050700                 WATCH-STATUS
050800             UPON OPERATOR-CONSOLE
050900         MOVE 16 TO RUN-RC
051000         GO TO 1700-EXIT
051100     END-IF.
051200     PERFORM 1750-LOAD-ONE-WATCH THRU 1750-EXIT
051300         UNTIL WATCH-EOF.
051400     CLOSE WATCH-FILE.
051500 1700-EXIT.
051600     EXIT.
051700*****************************************************************
051800*  1750-LOAD-ONE-WATCH - ONE WATCHLIST ENTRY                    *
051900*****************************************************************
052000 1750-LOAD-ONE-WATCH.
052100     READ WATCH-FILE
052200         AT END GO TO 1750-EXIT.
052300     IF NOT WATCH-OK
052400         DISPLAY 'WATCHDET: WATCHLIST READ ERROR, STATUS '
052500                 WATCH-STATUS
052600             UPON OPERATOR-CONSOLE
052700         MOVE 16 TO RUN-RC
052800         MOVE '10' TO WATCH-STATUS
052900         GO TO 1750-EXIT
053000     END-IF.
053100     IF WT-COUNT >= WATCH-MAX
053200         DISPLAY 'WATCHDET: MORE THAN 500 WATCHLIST ENTRIES - '
053300                 'PURGE CLEARED ONES, WATCHLIST NOT CHANGED'
053400             UPON OPERATOR-CONSOLE
053500         MOVE 16 TO RUN-RC
053600         MOVE '10' TO WATCH-STATUS
053700         GO TO 1750-EXIT
053800     END-IF.
053900     ADD 1 TO WT-COUNT.
054000     MOVE WTCH-REC TO WT-REC (WT-COUNT).
054100     IF WTCH-FLAGGED
054200         ADD 1 TO STILL-FLAGGED-COUNT
054300     ELSE
054400         ADD 1 TO CLEARED-COUNT
054500     END-IF.
054600 1750-EXIT.
054700     EXIT.
054800*****************************************************************
054900*  2000-PROCESS-SCORE - ONE ROUND IN THE WINDOW: PAIR ONLINE    *
055000*  ROUNDS WITH THEIR GUESSES, THEN GATHER THE EVIDENCE          *
055100*****************************************************************
055200 2000-PROCESS-SCORE.
055300     IF SCOR-REVERSAL
055400         GO TO 2000-NEXT
055500     END-IF.
055600*    THE GUESSES ARE CONSUMED FOR EVERY ONLINE ROUND, EVEN ONE
055700*    NOT COUNTED, SO THE AUDIT STREAM STAYS IN STEP.
055800     MOVE 'N' TO ROUND-CONTRA.
055900     MOVE ' ' TO ROUND-STATE.
056000     IF SCOR-ONLINE
056100         ADD 1 TO ONLINE-ROUND-COUNT
056200         PERFORM 4000-PAIR-ROUND THRU 4000-EXIT
056300     END-IF.
056400     PERFORM 3000-FIND-PLAYER THRU 3000-EXIT.
056500     IF MATCH-SUB = ZERO
056600         GO TO 2000-NEXT
056700     END-IF.
056800     IF SCOR-DATE NOT > PT-CUTOFF (MATCH-SUB)
056900         GO TO 2000-NEXT
057000     END-IF.
057100     ADD 1 TO ROUNDS-USED-COUNT.
057200     IF SCOR-ONLINE AND ROUND-MATCHED
057300         ADD 1 TO PT-ONLINE (MATCH-SUB)
057400         IF ROUND-CONTRADICTS
057500             ADD 1 TO PT-CONTRA (MATCH-SUB)
057600             ADD 1 TO CONTRA-ROUND-COUNT
057700         END-IF
057800     END-IF.
057900     IF SCOR-BATCH
058000         ADD 1 TO PT-BATCH-ROUNDS (MATCH-SUB)
058100         IF SCOR-DATE = DETECT-DATE
058200             ADD 1 TO PT-TODAY-VOL (MATCH-SUB)
058300         ELSE
058400             ADD 1 TO PT-PRIOR-VOL (MATCH-SUB)
058500         END-IF
058600     END-IF.
058700     IF SCOR-WON AND SCOR-RANGE-HI >= 2
058800         PERFORM 4600-TAKE-WIN THRU 4600-EXIT
058900     END-IF.
059000 2000-NEXT.
059100     PERFORM 2500-READ-SCORE THRU 2500-EXIT.
059200 2000-EXIT.
059300     EXIT.
059400*****************************************************************
059500*  2500-READ-SCORE - READ THE NEXT SCORES RECORD                *
059600*****************************************************************
059700 2500-READ-SCORE.
059800     READ SCORES-FILE
059900         AT END GO TO 2500-EXIT.
060000     IF NOT SCORES-OK AND NOT SCORES-EOF
060100         DISPLAY 'WATCHDET: SCORES READ ERROR, STATUS '
060200                 SCORES-STATUS
060300             UPON OPERATOR-CONSOLE
060400         MOVE 16 TO RUN-RC
060500         MOVE '10' TO SCORES-STATUS
060600         GO TO 2500-EXIT
060700     END-IF.
060800     ADD 1 TO SCORES-READ-COUNT.
060900*    THE MASTER IS IN DATE ORDER - NOTHING BEYOND THE DETECTION
061000*    DAY BELONGS TO THE WINDOW, SO STOP READING HERE.
061100     IF SCOR-DATE > DETECT-DATE
061200         MOVE '10' TO SCORES-STATUS
061300     END-IF.
061400 2500-EXIT.
061500     EXIT.
061600*****************************************************************
061700*  3000-FIND-PLAYER - FIND OR ADD THE TABLE ENTRY, WITH THE     *
061800*  PLAYERS WATCHLIST STANDING                                   *
061900*****************************************************************
062000 3000-FIND-PLAYER.
062100     MOVE ZERO TO MATCH-SUB.
062200     MOVE ZERO TO PT-SUB.
062300     PERFORM 3100-SCAN-TABLE THRU 3100-EXIT
062400         UNTIL MATCH-SUB > ZERO OR PT-SUB >= PLAYER-COUNT.
062500     IF MATCH-SUB > ZERO
062600         GO TO 3000-EXIT
062700     END-IF.
062800     IF PLAYER-COUNT >= PLAYER-MAX
062900         DISPLAY 'WATCHDET: PLAYER TABLE FULL, PLAYER '
063000                 SCOR-PLAY-ID ' NOT TESTED'
063100             UPON OPERATOR-CONSOLE
063200         GO TO 3000-EXIT
063300     END-IF.
063400     ADD 1 TO PLAYER-COUNT.
063500     MOVE PLAYER-COUNT TO MATCH-SUB.
063600     MOVE SCOR-PLAY-ID TO PT-ID (MATCH-SUB).
063700     MOVE ZERO TO PT-WATCH-SUB (MATCH-SUB)
063800                  PT-CUTOFF (MATCH-SUB)
063900                  PT-BATCH-ROUNDS (MATCH-SUB)
064000                  PT-TODAY-VOL (MATCH-SUB)
064100                  PT-PRIOR-VOL (MATCH-SUB)
064200                  PT-ONLINE (MATCH-SUB)
064300                  PT-CONTRA (MATCH-SUB).
064400     MOVE ZERO TO BAND-SUB.
064500     PERFORM 3200-CLEAR-PLAYER-BAND THRU 3200-EXIT
064600         UNTIL BAND-SUB >= 21.
064700     PERFORM 3300-FIND-WATCH THRU 3300-EXIT.
064800     IF WATCH-MATCH = ZERO
064900         GO TO 3000-EXIT
065000     END-IF.
065100     MOVE WATCH-MATCH TO PT-WATCH-SUB (MATCH-SUB).
065200     MOVE WT-REC (WATCH-MATCH) TO WRK-REC.
065300*    A FLAGGED PLAYER IS NOT TESTED AGAIN; A CLEARED ONE ONLY ON
065400*    EVIDENCE DATED AFTER THE CLEARANCE.
065500     IF WRK-FLAGGED
065600         MOVE 99999999 TO PT-CUTOFF (MATCH-SUB)
065700     ELSE
065800         IF WRK-CLEAR-DATE NUMERIC
065900             MOVE WRK-CLEAR-DATE TO PT-CUTOFF (MATCH-SUB)
066000         END-IF
066100     END-IF.
066200 3000-EXIT.
066300     EXIT.
066400*****************************************************************
066500*  3100-SCAN-TABLE - COMPARE ONE TABLE ENTRY                    *
066600*****************************************************************
066700 3100-SCAN-TABLE.
066800     ADD 1 TO PT-SUB.
066900     IF PT-ID (PT-SUB) = SCOR-PLAY-ID
067000         MOVE PT-SUB TO MATCH-SUB
067100     END-IF.
067200 3100-EXIT.
067300     EXIT.
067400*****************************************************************
067500*  3200-CLEAR-PLAYER-BAND - ZERO ONE BAND OF A NEW PLAYER       *
067600*****************************************************************
067700 3200-CLEAR-PLAYER-BAND.
067800     ADD 1 TO BAND-SUB.
067900     MOVE ZERO TO PB-WINS (MATCH-SUB BAND-SUB)
068000                  PB-ONE (MATCH-SUB BAND-SUB)
068100                  PB-UNDER (MATCH-SUB BAND-SUB)
068200                  PB-EXP-ONE (MATCH-SUB BAND-SUB)
068300                  PB-EXP-UNDER (MATCH-SUB BAND-SUB).
068400 3200-EXIT.
068500     EXIT.
068600*****************************************************************
068700*  3300-FIND-WATCH - THE PLAYERS WATCHLIST ENTRY, IF ANY        *
068800*****************************************************************
068900 3300-FIND-WATCH.
069000     MOVE ZERO TO WATCH-MATCH WT-SUB.
069100     PERFORM 3350-SCAN-WATCH THRU 3350-EXIT
069200         UNTIL WATCH-MATCH > ZERO OR WT-SUB >= WT-COUNT.
069300 3300-EXIT.
069400     EXIT.
069500*****************************************************************
069600*  3350-SCAN-WATCH - COMPARE ONE WATCHLIST ENTRY                *
069700*****************************************************************
069800 3350-SCAN-WATCH.
069900     ADD 1 TO WT-SUB.
070000     MOVE WT-REC (WT-SUB) TO WRK-REC.
070100     IF WRK-PLAY-ID = SCOR-PLAY-ID
070200         MOVE WT-SUB TO WATCH-MATCH
070300     END-IF.
070400 3350-EXIT.
070500     EXIT.
070600*****************************************************************
070700*  4000-PAIR-ROUND - CONSUME THE ROUNDS GUESSES FROM THE        *
070800*  AUDIT STREAM AND TEST THE VERDICTS AGAINST EACH OTHER        *
070900*****************************************************************
071000 4000-PAIR-ROUND.
071100     MOVE SCOR-PLAY-ID  TO ROUND-PLAYER.
071200     MOVE SCOR-TRIES    TO ROUND-TRIES.
071300     MOVE ZERO          TO GUESSES-TAKEN.
071400     MOVE 1             TO BRACKET-LO.
071500     MOVE SCOR-RANGE-HI TO BRACKET-HI.
071600     MOVE 'N'           TO ROUND-HIT.
071700     PERFORM 4200-CONSUME-GUESS THRU 4200-EXIT
071800         UNTIL GUESSES-TAKEN >= ROUND-TRIES
071900            OR ROUND-UNMATCHED
072000            OR AUDIT-EOF.
072100     IF GUESSES-TAKEN >= ROUND-TRIES AND ROUND-TRIES > ZERO
072200         MOVE 'M' TO ROUND-STATE
072300     ELSE
072400         MOVE 'U' TO ROUND-STATE
072500         MOVE 'N' TO ROUND-CONTRA
072600         ADD 1 TO UNMATCHED-ROUND-COUNT
072700     END-IF.
072800 4000-EXIT.
072900     EXIT.
073000*****************************************************************
073100*  4200-CONSUME-GUESS - TAKE ONE AUDIT RECORD FOR THE ROUND:    *
073200*  'L' RAISES THE LOW END, 'H' LOWERS THE HIGH END, AND NO      *
073300*  HONEST ROUND CAN EMPTY THE BRACKET, HIT OUTSIDE IT, OR GO    *
073400*  ON GUESSING AFTER A HIT                                      *
073500*****************************************************************
073600 4200-CONSUME-GUESS.
073700     IF NOT AUDT-GUESS-EVENT
073800         PERFORM 4500-READ-AUDIT THRU 4500-EXIT
073900         GO TO 4200-EXIT
074000     END-IF.
074100     IF AUDT-PLAY-ID NOT = ROUND-PLAYER
074200*        A GUESS FOR SOMEONE ELSE MEANS THIS ROUNDS DETAIL IS
074300*        NOT WHERE IT SHOULD BE - LEAVE THE RECORD FOR THE
074400*        NEXT ROUND AND GIVE THIS ONE UP.
074500         MOVE 'U' TO ROUND-STATE
074600         GO TO 4200-EXIT
074700     END-IF.
074800     ADD 1 TO GUESSES-TAKEN.
074900     IF ROUND-HIT-SEEN
075000         MOVE 'Y' TO ROUND-CONTRA
075100     END-IF.
075200     EVALUATE TRUE
075300         WHEN AUDT-TOO-LOW
075400             IF AUDT-VALUE >= BRACKET-LO
075500                 COMPUTE BRACKET-LO = AUDT-VALUE + 1
075600             END-IF
075700             IF BRACKET-LO > BRACKET-HI
075800                 MOVE 'Y' TO ROUND-CONTRA
075900             END-IF
076000         WHEN AUDT-TOO-HIGH
076100             IF AUDT-VALUE <= BRACKET-HI
076200                 COMPUTE BRACKET-HI = AUDT-VALUE - 1
076300             END-IF
076400             IF BRACKET-LO > BRACKET-HI
076500                 MOVE 'Y' TO ROUND-CONTRA
076600             END-IF
076700         WHEN AUDT-HIT
076800             IF AUDT-VALUE < BRACKET-LO
076900                OR AUDT-VALUE > BRACKET-HI
077000                 MOVE 'Y' TO ROUND-CONTRA
077100             END-IF
077200             MOVE 'Y' TO ROUND-HIT
077300         WHEN OTHER
077400             CONTINUE
077500     END-EVALUATE.
077600     PERFORM 4500-READ-AUDIT THRU 4500-EXIT.
077700 4200-EXIT.
077800     EXIT.
077900*****************************************************************
078000*  4500-READ-AUDIT - READ THE NEXT AUDIT RECORD                 *
078100*****************************************************************
078200 4500-READ-AUDIT.
078300     READ AUDIT-FILE
078400         AT END GO TO 4500-EXIT.
078500     IF NOT AUDIT-OK AND NOT AUDIT-EOF
078600         DISPLAY 'WATCHDET: AUDIT READ ERROR, STATUS '
078700                 AUDIT-STATUS
078800             UPON OPERATOR-CONSOLE
078900         MOVE 16 TO RUN-RC
079000         MOVE '10' TO AUDIT-STATUS
079100     END-IF.
079200 4500-EXIT.
079300     EXIT.
079400*****************************************************************
079500*  4600-TAKE-WIN - ONE WIN INTO THE PLAYERS BAND, WITH THE      *
079600*  CHANCE OF EACH KIND OF EARLY HIT ON ITS RANGE                *
079700*****************************************************************
079800 4600-TAKE-WIN.
079900     PERFORM 4700-FIND-BAND THRU 4700-EXIT.
080000     PERFORM 4800-OPTIMUM-TRIES THRU 4800-EXIT.
080100     ADD 1 TO PB-WINS (MATCH-SUB BAND-MATCH).
080200     COMPUTE PB-EXP-ONE (MATCH-SUB BAND-MATCH) =
080300         PB-EXP-ONE (MATCH-SUB BAND-MATCH)
080400         + (CHANCE-SCALE / SCOR-RANGE-HI).
080500     COMPUTE PB-EXP-UNDER (MATCH-SUB BAND-MATCH) =
080600         PB-EXP-UNDER (MATCH-SUB BAND-MATCH)
080700         + (((POWER-WORK / 2) - 1) * CHANCE-SCALE
080800            / SCOR-RANGE-HI).
080900     IF SCOR-TRIES = 1
081000         ADD 1 TO PB-ONE (MATCH-SUB BAND-MATCH)
081100     END-IF.
081200     IF SCOR-TRIES < OPTIMUM-TRIES
081300         ADD 1 TO PB-UNDER (MATCH-SUB BAND-MATCH)
081400     END-IF.
081500 4600-EXIT.
081600     EXIT.
081700*****************************************************************
081800*  4700-FIND-BAND - THE BAND FOR SCOR-RANGE-HI, 21 = OTHER      *
081900*****************************************************************
082000 4700-FIND-BAND.
082100     MOVE 21 TO BAND-MATCH.
082200     MOVE ZERO TO BAND-SUB.
082300     PERFORM 4750-TEST-BAND THRU 4750-EXIT
082400         UNTIL BAND-MATCH < 21 OR BAND-SUB >= BAND-COUNT.
082500 4700-EXIT.
082600     EXIT.
082700*****************************************************************
082800*  4750-TEST-BAND - DOES THE RANGE FALL IN THIS BAND            *
082900*****************************************************************
083000 4750-TEST-BAND.
083100     ADD 1 TO BAND-SUB.
083200     IF SCOR-RANGE-HI >= BAND-FROM (BAND-SUB)
083300        AND SCOR-RANGE-HI <= BAND-TO (BAND-SUB)
083400         MOVE BAND-SUB TO BAND-MATCH
083500     END-IF.
083600 4750-EXIT.
083700     EXIT.
083800*****************************************************************
083900*  4800-OPTIMUM-TRIES - BINARY-SEARCH OPTIMUM FOR THE RANGE,    *
084000*  LEAVING POWER-WORK AT 2 ** OPTIMUM                           *
084100*****************************************************************
084200 4800-OPTIMUM-TRIES.
084300     MOVE ZERO TO OPTIMUM-TRIES.
084400     MOVE 1    TO POWER-WORK.
084500     PERFORM 4850-DOUBLE-UP THRU 4850-EXIT
084600         UNTIL POWER-WORK >= SCOR-RANGE-HI
084700            OR OPTIMUM-TRIES >= 14.
084800 4800-EXIT.
084900     EXIT.
085000*****************************************************************
085100*  4850-DOUBLE-UP - ONE HALVING STEP OF THE SEARCH SPACE        *
085200*****************************************************************
085300 4850-DOUBLE-UP.
085400     COMPUTE POWER-WORK = POWER-WORK * 2.
085500     ADD 1 TO OPTIMUM-TRIES.
085600 4850-EXIT.
085700     EXIT.
085800*****************************************************************
085900*  5000-JUDGE-PLAYERS - RUN THE TESTS FOR EVERY PLAYER SEEN     *
086000*****************************************************************
086100 5000-JUDGE-PLAYERS.
086200     MOVE ZERO TO PT-SUB.
086300     PERFORM 5100-JUDGE-ONE THRU 5100-EXIT
086400         UNTIL PT-SUB >= PLAYER-COUNT.
086500     IF NEW-FLAG-COUNT > ZERO
086600         MOVE 4 TO RUN-RC
086700         DISPLAY 'WATCHDET: ' NEW-FLAG-COUNT
086800                 ' PLAYER(S) FLAGGED - SEE WATCHRPT'
086900             UPON OPERATOR-CONSOLE
087000     END-IF.
087100 5000-EXIT.
087200     EXIT.
087300*****************************************************************
087400*  5100-JUDGE-ONE - CONTRADICTIONS, THEN THE BANDS, THEN        *
087500*  VOLUME; THE FIRST TEST FAILED FLAGS THE PLAYER               *
087600*****************************************************************
087700 5100-JUDGE-ONE.
087800     ADD 1 TO PT-SUB.
087900     MOVE SPACE TO FLAG-REASON.
088000     MOVE ZERO  TO FLAG-BAND FLAG-ROUNDS FLAG-ACTUAL FLAG-ALLOWED.
088100     IF PT-CUTOFF (PT-SUB) = 99999999
088200         GO TO 5100-EXIT
088300     END-IF.
088400     IF PT-CONTRA (PT-SUB) > ZERO
088500         MOVE 'G'              TO FLAG-REASON
088600         MOVE PT-ONLINE (PT-SUB) TO FLAG-ROUNDS
088700         MOVE PT-CONTRA (PT-SUB) TO FLAG-ACTUAL
088800         PERFORM 5500-FLAG-PLAYER THRU 5500-EXIT
088900         GO TO 5100-EXIT
089000     END-IF.
089100     MOVE ZERO TO BAND-SUB.
089200     PERFORM 5200-TEST-PLAYER-BAND THRU 5200-EXIT
089300         UNTIL BAND-SUB >= 21 OR FLAG-REASON NOT = SPACE.
089400     IF FLAG-REASON NOT = SPACE
089500         PERFORM 5500-FLAG-PLAYER THRU 5500-EXIT
089600         GO TO 5100-EXIT
089700     END-IF.
089800*    VOLUME: THE DAY AGAINST THE DAILY AVERAGE OF THE REST OF
089900*    THE WINDOW, COMPARED WITHOUT DIVIDING.
090000     MOVE PT-TODAY-VOL (PT-SUB) TO TODAY-WORK.
090100     MOVE PT-PRIOR-VOL (PT-SUB) TO PRIOR-WORK.
090200     IF TODAY-WORK >= VOL-MIN
090300        AND TODAY-WORK * DET-DAYS > PRIOR-WORK * VOL-FACT
090400         MOVE 'V'                      TO FLAG-REASON
090500         MOVE PT-BATCH-ROUNDS (PT-SUB) TO FLAG-ROUNDS
090600         MOVE TODAY-WORK               TO FLAG-ACTUAL
090700         COMPUTE FLAG-ALLOWED = PRIOR-WORK / DET-DAYS
090800         PERFORM 5500-FLAG-PLAYER THRU 5500-EXIT
090900     END-IF.
091000 5100-EXIT.
091100     EXIT.
091200*****************************************************************
091300*  5200-TEST-PLAYER-BAND - ONE-TRY, THEN UNDER-OPTIMUM WINS IN  *
091400*  ONE BAND AGAINST THE CHANCE LIMIT                            *
091500*****************************************************************
091600 5200-TEST-PLAYER-BAND.
091700     ADD 1 TO BAND-SUB.
091800     IF PB-WINS (PT-SUB BAND-SUB) < DET-WINS
091900        OR PB-WINS (PT-SUB BAND-SUB) = ZERO
092000         GO TO 5200-EXIT
092100     END-IF.
092200     IF PB-ONE (PT-SUB BAND-SUB) >= DET-HITS
092300         MOVE PB-EXP-ONE (PT-SUB BAND-SUB) TO EXPECT-WORK
092400         PERFORM 5300-CHANCE-LIMIT THRU 5300-EXIT
092500         COMPUTE HITS-WORK =
092600             PB-ONE (PT-SUB BAND-SUB) * CHANCE-SCALE
092700         IF HITS-WORK > LIMIT-WORK
092800             MOVE '1' TO FLAG-REASON
092900             MOVE PB-ONE (PT-SUB BAND-SUB) TO FLAG-ACTUAL
093000         END-IF
093100     END-IF.
093200     IF FLAG-REASON = SPACE
093300        AND PB-UNDER (PT-SUB BAND-SUB) >= DET-HITS
093400         MOVE PB-EXP-UNDER (PT-SUB BAND-SUB) TO EXPECT-WORK
093500         PERFORM 5300-CHANCE-LIMIT THRU 5300-EXIT
093600         COMPUTE HITS-WORK =
093700             PB-UNDER (PT-SUB BAND-SUB) * CHANCE-SCALE
093800         IF HITS-WORK > LIMIT-WORK
093900             MOVE 'U' TO FLAG-REASON
094000             MOVE PB-UNDER (PT-SUB BAND-SUB) TO FLAG-ACTUAL
094100         END-IF
094200     END-IF.
094300     IF FLAG-REASON NOT = SPACE
094400         MOVE BAND-SUB TO FLAG-BAND
094500         MOVE PB-WINS (PT-SUB BAND-SUB) TO FLAG-ROUNDS
094600         COMPUTE FLAG-ALLOWED = LIMIT-WORK / CHANCE-SCALE
094700     END-IF.
094800 5200-EXIT.
094900     EXIT.
095000*****************************************************************
095100*  5300-CHANCE-LIMIT - THE MOST HITS CHANCE ALLOWS: EXPECTED    *
095200*  TIMES DET-FACT, OR HALFWAY FROM EXPECTED TO EVERY WIN,       *
095300*  WHICHEVER IS LOWER                                           *
095400*****************************************************************
095500 5300-CHANCE-LIMIT.
095600     COMPUTE LIMIT-WORK = EXPECT-WORK * DET-FACT.
095700     COMPUTE HALFWAY-WORK = EXPECT-WORK
095800         + ((PB-WINS (PT-SUB BAND-SUB) * CHANCE-SCALE)
095900            - EXPECT-WORK) / 2.
096000     IF HALFWAY-WORK < LIMIT-WORK
096100         MOVE HALFWAY-WORK TO LIMIT-WORK
096200     END-IF.
096300 5300-EXIT.
096400     EXIT.
096500*****************************************************************
096600*  5500-FLAG-PLAYER - PUT THE PLAYER ON THE WATCHLIST (A        *
096700*  CLEARED ENTRY IS FLAGGED AGAIN IN PLACE) AND LIST IT         *
096800*****************************************************************
096900 5500-FLAG-PLAYER.
097000     IF PT-WATCH-SUB (PT-SUB) = ZERO
097100         IF WT-COUNT >= WATCH-MAX
097200             DISPLAY 'WATCHDET: WATCHLIST FULL, PLAYER '
097300                     PT-ID (PT-SUB) ' NOT FLAGGED'
097400                 UPON OPERATOR-CONSOLE
097500             GO TO 5500-EXIT
097600         END-IF
097700         ADD 1 TO WT-COUNT
097800         MOVE WT-COUNT TO PT-WATCH-SUB (PT-SUB)
097900         MOVE SPACES TO WRK-REC
098000         MOVE PT-ID (PT-SUB) TO WRK-PLAY-ID
098100         MOVE ZERO TO WRK-CLEAR-DATE
098200     ELSE
098300         MOVE WT-REC (PT-WATCH-SUB (PT-SUB)) TO WRK-REC
098400         SUBTRACT 1 FROM CLEARED-COUNT
098500     END-IF.
098600     MOVE 'F'          TO WRK-STATUS.
098700     MOVE DETECT-DATE  TO WRK-FLAG-DATE.
098800     MOVE FLAG-REASON  TO WRK-REASON.
098900     MOVE ZERO         TO WRK-BAND-FROM WRK-BAND-TO.
099000     IF FLAG-BAND > ZERO
099100         MOVE BAND-FROM (FLAG-BAND) TO WRK-BAND-FROM
099200         MOVE BAND-TO (FLAG-BAND)   TO WRK-BAND-TO
099300     END-IF.
099400     MOVE FLAG-ROUNDS  TO WRK-ROUNDS.
099500     MOVE FLAG-ACTUAL  TO WRK-ACTUAL.
099600     MOVE FLAG-ALLOWED TO WRK-ALLOWED.
099700     MOVE WRK-REC TO WT-REC (PT-WATCH-SUB (PT-SUB)).
099800     ADD 1 TO NEW-FLAG-COUNT.
099900     PERFORM 6100-PRINT-FLAG THRU 6100-EXIT.
100000 5500-EXIT.
100100     EXIT.
100200*****************************************************************
100300*  6000-PRINT-TOTALS - RUN COUNTS AT THE FOOT OF THE REPORT     *
100400*****************************************************************
100500 6000-PRINT-TOTALS.
100600     IF PAGE-COUNT = ZERO
100700         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
100800     END-IF.
100900     MOVE SPACES TO REPORT-LINE.
101000     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
101100     MOVE 'SCORES RECORDS READ'   TO TOT-LABEL.
101200     MOVE SCORES-READ-COUNT       TO TOT-VALUE.
101300     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
101400     MOVE 'ROUNDS TESTED'         TO TOT-LABEL.
101500     MOVE ROUNDS-USED-COUNT       TO TOT-VALUE.
101600     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
101700     MOVE 'ONLINE ROUNDS'         TO TOT-LABEL.
101800     MOVE ONLINE-ROUND-COUNT      TO TOT-VALUE.
101900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
102000     MOVE 'ONLINE ROUNDS NOT PAIRED' TO TOT-LABEL.
102100     MOVE UNMATCHED-ROUND-COUNT   TO TOT-VALUE.
102200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
102300     MOVE 'CONTRADICTORY ROUNDS'  TO TOT-LABEL.
102400     MOVE CONTRA-ROUND-COUNT      TO TOT-VALUE.
102500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
102600     MOVE 'PLAYERS TESTED'        TO TOT-LABEL.
102700     MOVE PLAYER-COUNT            TO TOT-VALUE.
102800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
102900     MOVE 'PLAYERS NEWLY FLAGGED' TO TOT-LABEL.
103000     MOVE NEW-FLAG-COUNT          TO TOT-VALUE.
103100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
103200     MOVE 'ALREADY ON THE WATCHLIST' TO TOT-LABEL.
103300     MOVE STILL-FLAGGED-COUNT     TO TOT-VALUE.
103400     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
103500     MOVE 'CLEARED ENTRIES ON FILE' TO TOT-LABEL.
103600     MOVE CLEARED-COUNT           TO TOT-VALUE.
103700     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
103800 6000-EXIT.
103900     EXIT.
104000*****************************************************************
104100*  6100-PRINT-FLAG - ONE NEWLY FLAGGED PLAYER                   *
104200*****************************************************************
104300 6100-PRINT-FLAG.
104400     IF LINE-COUNT > 55
104500         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
104600     END-IF.
104700     MOVE SPACES         TO DETAIL-LINE.
104800     MOVE PT-ID (PT-SUB) TO DTL-PLAY-ID.
104900     EVALUATE FLAG-REASON
105000         WHEN '1'
105100             MOVE 'ONE-TRY WINS ABOVE CHANCE' TO DTL-REASON
105200         WHEN 'U'
105300             MOVE 'UNDER-OPTIMUM WINS ABOVE CHANCE'
105400                 TO DTL-REASON
105500         WHEN 'G'
105600             MOVE 'CONTRADICTORY GUESS VERDICTS' TO DTL-REASON
105700         WHEN 'V'
105800             MOVE 'BATCH/WEB VOLUME JUMP' TO DTL-REASON
105900     END-EVALUATE.
106000     IF FLAG-BAND > ZERO
106100         MOVE BAND-FROM (FLAG-BAND) TO BE-FROM
106200         MOVE BAND-TO (FLAG-BAND)   TO BE-TO
106300         MOVE BAND-EDIT             TO DTL-BAND
106400     END-IF.
106500     MOVE FLAG-ROUNDS    TO DTL-ROUNDS.
106600     MOVE FLAG-ACTUAL    TO DTL-ACTUAL.
106700     MOVE FLAG-ALLOWED   TO DTL-ALLOWED.
106800     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
106900     ADD 1 TO LINE-COUNT.
107000 6100-EXIT.
107100     EXIT.
107200*****************************************************************
107300*  6500-PRINT-HEADINGS - START A NEW REPORT PAGE                *
107400*****************************************************************
107500 6500-PRINT-HEADINGS.
107600     ADD 1 TO PAGE-COUNT.
107700     MOVE DETECT-DATE TO HDG1-DATE.
107800     MOVE WINDOW-FROM TO HDG1-FROM.
107900     MOVE PAGE-COUNT  TO HDG1-PAGE.
108000     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
108100     WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
108200     MOVE SPACES TO REPORT-LINE.
108300     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
108400     MOVE 3 TO LINE-COUNT.
108500 6500-EXIT.
108600     EXIT.
108700*****************************************************************
108800*  8000-REWRITE-WATCH - WRITE THE WATCHLIST BACK WHOLE          *
108900*****************************************************************
109000 8000-REWRITE-WATCH.
109100     IF WT-COUNT = ZERO
109200         GO TO 8000-EXIT
109300     END-IF.
109400     OPEN OUTPUT WATCH-FILE.
109500     IF NOT WATCH-OK
109600         DISPLAY 'WATCHDET: CANNOT REWRITE WATCHLIST, STATUS '
109700                 WATCH-STATUS
109800             UPON OPERATOR-CONSOLE
109900         MOVE 16 TO RUN-RC
110000         GO TO 8000-EXIT
110100     END-IF.
110200     MOVE ZERO TO WT-SUB.
110300     PERFORM 8100-WRITE-ONE-WATCH THRU 8100-EXIT
110400         UNTIL WT-SUB >= WT-COUNT.
110500     CLOSE WATCH-FILE.
110600 8000-EXIT.
110700     EXIT.
110800*****************************************************************
110900*  8100-WRITE-ONE-WATCH - ONE WATCHLIST ENTRY                   *
111000*****************************************************************
111100 8100-WRITE-ONE-WATCH.
111200     ADD 1 TO WT-SUB.
111300     WRITE WTCH-REC FROM WT-REC (WT-SUB).
111310     IF NOT WATCH-OK
111320         DISPLAY 'WATCHDET: WATCHLIST WRITE ERROR, STATUS '
111330                 WATCH-STATUS
111340             UPON OPERATOR-CONSOLE
111350         MOVE 16 TO RUN-RC
111360         MOVE WT-COUNT TO WT-SUB
111370     END-IF.
111400 8100-EXIT.
111500     EXIT.
111600*****************************************************************
111700*  8800-WRITE-RUN-STATUS - ONE RUN-CONTROL RECORD FOR JOBSTAT   *
111800*****************************************************************
111900 8800-WRITE-RUN-STATUS.
112000     OPEN EXTEND RUN-STATUS-FILE.
112100     IF RUNCTL-STATUS = '35'
112200         OPEN OUTPUT RUN-STATUS-FILE
112300         CLOSE RUN-STATUS-FILE
112400         OPEN EXTEND RUN-STATUS-FILE
112500     END-IF.
112600     IF NOT RUNCTL-OK
112700         DISPLAY 'WATCHDET: CANNOT WRITE RUN CONTROL, STATUS '
112800                 RUNCTL-STATUS
112900             UPON OPERATOR-CONSOLE
113000         GO TO 8800-EXIT
113100     END-IF.
113200     MOVE SPACES            TO RSTA-REC.
113300     MOVE 'WATCHDET'        TO RSTA-JOB-NAME.
113400     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
113500     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
113600     MOVE RUN-RC            TO RSTA-RC.
113700     MOVE ROUNDS-USED-COUNT TO RSTA-COUNT-1.
113800     MOVE NEW-FLAG-COUNT    TO RSTA-COUNT-2.
113900     WRITE RSTA-REC.
114000     CLOSE RUN-STATUS-FILE.
114100 8800-EXIT.
114200     EXIT.
114300*****************************************************************
114400*  9000-TERMINATE - CLOSE FILES                                 *
114500*****************************************************************
114600 9000-TERMINATE.
114700     IF FILES-ARE-OPEN
114800         CLOSE SCORES-FILE
114900               AUDIT-FILE
115000               REPORT-FILE
115100     END-IF.
115200 9000-EXIT.
115300     EXIT.

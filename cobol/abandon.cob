000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ABANDON.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  ABANDON  --  ABANDONED-ROUND RECOVERY                        *
000900*                                                               *
001000*  NIGHTLY, AFTER TRANSBAT AND BEFORE SCORMRGE.  WHEN A GUESS   *
001100*  SESSION DIES MID-ROUND THE TYPE 'G' GUESS RECORDS ARE ON     *
001200*  THE AUDIT TRAIL BUT NO ROUND IS EVER POSTED.  THIS JOB       *
001300*  READS THE LAST REC-DAYS DAYS OF GUESSES (AUDITTRL) AND OF    *
001400*  ONLINE ROUNDS (SCORES MASTER, THEN THE SCORDLY DELTA) IN     *
001500*  DATE/TIME ORDER AND PAIRS THEM PER PLAYER AS GUESSANL DOES:  *
001600*  A ROUND OF N TRIES TAKES THE LAST N GUESSES BEFORE IT, AND   *
001700*  ANY EARLIER GUESSES HAVE NO ROUND.  THOSE ARE CUT INTO       *
001800*  ROUNDS AT EACH HIT AND EVERY MAX-TRIES GUESSES:              *
001900*                                                               *
002000*      ENDS IN A HIT      LISTED ONLY - THE ROUND WAS WON BUT   *
002100*                         NEVER POSTED, SEE THE AUDIT TRAIL     *
002200*      NO HIT             POSTED AS AN ABANDONED ROUND          *
002300*                                                               *
002400*  GUESSES LEFT OPEN AT THE END OF THE TRAIL ARE ABANDONED ONCE *
002500*  THE LAST OF THEM IS REC-IDLE MINUTES OLD; UNTIL THEN THEY    *
002600*  ARE LISTED AS STILL IN PLAY AND LEFT FOR THE NEXT RUN.       *
002700*                                                               *
002800*  AN ABANDONED ROUND IS POSTED THE WAY GUESS POSTS A MAX-TRIES *
002900*  LOSS: A SCORDLY RECORD WITH RESULT 'A', SOURCE 'O', THE      *
003000*  TRIES TAKEN AND ZERO POINTS, STAMPED WITH THE LAST GUESS;    *
003100*  A TYPE 'P' AUDIT RECORD, VERDICT 'A', FOR RECONBAL; AND ONE  *
003200*  GAME AND ONE LOSS ON THE PLAYER MASTER.  THE RANGE IS SET AS *
003300*  GUESS SETS IT, FROM RANGE-HI OR THE RATING BAND.  EVERY      *
003400*  ROUND POSTED AND EVERY EXCEPTION IS LISTED ON RECOVRPT.      *
003500*                                                               *
003600*  ROUNDS ALREADY RECOVERED PAIR WITH THEIR GUESSES LIKE ANY    *
003700*  OTHER ROUND, SO A RERUN POSTS NOTHING TWICE.  THE JOB        *
003800*  REFUSES TO RUN WHILE SCORDLY STILL HOLDS AN ABANDONED ROUND  *
003900*  FROM A RUN SCORMRGE HAS NOT YET MERGED.                      *
004000*                                                               *
004100*  RETURN CODES:  0000 = NOTHING TO RECOVER                     *
004200*                 0004 = ROUNDS RECOVERED OR EXCEPTIONS LISTED  *
004300*                        - SEE RECOVRPT                         *
004400*                 0012 = REFUSED - LAST RECOVERY NOT YET MERGED *
004500*                 0016 = FILE ERROR                             *
004600*****************************************************************
004700*  MODIFICATION HISTORY                                         *
004800*  2026-10-15  TG   NEW PROGRAM                                 *
004820*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
004840*                   SCORES SELECT TO MATCH THE MASTER           *
004860*  2026-10-15  TG   AUDITTRL WRITE AND PLAYMST REWRITE CHECKED  *
004880*                   WHEN A RECOVERED ROUND IS POSTED            *
004890*  2026-10-15  TG   PLAYMST REWRITE STATUS TESTED AS WELL AS    *
004895*                   INVALID KEY                                 *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SPECIAL-NAMES.
005300     CONSOLE IS OPERATOR-CONSOLE.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT SCORES-FILE      ASSIGN TO SCORES
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS SEQUENTIAL
005900         RECORD KEY   IS SCOR-SEQ
006000         ALTERNATE RECORD KEY IS SCOR-DATE
006100                      WITH DUPLICATES
006120         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
006140                      WITH DUPLICATES
006200         FILE STATUS  IS SCORES-STATUS.
006300     SELECT SCORE-DELTA-FILE ASSIGN TO SCORDLY
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS  IS SCORDLY-STATUS.
006600     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS  IS AUDIT-STATUS.
006900     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE  IS RANDOM
007200         RECORD KEY   IS PLAY-ID
007300         FILE STATUS  IS PLAYMST-STATUS.
007400     SELECT PARM-FILE        ASSIGN TO GMPARM
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS  IS PARM-STATUS.
007700     SELECT REPORT-FILE      ASSIGN TO RECOVRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS  IS REPORT-STATUS.
008000     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS  IS RUNCTL-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  SCORES-FILE.
008600     COPY GMSCOR.
008700 FD  SCORE-DELTA-FILE.
008800     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==SDLY==.
008900 FD  AUDIT-FILE.
009000     COPY GMAUDT.
009100 FD  PLAYER-MASTER.
009200     COPY GMPLAY.
009300 FD  PARM-FILE.
009400     COPY GMPARM.
009500 FD  REPORT-FILE.
009600 01  REPORT-LINE             PIC X(132).
009700 FD  RUN-STATUS-FILE.
009800     COPY GMRSTA.
009900 WORKING-STORAGE SECTION.
010000 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
010100     88  SCORES-OK                       VALUE '00'.
010200     88  SCORES-EOF                      VALUE '10'.
010300 77  SCORDLY-STATUS          PIC X(02) VALUE SPACES.
010400     88  SCORDLY-OK                      VALUE '00'.
010500     88  SCORDLY-EOF                     VALUE '10'.
010600 77  AUDIT-STATUS            PIC X(02) VALUE SPACES.
010700     88  AUDIT-OK                        VALUE '00'.
010800     88  AUDIT-EOF                       VALUE '10'.
010900 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
011000     88  PLAYMST-OK                      VALUE '00'.
011100 77  PARM-STATUS             PIC X(02) VALUE SPACES.
011200     88  PARM-OK                         VALUE '00'.
011300     88  PARM-EOF                        VALUE '10'.
011400 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
011500     88  REPORT-OK                       VALUE '00'.
011600 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
011700     88  RUNCTL-OK                       VALUE '00'.
011800 77  RUN-RC                  PIC 9(04) VALUE ZERO.
011900 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
012000 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
012100 77  FILES-OPENED            PIC X(01) VALUE 'N'.
012200     88  FILES-ARE-OPEN                  VALUE 'Y'.
012300 77  REPORT-OPENED           PIC X(01) VALUE 'N'.
012400     88  REPORT-IS-OPEN                  VALUE 'Y'.
012500 77  PRIOR-RECOVERY          PIC X(01) VALUE 'N'.
012600     88  PRIOR-NOT-MERGED                VALUE 'Y'.
012700*    PARAMETER CARDS AND THEIR DEFAULTS
012800 77  PARM-RANGE-HI           PIC 9(04) VALUE 100.
012900 77  PARM-MAX-TRIES          PIC 9(03) VALUE 10.
013000 77  PARM-RATE-BAND          PIC 9(01) VALUE 0.
013100     88  RATING-BANDS-ON                 VALUE 1.
013200 77  REC-DAYS                PIC 9(03) VALUE 7.
013300 77  REC-IDLE                PIC 9(04) VALUE 60.
013400 77  REC-FROM                PIC 9(08) VALUE ZERO.
013500 77  YESTERDAY-DATE          PIC 9(08) VALUE ZERO.
013600 77  DAYS-BACK               PIC 9(03) VALUE ZERO.
013700*    DATE/TIME KEYS OF THE THREE STREAMS, HIGH-VALUES AT END
013800 77  AUDIT-KEY               PIC X(14) VALUE HIGH-VALUES.
013900 77  MASTER-KEY              PIC X(14) VALUE HIGH-VALUES.
014000 77  DELTA-KEY               PIC X(14) VALUE HIGH-VALUES.
014100 77  ROUND-PLAYER            PIC X(05) VALUE SPACES.
014200 77  ROUND-TRIES             PIC 9(03) VALUE ZERO.
014300*    GUESSES NOT YET PAIRED WITH A ROUND, ONE ENTRY PER PLAYER
014400*    WITH A ROUND OPEN.  AN ENTRY WITH NO GUESSES IS FREE.
014500 77  PEND-MAX                PIC S9(04) COMP VALUE 200.
014600 77  PEND-GUESS-MAX          PIC S9(04) COMP VALUE 50.
014700 77  PN-SUB                  PIC S9(04) COMP VALUE ZERO.
014800 77  PN-MATCH                PIC S9(04) COMP VALUE ZERO.
014900 77  PN-FREE                 PIC S9(04) COMP VALUE ZERO.
015000 01  PEND-TABLE.
015100     05  PN-USED             PIC S9(04) COMP VALUE ZERO.
015200     05  PN-ENTRY OCCURS 200 TIMES.
015300         10  PN-ID           PIC X(05).
015400         10  PN-COUNT        PIC S9(04) COMP.
015500         10  PN-GUESS OCCURS 50 TIMES.
015600             15  PG-STAMP    PIC X(14).
015700             15  PG-VERDICT  PIC X(01).
015800*    CUTTING A RUN OF UNPAIRED GUESSES INTO ROUNDS
015900 77  FLUSH-UPTO              PIC S9(04) COMP VALUE ZERO.
016000 77  FLUSH-MODE              PIC X(01) VALUE 'R'.
016100     88  FLUSH-RECOVER-TAIL              VALUE 'R'.
016200     88  FLUSH-KEEP-TAIL                 VALUE 'K'.
016300 77  FL-SUB                  PIC S9(04) COMP VALUE ZERO.
016400 77  SEG-START               PIC S9(04) COMP VALUE ZERO.
016500 77  SEG-END                 PIC S9(04) COMP VALUE ZERO.
016600 77  SEG-COUNT               PIC S9(04) COMP VALUE ZERO.
016700 77  SHIFT-FROM              PIC S9(04) COMP VALUE ZERO.
016800 77  SHIFT-TO                PIC S9(04) COMP VALUE ZERO.
016900*    HOW LONG THE LAST GUESS OF AN OPEN ROUND HAS STOOD
017000 01  IDLE-STAMP.
017100     05  IDLE-DATE           PIC 9(08).
017200     05  IDLE-HH             PIC 9(02).
017300     05  IDLE-MM             PIC 9(02).
017400     05  IDLE-SS             PIC 9(02).
017500 01  NOW-TIME.
017600     05  NOW-HH              PIC 9(02).
017700     05  NOW-MM              PIC 9(02).
017800     05  NOW-SS              PIC 9(02).
017900 01  NOW-TIME-N              REDEFINES NOW-TIME
018000                             PIC 9(06).
018100 77  IDLE-MINUTES            PIC S9(05) COMP VALUE ZERO.
018200*    ROUNDS TO POST, HELD UNTIL THE INPUT PASS IS OVER
018300 77  RV-MAX                  PIC S9(04) COMP VALUE 1000.
018400 77  RV-SUB                  PIC S9(04) COMP VALUE ZERO.
018500 01  RECOVER-TABLE.
018600     05  RV-COUNT            PIC S9(04) COMP VALUE ZERO.
018700     05  RV-ENTRY OCCURS 1000 TIMES.
018800         10  RV-PLAY-ID      PIC X(05).
018900         10  RV-STAMP.
019000             15  RV-DATE     PIC 9(08).
019100             15  RV-TIME     PIC 9(06).
019200         10  RV-TRIES        PIC 9(03).
019300 77  ROUND-RANGE-HI          PIC 9(04) VALUE 100.
019400 77  PLAYER-RATING           PIC 9(04) VALUE ZERO.
019500*    RUN COUNTS
019600 77  GUESS-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
019700 77  ROUND-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
019800 77  MATCHED-COUNT           PIC 9(07) COMP VALUE ZERO.
019900 77  SHORT-ROUND-COUNT       PIC 9(07) COMP VALUE ZERO.
020000 77  HIT-ONLY-COUNT          PIC 9(07) COMP VALUE ZERO.
020100 77  IN-PLAY-COUNT           PIC 9(07) COMP VALUE ZERO.
020200 77  UNTRACKED-COUNT         PIC 9(07) COMP VALUE ZERO.
020300 77  OVERFLOW-COUNT          PIC 9(07) COMP VALUE ZERO.
020400 77  POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
020500 77  POSTED-TRIES            PIC 9(07) COMP VALUE ZERO.
020600 77  NO-PLAYER-COUNT         PIC 9(07) COMP VALUE ZERO.
020700 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
020800 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
020900 01  DATE-WORK.
021000     05  DATE-WORK-YY        PIC 9(02).
021100     05  DATE-WORK-MM        PIC 9(02).
021200     05  DATE-WORK-DD        PIC 9(02).
021300 01  TIME-WORK.
021400     05  TIME-WORK-HHMMSS    PIC 9(06).
021500     05  FILLER              PIC 9(02).
021600 01  CALC-DATE.
021700     05  CALC-YYYY           PIC 9(04).
021800     05  CALC-MM             PIC 9(02).
021900     05  CALC-DD             PIC 9(02).
022000 01  CALC-DATE-N             REDEFINES CALC-DATE
022100                             PIC 9(08).
022200 77  LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
022300 77  LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
022400 77  MONTH-DAYS              PIC 9(02) VALUE ZERO.
022500 01  HEADING-LINE-1.
022600     05  FILLER              PIC X(10) VALUE 'ABANDON'.
022700     05  FILLER              PIC X(30)
022800         VALUE 'ABANDONED-ROUND RECOVERY'.
022900     05  FILLER              PIC X(04) VALUE 'RUN '.
023000     05  HDG1-DATE           PIC 9(08).
023100     05  FILLER              PIC X(15) VALUE ' GUESSES SINCE '.
023200     05  HDG1-FROM           PIC 9(08).
023300     05  FILLER              PIC X(06) VALUE ' PAGE '.
023400     05  HDG1-PAGE           PIC ZZZZ9.
023500     05  FILLER              PIC X(46) VALUE SPACES.
023600 01  HEADING-LINE-2.
023700     05  FILLER              PIC X(38)
023800         VALUE 'PLAYER  LAST GUESS        TRIES  RANGE'.
023900     05  FILLER              PIC X(06) VALUE 'ACTION'.
024000     05  FILLER              PIC X(88) VALUE SPACES.
024100 01  DETAIL-LINE.
024200     05  DTL-PLAY-ID         PIC X(05).
024300     05  FILLER              PIC X(03) VALUE SPACES.
024400     05  DTL-DATE            PIC 9(08).
024500     05  FILLER              PIC X(01) VALUE SPACE.
024600     05  DTL-TIME            PIC 9(06).
024700     05  FILLER              PIC X(04) VALUE SPACES.
024800     05  DTL-TRIES           PIC ZZ9.
024900     05  FILLER              PIC X(03) VALUE SPACES.
025000     05  DTL-RANGE           PIC ZZZ9.
025100     05  FILLER              PIC X(01) VALUE SPACE.
025200     05  DTL-ACTION          PIC X(30).
025300     05  FILLER              PIC X(64) VALUE SPACES.
025400 01  TOTAL-LINE.
025500     05  FILLER              PIC X(01) VALUE SPACE.
025600     05  TOT-LABEL           PIC X(30).
025700     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
025800     05  FILLER              PIC X(92) VALUE SPACES.
025900 01  MESSAGE-LINE.
026000     05  FILLER              PIC X(01) VALUE SPACE.
026100     05  MSG-TEXT            PIC X(60).
026200     05  FILLER              PIC X(71) VALUE SPACES.
026300 PROCEDURE DIVISION.
026400*****************************************************************
026500*  0000-MAINLINE - CONTROL THE RECOVERY RUN                     *
026600*****************************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     IF RUN-RC < 16
027000         PERFORM 2000-NEXT-EVENT THRU 2000-EXIT
027100             UNTIL AUDIT-KEY = HIGH-VALUES
027200               AND MASTER-KEY = HIGH-VALUES
027300               AND DELTA-KEY = HIGH-VALUES
027400     END-IF.
027500     PERFORM 9100-CLOSE-INPUTS THRU 9100-EXIT.
027600     IF RUN-RC < 16 AND PRIOR-NOT-MERGED
027700         DISPLAY 'ABANDON: SCORDLY HOLDS AN ABANDONED ROUND NOT '
027800                 'YET MERGED - RUN SCORMRGE FIRST'
027900             UPON OPERATOR-CONSOLE
028000         MOVE 'REFUSED - LAST RECOVERY NOT YET MERGED BY SCORMRGE'
028100             TO MSG-TEXT
028200         PERFORM 6800-PRINT-MESSAGE THRU 6800-EXIT
028300         MOVE 12 TO RUN-RC
028400     END-IF.
028500     IF RUN-RC < 12
028600         PERFORM 5000-CLOSE-OUT THRU 5000-EXIT
028700         PERFORM 7000-POST-RECOVERED THRU 7000-EXIT
028800     END-IF.
028900     IF RUN-RC < 16 AND REPORT-IS-OPEN
029000         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
029100     END-IF.
029200     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
029300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029400     MOVE RUN-RC TO RETURN-CODE.
029500     STOP RUN.
029600*****************************************************************
029700*  1000-INITIALIZE - PARAMETERS, WINDOW, OPEN AND PRIME FILES   *
029800*****************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT DATE-WORK FROM DATE.
030100     COMPUTE CURRENT-DATE-N =
030200         20000000 + (DATE-WORK-YY * 10000)
030300                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
030400     ACCEPT TIME-WORK FROM TIME.
030500     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
030600     MOVE CURRENT-TIME-N   TO NOW-TIME-N.
030700     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
030800     IF PARM-MAX-TRIES = ZERO
030900         MOVE 10 TO PARM-MAX-TRIES
031000     END-IF.
031100     IF REC-DAYS = ZERO
031200         MOVE 1 TO REC-DAYS
031300     END-IF.
031400*    THE SEARCH RUNS FROM REC-DAYS DAYS BACK UP TO NOW.  THE
031500*    FIRST STEP BACK IS YESTERDAY, KEPT FOR THE IDLE TEST.
031600     MOVE CURRENT-DATE-N TO CALC-DATE-N.
031700     MOVE ZERO TO DAYS-BACK.
031800     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT.
031900     MOVE CALC-DATE-N TO YESTERDAY-DATE.
032000     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
032100         UNTIL DAYS-BACK >= REC-DAYS.
032200     MOVE CALC-DATE-N TO REC-FROM.
032300     OPEN OUTPUT REPORT-FILE.
032400     IF NOT REPORT-OK
032500         DISPLAY 'ABANDON: CANNOT OPEN RECOVRPT, STATUS '
032600                 REPORT-STATUS
032700             UPON OPERATOR-CONSOLE
032800         MOVE 16 TO RUN-RC
032900         GO TO 1000-EXIT
033000     END-IF.
033100     MOVE 'Y' TO REPORT-OPENED.
033200     OPEN INPUT SCORES-FILE
033300                SCORE-DELTA-FILE
033400                AUDIT-FILE.
033500     MOVE 'Y' TO FILES-OPENED.
033600     IF SCORES-STATUS = '35'
033700         MOVE '10' TO SCORES-STATUS
033800     END-IF.
033900     IF SCORDLY-STATUS = '35'
034000         MOVE '10' TO SCORDLY-STATUS
034100     END-IF.
034200     IF AUDIT-STATUS = '35'
034300         DISPLAY 'ABANDON: NO AUDIT TRAIL, NOTHING TO RECOVER'
034400             UPON OPERATOR-CONSOLE
034500         MOVE '10' TO AUDIT-STATUS
034600     END-IF.
034700     IF (NOT SCORES-OK AND NOT SCORES-EOF)
034800        OR (NOT SCORDLY-OK AND NOT SCORDLY-EOF)
034900        OR (NOT AUDIT-OK AND NOT AUDIT-EOF)
035000         DISPLAY 'ABANDON: FILE OPEN ERROR SCORES='
035100                 SCORES-STATUS ' SCORDLY=' SCORDLY-STATUS
035200                 ' AUDIT=' AUDIT-STATUS
035300             UPON OPERATOR-CONSOLE
035400         MOVE 16 TO RUN-RC
035500         GO TO 1000-EXIT
035600     END-IF.
035700*    POSITION THE MASTER ON THE DATE KEY AND PRIME ALL THREE
035800*    STREAMS AT THE FIRST RECORD OF THE WINDOW.
035900     IF NOT SCORES-EOF
036000         MOVE REC-FROM TO SCOR-DATE
036100         START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
036200             INVALID KEY
036300                 MOVE '10' TO SCORES-STATUS
036400         END-START
036500     END-IF.
036600     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
036700     PERFORM 2700-READ-DELTA THRU 2700-EXIT.
036800     PERFORM 2500-READ-AUDIT THRU 2500-EXIT.
036900 1000-EXIT.
037000     EXIT.
037100*****************************************************************
037200*  1300-BACK-ONE-DAY - STEP CALC-DATE BACK ONE DAY              *
037300*****************************************************************
037400 1300-BACK-ONE-DAY.
037500     IF CALC-DD > 1
037600         SUBTRACT 1 FROM CALC-DD
037700     ELSE
037800         IF CALC-MM = 1
037900             MOVE 12 TO CALC-MM
038000             SUBTRACT 1 FROM CALC-YYYY
038100         ELSE
038200             SUBTRACT 1 FROM CALC-MM
038300         END-IF
038400         PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT
038500         MOVE MONTH-DAYS TO CALC-DD
038600     END-IF.
038700     ADD 1 TO DAYS-BACK.
038800 1300-EXIT.
038900     EXIT.
039000*****************************************************************
039100*  1350-DAYS-IN-MONTH - DAYS IN CALC-MM OF CALC-YYYY            *
039200*****************************************************************
039300 1350-DAYS-IN-MONTH.
039400     EVALUATE CALC-MM
039500         WHEN 4
039600         WHEN 6
039700         WHEN 9
039800         WHEN 11
039900             MOVE 30 TO MONTH-DAYS
040000         WHEN 2
040100             PERFORM 1360-FEBRUARY-DAYS THRU 1360-EXIT
040200         WHEN OTHER
040300             MOVE 31 TO MONTH-DAYS
040400     END-EVALUATE.
040500 1350-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  1360-FEBRUARY-DAYS - 28 OR 29 FOR CALC-YYYY                  *
040900*****************************************************************
041000 1360-FEBRUARY-DAYS.
041100     MOVE 28 TO MONTH-DAYS.
041200     DIVIDE CALC-YYYY BY 400
041300         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
041400     IF LEAP-REMAINDER = ZERO
041500         MOVE 29 TO MONTH-DAYS
041600         GO TO 1360-EXIT
041700     END-IF.
041800     DIVIDE CALC-YYYY BY 100
041900         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
042000     IF LEAP-REMAINDER = ZERO
042100         GO TO 1360-EXIT
042200     END-IF.
042300     DIVIDE CALC-YYYY BY 4
042400         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
042500     IF LEAP-REMAINDER = ZERO
042600         MOVE 29 TO MONTH-DAYS
042700     END-IF.
042800 1360-EXIT.
042900     EXIT.
043000*****************************************************************
043100*  1500-LOAD-PARMS - READ THE PARAMETER CARDS                   *
043200*****************************************************************
043300 1500-LOAD-PARMS.
043400     OPEN INPUT PARM-FILE.
043500     IF NOT PARM-OK
043600         GO TO 1500-EXIT
043700     END-IF.
043800     PERFORM 1600-READ-PARM THRU 1600-EXIT
043900         UNTIL PARM-EOF.
044000     CLOSE PARM-FILE.
044100 1500-EXIT.
044200     EXIT.
044300*****************************************************************
044400*  1600-READ-PARM - APPLY ONE PARAMETER CARD                    *
044500*****************************************************************
044600 1600-READ-PARM.
044700     READ PARM-FILE
044800         AT END GO TO 1600-EXIT.
044900     IF PARM-REC (1:1) = '*'
045000         GO TO 1600-EXIT
045100     END-IF.
045200     IF PARM-VALUE-X NOT NUMERIC
045300         GO TO 1600-EXIT
045400     END-IF.
045500     EVALUATE PARM-KEYWORD
045600         WHEN 'RANGE-HI  '
045700             IF PARM-VALUE >= 2
045800                 MOVE PARM-VALUE TO PARM-RANGE-HI
045900             END-IF
046000         WHEN 'MAX-TRIES '
046100             MOVE PARM-VALUE TO PARM-MAX-TRIES
046200         WHEN 'RATE-BAND '
046300             MOVE PARM-VALUE TO PARM-RATE-BAND
046400         WHEN 'REC-DAYS  '
046500             MOVE PARM-VALUE TO REC-DAYS
046600         WHEN 'REC-IDLE  '
046700             MOVE PARM-VALUE TO REC-IDLE
046800         WHEN OTHER
046900             CONTINUE
047000     END-EVALUATE.
047100 1600-EXIT.
047200     EXIT.
047300*****************************************************************
047400*  2000-NEXT-EVENT - TAKE THE EARLIEST OF THE THREE STREAMS.    *
047500*  ON A TIE THE GUESS GOES FIRST - GUESS POSTS THE ROUND AFTER  *
047600*  ITS LAST GUESS, NEVER BEFORE.                                *
047700*****************************************************************
047800 2000-NEXT-EVENT.
047900     IF AUDIT-KEY NOT = HIGH-VALUES
048000        AND AUDIT-KEY <= MASTER-KEY
048100        AND AUDIT-KEY <= DELTA-KEY
048200         PERFORM 3000-TAKE-GUESS THRU 3000-EXIT
048300         PERFORM 2500-READ-AUDIT THRU 2500-EXIT
048400         GO TO 2000-EXIT
048500     END-IF.
048600     IF MASTER-KEY <= DELTA-KEY
048700         MOVE SCOR-PLAY-ID TO ROUND-PLAYER
048800         MOVE SCOR-TRIES   TO ROUND-TRIES
048900         PERFORM 4000-TAKE-ROUND THRU 4000-EXIT
049000         PERFORM 2600-READ-MASTER THRU 2600-EXIT
049100     ELSE
049200         MOVE SDLY-PLAY-ID TO ROUND-PLAYER
049300         MOVE SDLY-TRIES   TO ROUND-TRIES
049400         PERFORM 4000-TAKE-ROUND THRU 4000-EXIT
049500         PERFORM 2700-READ-DELTA THRU 2700-EXIT
049600     END-IF.
049700 2000-EXIT.
049800     EXIT.
049900*****************************************************************
050000*  2500-READ-AUDIT - NEXT GUESS RECORD IN THE WINDOW            *
050100*****************************************************************
050200 2500-READ-AUDIT.
050300     MOVE HIGH-VALUES TO AUDIT-KEY.
050400     IF AUDIT-EOF
050500         GO TO 2500-EXIT
050600     END-IF.
050700     READ AUDIT-FILE
050800         AT END GO TO 2500-EXIT.
050900     IF NOT AUDIT-OK
051000         DISPLAY 'ABANDON: AUDIT READ ERROR, STATUS ' AUDIT-STATUS
051100             UPON OPERATOR-CONSOLE
051200         MOVE 16 TO RUN-RC
051300         MOVE '10' TO AUDIT-STATUS
051400         GO TO 2500-EXIT
051500     END-IF.
051600     IF NOT AUDT-GUESS-EVENT
051700        OR AUDT-DATE < REC-FROM
051800         GO TO 2500-READ-AUDIT
051900     END-IF.
052000     ADD 1 TO GUESS-READ-COUNT.
052100     MOVE AUDT-REC (1:14) TO AUDIT-KEY.
052200 2500-EXIT.
052300     EXIT.
052400*****************************************************************
052500*  2600-READ-MASTER - NEXT ONLINE ROUND ON THE SCORES MASTER    *
052600*****************************************************************
052700 2600-READ-MASTER.
052800     MOVE HIGH-VALUES TO MASTER-KEY.
052900     IF SCORES-EOF
053000         GO TO 2600-EXIT
053100     END-IF.
053200     READ SCORES-FILE NEXT RECORD
053300         AT END GO TO 2600-EXIT.
053400     IF NOT SCORES-OK
053500         DISPLAY 'ABANDON: SCORES READ ERROR, STATUS '
053600                 SCORES-STATUS
053700             UPON OPERATOR-CONSOLE
053800         MOVE 16 TO RUN-RC
053900         MOVE '10' TO SCORES-STATUS
054000         GO TO 2600-EXIT
054100     END-IF.
054200     IF NOT SCOR-ONLINE
054300         GO TO 2600-READ-MASTER
054400     END-IF.
054500     ADD 1 TO ROUND-READ-COUNT.
054600     MOVE SCOR-REC (1:14) TO MASTER-KEY.
054700 2600-EXIT.
054800     EXIT.
054900*****************************************************************
055000*  2700-READ-DELTA - NEXT ONLINE ROUND ON THE SCORDLY DELTA.    *
055100*  AN ABANDONED ROUND HERE IS FROM A RUN NOT YET MERGED.        *
055200*****************************************************************
055300 2700-READ-DELTA.
055400     MOVE HIGH-VALUES TO DELTA-KEY.
055500     IF SCORDLY-EOF
055600         GO TO 2700-EXIT
055700     END-IF.
055800     READ SCORE-DELTA-FILE
055900         AT END GO TO 2700-EXIT.
056000     IF NOT SCORDLY-OK
056100         DISPLAY 'ABANDON: SCORDLY READ ERROR, STATUS '
056200                 SCORDLY-STATUS
056300             UPON OPERATOR-CONSOLE
056400         MOVE 16 TO RUN-RC
056500         MOVE '10' TO SCORDLY-STATUS
056600         GO TO 2700-EXIT
056700     END-IF.
056800     IF SDLY-ABANDONED
056900         MOVE 'Y' TO PRIOR-RECOVERY
057000     END-IF.
057100     IF NOT SDLY-ONLINE
057200        OR SDLY-DATE < REC-FROM
057300         GO TO 2700-READ-DELTA
057400     END-IF.
057500     ADD 1 TO ROUND-READ-COUNT.
057600     MOVE SDLY-REC (1:14) TO DELTA-KEY.
057700 2700-EXIT.
057800     EXIT.
057900*****************************************************************
058000*  3000-TAKE-GUESS - ADD ONE GUESS TO THE PLAYERS OPEN ROUND    *
058100*****************************************************************
058200 3000-TAKE-GUESS.
058300     MOVE AUDT-PLAY-ID TO ROUND-PLAYER.
058400     PERFORM 3500-FIND-PENDING THRU 3500-EXIT.
058500     IF PN-MATCH = ZERO
058600         IF PN-FREE = ZERO
058700             ADD 1 TO UNTRACKED-COUNT
058800             GO TO 3000-EXIT
058900         END-IF
059000         MOVE PN-FREE      TO PN-MATCH
059100         MOVE AUDT-PLAY-ID TO PN-ID (PN-MATCH)
059200         MOVE ZERO         TO PN-COUNT (PN-MATCH)
059300     END-IF.
059400*    A FULL ENTRY IS CUT INTO ROUNDS NOW, KEEPING ONLY THE ROUND
059500*    STILL OPEN AT THE END OF IT.
059600     IF PN-COUNT (PN-MATCH) >= PEND-GUESS-MAX
059700         MOVE PN-COUNT (PN-MATCH) TO FLUSH-UPTO
059800         MOVE 'K' TO FLUSH-MODE
059900         PERFORM 5100-FLUSH-PENDING THRU 5100-EXIT
060000     END-IF.
060100     IF PN-COUNT (PN-MATCH) >= PEND-GUESS-MAX
060200         MOVE PN-COUNT (PN-MATCH) TO FLUSH-UPTO
060300         MOVE 'R' TO FLUSH-MODE
060400         PERFORM 5100-FLUSH-PENDING THRU 5100-EXIT
060500     END-IF.
060600     ADD 1 TO PN-COUNT (PN-MATCH).
060700     MOVE AUDIT-KEY
060800         TO PG-STAMP (PN-MATCH, PN-COUNT (PN-MATCH)).
060900     MOVE AUDT-VERDICT
061000         TO PG-VERDICT (PN-MATCH, PN-COUNT (PN-MATCH)).
061100 3000-EXIT.
061200     EXIT.
061300*****************************************************************
061400*  3500-FIND-PENDING - ENTRY FOR ROUND-PLAYER, AND THE FIRST    *
061500*  FREE ENTRY IN CASE THERE IS NONE                             *
061600*****************************************************************
061700 3500-FIND-PENDING.
061800     MOVE ZERO TO PN-MATCH PN-FREE PN-SUB.
061900     PERFORM 3600-SCAN-PENDING THRU 3600-EXIT
062000         UNTIL PN-MATCH > ZERO OR PN-SUB >= PN-USED.
062100     IF PN-MATCH = ZERO AND PN-FREE = ZERO
062200        AND PN-USED < PEND-MAX
062300         ADD 1 TO PN-USED
062400         MOVE PN-USED TO PN-FREE
062500     END-IF.
062600 3500-EXIT.
062700     EXIT.
062800*****************************************************************
062900*  3600-SCAN-PENDING - TEST ONE PENDING ENTRY                   *
063000*****************************************************************
063100 3600-SCAN-PENDING.
063200     ADD 1 TO PN-SUB.
063300     IF PN-COUNT (PN-SUB) = ZERO
063400         IF PN-FREE = ZERO
063500             MOVE PN-SUB TO PN-FREE
063600         END-IF
063700         GO TO 3600-EXIT
063800     END-IF.
063900     IF PN-ID (PN-SUB) = ROUND-PLAYER
064000         MOVE PN-SUB TO PN-MATCH
064100     END-IF.
064200 3600-EXIT.
064300     EXIT.
064400*****************************************************************
064500*  4000-TAKE-ROUND - A POSTED ROUND CLAIMS THE LAST ROUND-TRIES *
064600*  GUESSES; ANY GUESSES BEFORE THOSE NEVER GOT A ROUND          *
064700*****************************************************************
064800 4000-TAKE-ROUND.
064900     PERFORM 3500-FIND-PENDING THRU 3500-EXIT.
065000     IF PN-MATCH = ZERO
065100         ADD 1 TO SHORT-ROUND-COUNT
065200         GO TO 4000-EXIT
065300     END-IF.
065400     IF PN-COUNT (PN-MATCH) < ROUND-TRIES
065500         ADD 1 TO SHORT-ROUND-COUNT
065600         MOVE ZERO TO PN-COUNT (PN-MATCH)
065700         GO TO 4000-EXIT
065800     END-IF.
065900     IF PN-COUNT (PN-MATCH) > ROUND-TRIES
066000         COMPUTE FLUSH-UPTO = PN-COUNT (PN-MATCH) - ROUND-TRIES
066100         MOVE 'R' TO FLUSH-MODE
066200         PERFORM 5100-FLUSH-PENDING THRU 5100-EXIT
066300     END-IF.
066400     ADD 1 TO MATCHED-COUNT.
066500     MOVE ZERO TO PN-COUNT (PN-MATCH).
066600 4000-EXIT.
066700     EXIT.
066800*****************************************************************
066900*  5000-CLOSE-OUT - ROUNDS STILL OPEN AT THE END OF THE TRAIL   *
067000*****************************************************************
067100 5000-CLOSE-OUT.
067200     MOVE ZERO TO PN-SUB.
067300     PERFORM 5050-CLOSE-ONE THRU 5050-EXIT
067400         UNTIL PN-SUB >= PN-USED.
067500 5000-EXIT.
067600     EXIT.
067700*****************************************************************
067800*  5050-CLOSE-ONE - ABANDON AN OPEN ROUND ONCE IT HAS STOOD     *
067900*  REC-IDLE MINUTES, OTHERWISE LEAVE IT FOR THE NEXT RUN        *
068000*****************************************************************
068100 5050-CLOSE-ONE.
068200     ADD 1 TO PN-SUB.
068300     IF PN-COUNT (PN-SUB) = ZERO
068400         GO TO 5050-EXIT
068500     END-IF.
068600     MOVE PN-SUB TO PN-MATCH.
068700     MOVE PG-STAMP (PN-MATCH, PN-COUNT (PN-MATCH)) TO IDLE-STAMP.
068800     EVALUATE TRUE
068900         WHEN IDLE-DATE = CURRENT-DATE-N
069000             COMPUTE IDLE-MINUTES =
069100                 (NOW-HH * 60 + NOW-MM) - (IDLE-HH * 60 + IDLE-MM)
069200         WHEN IDLE-DATE = YESTERDAY-DATE
069300             COMPUTE IDLE-MINUTES =
069400                 (NOW-HH * 60 + NOW-MM) + 1440
069500                 - (IDLE-HH * 60 + IDLE-MM)
069600         WHEN IDLE-DATE > CURRENT-DATE-N
069700             MOVE ZERO TO IDLE-MINUTES
069800         WHEN OTHER
069900             MOVE 9999 TO IDLE-MINUTES
070000     END-EVALUATE.
070100     IF IDLE-MINUTES >= REC-IDLE
070200         MOVE PN-COUNT (PN-MATCH) TO FLUSH-UPTO
070300         MOVE 'R' TO FLUSH-MODE
070400         PERFORM 5100-FLUSH-PENDING THRU 5100-EXIT
070500         GO TO 5050-EXIT
070600     END-IF.
070700     MOVE PN-COUNT (PN-MATCH) TO SEG-COUNT SEG-END.
070800     MOVE 'STILL IN PLAY - LEFT OPEN' TO DTL-ACTION.
070900     MOVE ZERO TO ROUND-RANGE-HI.
071000     PERFORM 6100-PRINT-DETAIL THRU 6100-EXIT.
071100     ADD 1 TO IN-PLAY-COUNT.
071200 5050-EXIT.
071300     EXIT.
071400*****************************************************************
071500*  5100-FLUSH-PENDING - CUT GUESSES 1 TO FLUSH-UPTO OF ENTRY    *
071600*  PN-MATCH INTO ROUNDS.  A ROUND ENDS AT A HIT OR AFTER        *
071700*  MAX-TRIES GUESSES.  A ROUND LEFT OPEN AT FLUSH-UPTO IS       *
071800*  RECOVERED OR KEPT AS FLUSH-MODE SAYS; WHAT IS LEFT MOVES UP  *
071900*  TO THE FRONT OF THE ENTRY.                                   *
072000*****************************************************************
072100 5100-FLUSH-PENDING.
072200     MOVE ZERO TO FL-SUB SEG-COUNT SEG-START.
072300     PERFORM 5200-SEGMENT-GUESS THRU 5200-EXIT
072400         UNTIL FL-SUB >= FLUSH-UPTO.
072500     COMPUTE SHIFT-FROM = FLUSH-UPTO + 1.
072600     IF SEG-COUNT > ZERO
072700         IF FLUSH-RECOVER-TAIL
072800             MOVE FLUSH-UPTO TO SEG-END
072900             PERFORM 5400-RECOVER-SEGMENT THRU 5400-EXIT
073000         ELSE
073100             MOVE SEG-START TO SHIFT-FROM
073200         END-IF
073300     END-IF.
073400     MOVE ZERO TO SHIFT-TO.
073500     PERFORM 5500-SHIFT-GUESS THRU 5500-EXIT
073600         UNTIL SHIFT-FROM > PN-COUNT (PN-MATCH).
073700     MOVE SHIFT-TO TO PN-COUNT (PN-MATCH).
073800 5100-EXIT.
073900     EXIT.
074000*****************************************************************
074100*  5200-SEGMENT-GUESS - ONE GUESS OF THE RUN BEING CUT UP       *
074200*****************************************************************
074300 5200-SEGMENT-GUESS.
074400     ADD 1 TO FL-SUB.
074500     IF SEG-COUNT = ZERO
074600         MOVE FL-SUB TO SEG-START
074700     END-IF.
074800     ADD 1 TO SEG-COUNT.
074900     MOVE FL-SUB TO SEG-END.
075000     IF PG-VERDICT (PN-MATCH, FL-SUB) = 'E'
075100         MOVE 'HIT GUESSED - NO ROUND POSTED' TO DTL-ACTION
075200         MOVE ZERO TO ROUND-RANGE-HI
075300         PERFORM 6100-PRINT-DETAIL THRU 6100-EXIT
075400         ADD 1 TO HIT-ONLY-COUNT
075500         MOVE ZERO TO SEG-COUNT
075600         GO TO 5200-EXIT
075700     END-IF.
075800     IF SEG-COUNT >= PARM-MAX-TRIES
075900         PERFORM 5400-RECOVER-SEGMENT THRU 5400-EXIT
076000         MOVE ZERO TO SEG-COUNT
076100     END-IF.
076200 5200-EXIT.
076300     EXIT.
076400*****************************************************************
076500*  5400-RECOVER-SEGMENT - HOLD GUESSES SEG-START TO SEG-END AS  *
076600*  AN ABANDONED ROUND FOR POSTING                               *
076700*****************************************************************
076800 5400-RECOVER-SEGMENT.
076900     IF RV-COUNT >= RV-MAX
077000         ADD 1 TO OVERFLOW-COUNT
077100         GO TO 5400-EXIT
077200     END-IF.
077300     ADD 1 TO RV-COUNT.
077400     MOVE PN-ID (PN-MATCH)             TO RV-PLAY-ID (RV-COUNT).
077500     MOVE PG-STAMP (PN-MATCH, SEG-END) TO RV-STAMP (RV-COUNT).
077600     MOVE SEG-COUNT                    TO RV-TRIES (RV-COUNT).
077700 5400-EXIT.
077800     EXIT.
077900*****************************************************************
078000*  5500-SHIFT-GUESS - MOVE ONE KEPT GUESS UP THE ENTRY          *
078100*****************************************************************
078200 5500-SHIFT-GUESS.
078300     ADD 1 TO SHIFT-TO.
078400     MOVE PN-GUESS (PN-MATCH, SHIFT-FROM)
078500         TO PN-GUESS (PN-MATCH, SHIFT-TO).
078600     ADD 1 TO SHIFT-FROM.
078700 5500-EXIT.
078800     EXIT.
078900*****************************************************************
079000*  6000-PRINT-TOTALS - CONTROL TOTALS AT THE END OF THE LISTING *
079100*****************************************************************
079200 6000-PRINT-TOTALS.
079300     IF LINE-COUNT > 45
079400         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
079500     END-IF.
079600     MOVE SPACES TO REPORT-LINE.
079700     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
079800     MOVE 'GUESS RECORDS READ'      TO TOT-LABEL.
079900     MOVE GUESS-READ-COUNT          TO TOT-VALUE.
080000     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
080100     MOVE 'ONLINE ROUNDS READ'      TO TOT-LABEL.
080200     MOVE ROUND-READ-COUNT          TO TOT-VALUE.
080300     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
080400     MOVE 'ROUNDS PAIRED WITH GUESSES' TO TOT-LABEL.
080500     MOVE MATCHED-COUNT             TO TOT-VALUE.
080600     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
080700     MOVE 'ROUNDS SHORT OF GUESSES'  TO TOT-LABEL.
080800     MOVE SHORT-ROUND-COUNT         TO TOT-VALUE.
080900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081000     MOVE 'ABANDONED ROUNDS POSTED'  TO TOT-LABEL.
081100     MOVE POSTED-COUNT              TO TOT-VALUE.
081200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081300     MOVE 'TRIES IN ROUNDS POSTED'   TO TOT-LABEL.
081400     MOVE POSTED-TRIES              TO TOT-VALUE.
081500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081600     MOVE 'NOT POSTED - NOT ON MASTER' TO TOT-LABEL.
081700     MOVE NO-PLAYER-COUNT           TO TOT-VALUE.
081800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
081900     MOVE 'HITS WITH NO ROUND POSTED' TO TOT-LABEL.
082000     MOVE HIT-ONLY-COUNT            TO TOT-VALUE.
082100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082200     MOVE 'ROUNDS STILL IN PLAY'     TO TOT-LABEL.
082300     MOVE IN-PLAY-COUNT             TO TOT-VALUE.
082400     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082500     MOVE 'GUESSES NOT TRACKED'      TO TOT-LABEL.
082600     MOVE UNTRACKED-COUNT           TO TOT-VALUE.
082700     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
082800     MOVE 'ROUNDS LEFT FOR NEXT RUN'  TO TOT-LABEL.
082900     MOVE OVERFLOW-COUNT            TO TOT-VALUE.
083000     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
083100     IF RUN-RC = ZERO
083200        AND (POSTED-COUNT > ZERO OR NO-PLAYER-COUNT > ZERO
083300             OR HIT-ONLY-COUNT > ZERO OR IN-PLAY-COUNT > ZERO
083400             OR UNTRACKED-COUNT > ZERO OR OVERFLOW-COUNT > ZERO)
083500         MOVE 4 TO RUN-RC
083600     END-IF.
083700 6000-EXIT.
083800     EXIT.
083900*****************************************************************
084000*  6100-PRINT-DETAIL - ONE LINE FOR THE ROUND IN SEG-END OF     *
084100*  ENTRY PN-MATCH, OR FOR THE HELD ROUND RV-SUB WHEN POSTING    *
084200*****************************************************************
084300 6100-PRINT-DETAIL.
084400     IF LINE-COUNT > 55
084500         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
084600     END-IF.
084700     IF RV-SUB > ZERO
084800         MOVE RV-PLAY-ID (RV-SUB)       TO DTL-PLAY-ID
084900         MOVE RV-STAMP (RV-SUB)         TO IDLE-STAMP
085000         MOVE RV-TRIES (RV-SUB)         TO DTL-TRIES
085100     ELSE
085200         MOVE PN-ID (PN-MATCH)          TO DTL-PLAY-ID
085300         MOVE PG-STAMP (PN-MATCH, SEG-END) TO IDLE-STAMP
085400         MOVE SEG-COUNT                 TO DTL-TRIES
085500     END-IF.
085600     MOVE IDLE-DATE                     TO DTL-DATE.
085700     MOVE IDLE-STAMP (9:6)              TO DTL-TIME.
085800     MOVE ROUND-RANGE-HI                TO DTL-RANGE.
085900     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
086000     ADD 1 TO LINE-COUNT.
086100 6100-EXIT.
086200     EXIT.
086300*****************************************************************
086400*  6500-PRINT-HEADINGS - START A NEW REPORT PAGE                *
086500*****************************************************************
086600 6500-PRINT-HEADINGS.
086700     ADD 1 TO PAGE-COUNT.
086800     MOVE CURRENT-DATE-N TO HDG1-DATE.
086900     MOVE REC-FROM       TO HDG1-FROM.
087000     MOVE PAGE-COUNT     TO HDG1-PAGE.
087100     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
087200     WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
087300     MOVE SPACES TO REPORT-LINE.
087400     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
087500     MOVE 3 TO LINE-COUNT.
087600 6500-EXIT.
087700     EXIT.
087800*****************************************************************
087900*  6800-PRINT-MESSAGE - ONE MESSAGE LINE ON THE LISTING         *
088000*****************************************************************
088100 6800-PRINT-MESSAGE.
088200     IF NOT REPORT-IS-OPEN
088300         GO TO 6800-EXIT
088400     END-IF.
088500     IF LINE-COUNT > 55
088600         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
088700     END-IF.
088800     WRITE REPORT-LINE FROM MESSAGE-LINE AFTER ADVANCING 1 LINE.
088900     ADD 1 TO LINE-COUNT.
089000 6800-EXIT.
089100     EXIT.
089200*****************************************************************
089300*  7000-POST-RECOVERED - POST THE ABANDONED ROUNDS HELD IN THE  *
089400*  TABLE TO SCORDLY, THE AUDIT TRAIL AND THE PLAYER MASTER      *
089500*****************************************************************
089600 7000-POST-RECOVERED.
089700     IF RV-COUNT = ZERO
089800         GO TO 7000-EXIT
089900     END-IF.
090000     OPEN EXTEND SCORE-DELTA-FILE.
090100     IF SCORDLY-STATUS = '35'
090200         OPEN OUTPUT SCORE-DELTA-FILE
090300         CLOSE SCORE-DELTA-FILE
090400         OPEN EXTEND SCORE-DELTA-FILE
090500     END-IF.
090600     IF NOT SCORDLY-OK
090700         DISPLAY 'ABANDON: CANNOT EXTEND SCORDLY, STATUS '
090800                 SCORDLY-STATUS
090900             UPON OPERATOR-CONSOLE
091000         MOVE 16 TO RUN-RC
091100         GO TO 7000-EXIT
091200     END-IF.
091300     OPEN EXTEND AUDIT-FILE.
091400     IF AUDIT-STATUS = '35'
091500         OPEN OUTPUT AUDIT-FILE
091600         CLOSE AUDIT-FILE
091700         OPEN EXTEND AUDIT-FILE
091800     END-IF.
091900     IF NOT AUDIT-OK
092000         DISPLAY 'ABANDON: CANNOT EXTEND AUDITTRL, STATUS '
092100                 AUDIT-STATUS
092200             UPON OPERATOR-CONSOLE
092300         MOVE 16 TO RUN-RC
092400         CLOSE SCORE-DELTA-FILE
092500         GO TO 7000-EXIT
092600     END-IF.
092700     OPEN I-O PLAYER-MASTER.
092800     IF NOT PLAYMST-OK
092900         DISPLAY 'ABANDON: CANNOT OPEN PLAYMST, STATUS '
093000                 PLAYMST-STATUS
093100             UPON OPERATOR-CONSOLE
093200         MOVE 16 TO RUN-RC
093300         CLOSE SCORE-DELTA-FILE
093400               AUDIT-FILE
093500         GO TO 7000-EXIT
093600     END-IF.
093700     MOVE ZERO TO RV-SUB.
093800     PERFORM 7100-POST-ONE THRU 7100-EXIT
093900         UNTIL RV-SUB >= RV-COUNT.
094000     CLOSE SCORE-DELTA-FILE
094100           AUDIT-FILE
094200           PLAYER-MASTER.
094300 7000-EXIT.
094400     EXIT.
094500*****************************************************************
094600*  7100-POST-ONE - ONE ABANDONED ROUND, POSTED AS GUESS POSTS   *
094700*  A MAX-TRIES LOSS                                             *
094800*****************************************************************
094900 7100-POST-ONE.
095000     ADD 1 TO RV-SUB.
095100     MOVE RV-PLAY-ID (RV-SUB) TO PLAY-ID.
095200     READ PLAYER-MASTER
095300         INVALID KEY
095400             MOVE ZERO TO ROUND-RANGE-HI
095500             MOVE 'NOT POSTED - NOT ON MASTER' TO DTL-ACTION
095600             PERFORM 6100-PRINT-DETAIL THRU 6100-EXIT
095700             ADD 1 TO NO-PLAYER-COUNT
095800             GO TO 7100-EXIT.
095900     PERFORM 7200-SET-ROUND-RANGE THRU 7200-EXIT.
096000     MOVE SPACES              TO SDLY-REC.
096100     MOVE RV-DATE (RV-SUB)    TO SDLY-DATE.
096200     MOVE RV-TIME (RV-SUB)    TO SDLY-TIME.
096300     MOVE RV-PLAY-ID (RV-SUB) TO SDLY-PLAY-ID.
096400     MOVE ROUND-RANGE-HI      TO SDLY-RANGE-HI.
096500     MOVE RV-TRIES (RV-SUB)   TO SDLY-TRIES.
096600     MOVE 'A'                 TO SDLY-RESULT.
096700     MOVE 'O'                 TO SDLY-SOURCE.
096800*    AN ABANDONED ROUND SCORES NOTHING, AS A MAX-TRIES LOSS.
096900     MOVE ZERO                TO SDLY-POINTS.
097000     WRITE SDLY-REC.
097100     IF NOT SCORDLY-OK
097200         DISPLAY 'ABANDON: SCORDLY WRITE ERROR, STATUS '
097300                 SCORDLY-STATUS
097400             UPON OPERATOR-CONSOLE
097500         MOVE 16 TO RUN-RC
097600         MOVE RV-COUNT TO RV-SUB
097700         GO TO 7100-EXIT
097800     END-IF.
097900     MOVE SPACES              TO AUDT-REC.
098000     MOVE RV-DATE (RV-SUB)    TO AUDT-DATE.
098100     MOVE RV-TIME (RV-SUB)    TO AUDT-TIME.
098200     MOVE RV-PLAY-ID (RV-SUB) TO AUDT-PLAY-ID.
098300     MOVE 'P'                 TO AUDT-TYPE.
098400     MOVE RV-TRIES (RV-SUB)   TO AUDT-VALUE.
098500     MOVE 'A'                 TO AUDT-VERDICT.
098600     MOVE 'O'                 TO AUDT-SOURCE.
098700     WRITE AUDT-REC.
098710     IF NOT AUDIT-OK
098720         DISPLAY 'ABANDON: AUDITTRL WRITE ERROR, STATUS '
098730                 AUDIT-STATUS
098740             UPON OPERATOR-CONSOLE
098750         MOVE 16 TO RUN-RC
098760         MOVE RV-COUNT TO RV-SUB
098770         GO TO 7100-EXIT
098780     END-IF.
098800     ADD 1 TO PLAY-GAMES.
098900     ADD 1 TO PLAY-LOSSES.
099000     REWRITE PLAY-REC
099010         INVALID KEY
099020             DISPLAY 'ABANDON: PLAYMST REWRITE ERROR FOR PLAYER '
099030                     PLAY-ID ', STATUS ' PLAYMST-STATUS
099040                 UPON OPERATOR-CONSOLE
099050             MOVE 16 TO RUN-RC
099060             MOVE RV-COUNT TO RV-SUB
099070             GO TO 7100-EXIT
099080     END-REWRITE.
099082     IF NOT PLAYMST-OK
099084         DISPLAY 'ABANDON: PLAYMST REWRITE ERROR FOR PLAYER '
099086                 PLAY-ID ', STATUS ' PLAYMST-STATUS
099088             UPON OPERATOR-CONSOLE
099090         MOVE 16 TO RUN-RC
099092         MOVE RV-COUNT TO RV-SUB
099094         GO TO 7100-EXIT
099096     END-IF.
099100     ADD 1 TO POSTED-COUNT.
099200     ADD RV-TRIES (RV-SUB) TO POSTED-TRIES.
099300     MOVE 'RECOVERED - POSTED ABANDONED' TO DTL-ACTION.
099400     PERFORM 6100-PRINT-DETAIL THRU 6100-EXIT.
099500 7100-EXIT.
099600     EXIT.
099700*****************************************************************
099800*  7200-SET-ROUND-RANGE - GLOBAL RANGE, OR THE RANGE FOR THE    *
099900*  PLAYERS RATING BAND WHEN RATE-BAND IS ON, AS GUESS SETS IT   *
100000*****************************************************************
100100 7200-SET-ROUND-RANGE.
100200     IF NOT RATING-BANDS-ON
100300         MOVE PARM-RANGE-HI TO ROUND-RANGE-HI
100400         GO TO 7200-EXIT
100500     END-IF.
100600     IF PLAY-RATING-X NUMERIC
100700         MOVE PLAY-RATING TO PLAYER-RATING
100800     ELSE
100900         MOVE 1000 TO PLAYER-RATING
101000     END-IF.
101100     EVALUATE TRUE
101200         WHEN PLAYER-RATING < 0800
101300             MOVE 0050 TO ROUND-RANGE-HI
101400         WHEN PLAYER-RATING < 1200
101500             MOVE 0100 TO ROUND-RANGE-HI
101600         WHEN PLAYER-RATING < 1600
101700             MOVE 0250 TO ROUND-RANGE-HI
101800         WHEN PLAYER-RATING < 2000
101900             MOVE 0500 TO ROUND-RANGE-HI
102000         WHEN OTHER
102100             MOVE 1000 TO ROUND-RANGE-HI
102200     END-EVALUATE.
102300 7200-EXIT.
102400     EXIT.
102500*****************************************************************
102600*  8800-WRITE-RUN-STATUS - ONE RUN-CONTROL RECORD FOR JOBSTAT   *
102700*****************************************************************
102800 8800-WRITE-RUN-STATUS.
102900     OPEN EXTEND RUN-STATUS-FILE.
103000     IF RUNCTL-STATUS = '35'
103100         OPEN OUTPUT RUN-STATUS-FILE
103200         CLOSE RUN-STATUS-FILE
103300         OPEN EXTEND RUN-STATUS-FILE
103400     END-IF.
103500     IF NOT RUNCTL-OK
103600         DISPLAY 'ABANDON: CANNOT WRITE RUN CONTROL, STATUS '
103700                 RUNCTL-STATUS
103800             UPON OPERATOR-CONSOLE
103900         GO TO 8800-EXIT
104000     END-IF.
104100     MOVE SPACES            TO RSTA-REC.
104200     MOVE 'ABANDON '        TO RSTA-JOB-NAME.
104300     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
104400     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
104500     MOVE RUN-RC            TO RSTA-RC.
104600     MOVE GUESS-READ-COUNT  TO RSTA-COUNT-1.
104700     MOVE POSTED-COUNT      TO RSTA-COUNT-2.
104800     WRITE RSTA-REC.
104900     CLOSE RUN-STATUS-FILE.
105000 8800-EXIT.
105100     EXIT.
105200*****************************************************************
105300*  9000-TERMINATE - CLOSE THE LISTING                           *
105400*****************************************************************
105500 9000-TERMINATE.
105600     IF REPORT-IS-OPEN
105700         CLOSE REPORT-FILE
105800     END-IF.
105900 9000-EXIT.
106000     EXIT.
106100*****************************************************************
106200*  9100-CLOSE-INPUTS - CLOSE THE THREE INPUT STREAMS            *
106300*****************************************************************
106400 9100-CLOSE-INPUTS.
106500     IF FILES-ARE-OPEN
106600         CLOSE SCORES-FILE
106700               SCORE-DELTA-FILE
106800               AUDIT-FILE
106900         MOVE 'N' TO FILES-OPENED
107000     END-IF.
107100 9100-EXIT.
107200     EXIT.

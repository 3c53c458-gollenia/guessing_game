000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACHIEVE.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  ACHIEVE  --  NIGHTLY BADGE AWARDS                            *
000900*                                                               *
001000*  AWARDS THE BADGES DEFINED ON THE BADGE DEFINITION CARDS      *
001100*  (BADGDEF, SEE GMBDEF) AND KEEPS THEM ON THE BADGE MASTER     *
001200*  (BADGMST, SEE GMBADG), ONE RECORD PER PLAYER PER BADGE.  RUN *
001300*  NIGHTLY AFTER SCORMRGE.  EACH RUN EVALUATES ONLY THE DAYS    *
001400*  AFTER THE LAST DAY EVALUATED, UP TO THE PROCESSING DATE ON   *
001500*  PROCDATE, CARRYING EACH PLAYERS RUNNING COUNTS ON THE BADGE  *
001600*  MASTER FROM NIGHT TO NIGHT:                                  *
001700*    - THE SCORES MASTER ROUNDS OF THOSE DAYS, IN DATE/TIME     *
001800*      ORDER, FOR THE LIFETIME WINS AND GAMES, WINS IN A ROW    *
001900*      (A LOSS OR AN ABANDONED ROUND ENDS THE RUN) AND WINS     *
002000*      UNDER THE BINARY-SEARCH OPTIMUM.  THE CHAMPION OF A      *
002100*      TOURNAMENT IS THE PLAYER ON THE LAST SOURCE 'T' ROUND OF *
002200*      THE DAY WHEN IT IS THE ONE-TRY WIN TOURNEY POSTS AS THE  *
002300*      CHAMPIONSHIP BONUS.                                      *
002400*    - THE TYPE 'R' AUDIT RECORDS OF THOSE DAYS - THE REVERSALS *
002500*      POSTED BY TRANSBAT.  A REVERSAL BACKS THE ROUND OUT OF   *
002600*      THE RUNNING COUNTS.  A LIFETIME BADGE IS WITHDRAWN WHEN  *
002700*      ITS COUNT FALLS BACK UNDER THE LIMIT; A BADGE EARNED BY  *
002800*      ONE ROUND IS WITHDRAWN WHEN THE REVERSAL NAMES THE TRIES *
002900*      AND RESULT OF THAT ROUND.  THE BATCH ID IS KEPT.         *
003000*    - THE MONTHLY HISTORY RECORDS (HISTIN, SEE GMHIST) OF      *
003100*      EVERY COMPLETED MONTH FOR THE PERFECT MONTH.  A MONTH    *
003200*      BADGE IS WITHDRAWN WHEN ITS MONTH, ROLLED UP AGAIN AFTER *
003300*      A REVERSAL, NO LONGER QUALIFIES.                         *
003400*  A BADGE ALREADY HELD IS NEVER AWARDED AGAIN.                 *
003500*                                                               *
003600*  FIRST RUN (NO CONTROL RECORD ON BADGMST): THE RUNNING COUNTS *
003700*  ARE TAKEN FROM THE LIFETIME COUNTERS ON THE PLAYER MASTER,   *
003800*  THE LIFETIME BADGES ALREADY EARNED ARE AWARDED FROM THEM,    *
003900*  AND THE WHOLE SCORES MASTER AND AUDIT TRAIL ARE READ FOR     *
004000*  THE OTHER BADGES.                                            *
004100*                                                               *
004200*  LISTS THE BADGES AWARDED AND WITHDRAWN ON BADGRPT AND WRITES *
004300*  EVERY BADGE HELD TO THE INTRANET INTERFACE FILE BADGEXT IN   *
004400*  THE EXTRACT ENVELOPE STYLE:                                  *
004500*      H|GMBADGE|PROCESSING DATE|RUN TIME                       *
004600*      D|PLAYER ID|BADGE CODE|BADGE NAME|DATE EARNED            *
004700*      T|DETAIL COUNT                                           *
004800*                                                               *
004900*  IF A RUN FAILS PART WAY, BADGMST MUST BE RESTORED FROM THE   *
005000*  COPY TAKEN BEFORE IT RAN BEFORE IT IS RUN AGAIN, OR THE      *
005100*  DAYS WOULD BE COUNTED TWICE.                                 *
005200*                                                               *
005300*  RETURN CODES:  0000 = DAYS EVALUATED                         *
005400*                 0004 = NO HISTORY FILE FOR THE MONTH BADGES   *
005500*                 0012 = PROCESSING DATE ALREADY EVALUATED -    *
005600*                        NOTHING DONE                           *
005700*                 0016 = FILE ERROR, BAD DEFINITION CARD OR A   *
005720*                        BADGMST UPDATE FAILED - RESTORE        *
005740*                        BADGMST AND RUN AGAIN                  *
005800*****************************************************************
005900*  MODIFICATION HISTORY                                         *
006000*  2026-10-15  TG   NEW PROGRAM                                 *
006020*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
006040*                   SCORES SELECT TO MATCH THE MASTER           *
006050*  2026-10-15  TG   A FAILED TALLY OR BADGE UPDATE ENDS THE     *
006060*                   RUN RC 0016 AND LEAVES THE LAST DAY         *
006070*                   EVALUATED WHERE IT WAS                      *
006080*  2026-10-15  TG   BADGEXT WRITES CHECKED; NO TRAILER IS       *
006090*                   WRITTEN AFTER A FAILED DETAIL               *
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SPECIAL-NAMES.
006500     CONSOLE IS OPERATOR-CONSOLE.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS  IS PROCDATE-STATUS.
007100     SELECT DEFINITION-FILE  ASSIGN TO BADGDEF
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS  IS BADGDEF-STATUS.
007400     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE  IS DYNAMIC
007700         RECORD KEY   IS PLAY-ID
007800         FILE STATUS  IS PLAYMST-STATUS.
007900     SELECT SCORES-FILE      ASSIGN TO SCORES
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE  IS SEQUENTIAL
008200         RECORD KEY   IS SCOR-SEQ
008300         ALTERNATE RECORD KEY IS SCOR-DATE
008400                      WITH DUPLICATES
008420         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
008440                      WITH DUPLICATES
008500         FILE STATUS  IS SCORES-STATUS.
008600     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS  IS AUDIT-STATUS.
008900     SELECT HIST-IN-FILE     ASSIGN TO HISTIN
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS  IS HISTIN-STATUS.
009200     SELECT BADGE-FILE       ASSIGN TO BADGMST
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE  IS DYNAMIC
009500         RECORD KEY   IS BDG-KEY
009600         FILE STATUS  IS BADGMST-STATUS.
009700     SELECT EXTRACT-FILE     ASSIGN TO BADGEXT
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS  IS EXTRACT-STATUS.
010000     SELECT REPORT-FILE      ASSIGN TO BADGRPT
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS  IS REPORT-STATUS.
010300     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS  IS RUNCTL-STATUS.
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  PROC-DATE-FILE.
010900     COPY GMPDTE.
011000 FD  DEFINITION-FILE.
011100     COPY GMBDEF.
011200 FD  PLAYER-MASTER.
011300     COPY GMPLAY.
011400 FD  SCORES-FILE.
011500     COPY GMSCOR.
011600 FD  AUDIT-FILE.
011700     COPY GMAUDT.
011800 FD  HIST-IN-FILE.
011900     COPY GMHIST.
012000 FD  BADGE-FILE.
012100     COPY GMBADG.
012200 FD  EXTRACT-FILE.
012300 01  EXTRACT-LINE            PIC X(100).
012400 FD  REPORT-FILE.
012500 01  REPORT-LINE             PIC X(132).
012600 FD  RUN-STATUS-FILE.
012700     COPY GMRSTA.
012800 WORKING-STORAGE SECTION.
012900 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
013000     88  PROCDATE-OK                     VALUE '00'.
013100 77  BADGDEF-STATUS          PIC X(02) VALUE SPACES.
013200     88  BADGDEF-OK                      VALUE '00'.
013300     88  BADGDEF-EOF                     VALUE '10'.
013400 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
013500     88  PLAYMST-OK                      VALUE '00'.
013600     88  PLAYMST-EOF                     VALUE '10'.
013700 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
013800     88  SCORES-OK                       VALUE '00'.
013900     88  SCORES-EOF                      VALUE '10'.
014000 77  AUDIT-STATUS            PIC X(02) VALUE SPACES.
014100     88  AUDIT-OK                        VALUE '00'.
014200     88  AUDIT-EOF                       VALUE '10'.
014300 77  HISTIN-STATUS           PIC X(02) VALUE SPACES.
014400     88  HISTIN-OK                       VALUE '00'.
014500     88  HISTIN-EOF                      VALUE '10'.
014600 77  BADGMST-STATUS          PIC X(02) VALUE SPACES.
014700     88  BADGMST-OK                      VALUE '00'.
014800     88  BADGMST-EOF                     VALUE '10'.
014900 77  EXTRACT-STATUS          PIC X(02) VALUE SPACES.
015000     88  EXTRACT-OK                      VALUE '00'.
015100 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
015200     88  REPORT-OK                       VALUE '00'.
015300 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
015400     88  RUNCTL-OK                       VALUE '00'.
015500 77  RUN-RC                  PIC 9(04) VALUE ZERO.
015600 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
015700 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
015800 77  PROC-DATE               PIC 9(08) VALUE ZERO.
015900 77  PROC-MONTH              PIC 9(06) VALUE ZERO.
016000 77  EVAL-AFTER              PIC 9(08) VALUE ZERO.
016100 77  REPORT-OPENED           PIC X(01) VALUE 'N'.
016200     88  REPORT-IS-OPEN                  VALUE 'Y'.
016300 77  MASTER-OPENED           PIC X(01) VALUE 'N'.
016400     88  MASTER-IS-OPEN                  VALUE 'Y'.
016500 77  BADGES-OPENED           PIC X(01) VALUE 'N'.
016600     88  BADGES-ARE-OPEN                 VALUE 'Y'.
016700 77  RUN-MODE                PIC X(01) VALUE 'N'.
016800     88  FIRST-RUN                       VALUE 'F'.
016900 77  MONTH-RULES             PIC X(01) VALUE 'N'.
017000     88  MONTH-RULE-DEFINED              VALUE 'Y'.
017100 77  TOURNEY-FLAG            PIC X(01) VALUE 'N'.
017200     88  TOURNEY-PENDING                 VALUE 'Y'.
017300 77  BADGE-FOUND             PIC X(01) VALUE 'N'.
017400     88  BADGE-ON-FILE                   VALUE 'Y'.
017500 77  TALLY-FOUND             PIC X(01) VALUE 'N'.
017600     88  TALLY-ON-FILE                   VALUE 'Y'.
017700 77  DEF-COUNT               PIC S9(04) COMP VALUE ZERO.
017800 77  DEF-MAX                 PIC S9(04) COMP VALUE 20.
017900 77  DF-SUB                  PIC S9(04) COMP VALUE ZERO.
018000 77  DF-SUB-2                PIC S9(04) COMP VALUE ZERO.
018100 77  OPTIMUM-TRIES           PIC 9(03) VALUE ZERO.
018200 77  POWER-WORK              PIC 9(05) VALUE ZERO.
018300 77  MONTH-MIN-GAMES         PIC 9(05) VALUE ZERO.
018400 77  SCORES-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
018500 77  ROUNDS-COUNTED          PIC 9(07) COMP VALUE ZERO.
018600 77  REVERSALS-COUNTED       PIC 9(07) COMP VALUE ZERO.
018700 77  MONTHS-COUNTED          PIC 9(07) COMP VALUE ZERO.
018800 77  TALLIES-CREATED         PIC 9(07) COMP VALUE ZERO.
018900 77  AWARDED-COUNT           PIC 9(07) COMP VALUE ZERO.
019000 77  WITHDRAWN-COUNT         PIC 9(07) COMP VALUE ZERO.
019100 77  HELD-COUNT              PIC 9(07) COMP VALUE ZERO.
019200 77  BADGE-ERROR-COUNT       PIC 9(07) COMP VALUE ZERO.
019300 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
019400 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
019500 77  NAME-LEN                PIC S9(04) COMP VALUE ZERO.
019600 77  LINE-PTR                PIC S9(04) COMP VALUE ZERO.
019700 01  DATE-WORK.
019800     05  DATE-WORK-YY        PIC 9(02).
019900     05  DATE-WORK-MM        PIC 9(02).
020000     05  DATE-WORK-DD        PIC 9(02).
020100 01  TIME-WORK.
020200     05  TIME-WORK-HHMMSS    PIC 9(06).
020300     05  FILLER              PIC 9(02).
020400 01  DEFINITION-TABLE.
020500     05  DF-ENTRY OCCURS 20 TIMES.
020600         10  DF-CODE         PIC X(08).
020700         10  DF-RULE         PIC X(01).
020800             88  DF-LIFE-WINS            VALUE 'W'.
020900             88  DF-LIFE-GAMES           VALUE 'G'.
021000             88  DF-WIN-STREAK           VALUE 'S'.
021100             88  DF-UNDER-OPTIMUM        VALUE 'O'.
021200             88  DF-CHAMPION             VALUE 'T'.
021300             88  DF-PERFECT-MONTH        VALUE 'M'.
021400         10  DF-LIMIT        PIC 9(05).
021500         10  DF-NAME         PIC X(30).
021600         10  DF-OPTIMUM      PIC 9(03).
021700*    THE PLAYERS RUNNING COUNTS WHILE ONE ROUND OR REVERSAL IS
021800*    JUDGED (THE RECORD AREA IS NEEDED FOR THE BADGE RECORDS).
021900 01  TALLY-WORK.
022000     05  TW-PLAY-ID          PIC X(05).
022100     05  TW-GAMES            PIC 9(07).
022200     05  TW-WINS             PIC 9(07).
022300     05  TW-STREAK           PIC 9(05).
022400*    THE ROUND (OR MONTH) A BADGE IS BEING AWARDED FOR.
022500 01  AWARD-WORK.
022600     05  AW-PLAY-ID          PIC X(05).
022700     05  AW-RND-DATE         PIC 9(08).
022800     05  AW-RND-TIME         PIC 9(06).
022900     05  AW-RND-RANGE        PIC 9(04).
023000     05  AW-RND-TRIES        PIC 9(03).
023100     05  AW-RND-RESULT       PIC X(01).
023200     05  AW-RND-SOURCE       PIC X(01).
023300     05  AW-MONTH            PIC 9(06).
023400*    THE LAST TOURNAMENT ROUND SEEN ON THE DAY BEING READ.
023500 01  TOURNEY-WORK.
023600     05  LT-PLAY-ID          PIC X(05).
023700     05  LT-DATE             PIC 9(08).
023800     05  LT-TIME             PIC 9(06).
023900     05  LT-RANGE            PIC 9(04).
024000     05  LT-TRIES            PIC 9(03).
024100     05  LT-RESULT           PIC X(01).
024200 01  EDIT-FIELDS.
024300     05  EDIT-DATE-8         PIC 9(08).
024400     05  EDIT-TIME-6         PIC 9(06).
024500     05  EDIT-COUNT-7        PIC 9(07).
024600 01  NAME-WORK               PIC X(30).
024700 01  BASIS-WORK              PIC X(35).
024800 01  BATCH-WORK              PIC X(08).
024900 01  HEADING-LINE-1.
025000     05  FILLER              PIC X(10) VALUE 'ACHIEVE'.
025100     05  FILLER              PIC X(30)
025200         VALUE 'BADGES AWARDED AND WITHDRAWN'.
025300     05  FILLER              PIC X(04) VALUE 'FOR '.
025400     05  HDG1-DATE           PIC 9(08).
025500     05  FILLER              PIC X(06) VALUE ' PAGE '.
025600     05  HDG1-PAGE           PIC ZZZZ9.
025700     05  FILLER              PIC X(69) VALUE SPACES.
025800 01  HEADING-LINE-2.
025900     05  FILLER              PIC X(10) VALUE SPACES.
026000     05  HDG2-TEXT           PIC X(70).
026100     05  FILLER              PIC X(52) VALUE SPACES.
026200 01  HEADING-LINE-3.
026300     05  FILLER              PIC X(44)
026400         VALUE 'PLAYER NAME'.
026500     05  FILLER              PIC X(10) VALUE 'BADGE'.
026600     05  FILLER              PIC X(32) VALUE 'BADGE NAME'.
026700     05  FILLER              PIC X(11) VALUE 'ACTION'.
026800     05  FILLER              PIC X(35)
026900         VALUE 'EARNED BY / TAKEN BY'.
027000 01  DETAIL-LINE.
027100     05  DTL-ID              PIC X(05).
027200     05  FILLER              PIC X(02) VALUE SPACES.
027300     05  DTL-NAME            PIC X(30).
027400     05  FILLER              PIC X(07) VALUE SPACES.
027500     05  DTL-CODE            PIC X(08).
027600     05  FILLER              PIC X(02) VALUE SPACES.
027700     05  DTL-BADGE           PIC X(30).
027800     05  FILLER              PIC X(02) VALUE SPACES.
027900     05  DTL-ACTION          PIC X(09).
028000     05  FILLER              PIC X(02) VALUE SPACES.
028100     05  DTL-BASIS           PIC X(35).
028200 01  MESSAGE-LINE.
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  MSG-TEXT            PIC X(80).
028500     05  FILLER              PIC X(51) VALUE SPACES.
028600 01  TOTAL-LINE.
028700     05  FILLER              PIC X(01) VALUE SPACE.
028800     05  TOT-LABEL           PIC X(30).
028900     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
029000     05  FILLER              PIC X(92) VALUE SPACES.
029100 PROCEDURE DIVISION.
029200*****************************************************************
029300*  0000-MAINLINE - CONTROL THE BADGE RUN                        *
029400*****************************************************************
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     IF RUN-RC < 12
029800         IF FIRST-RUN
029900             PERFORM 3000-LOAD-TALLIES THRU 3000-EXIT
030000         END-IF
030100         PERFORM 4000-EVALUATE-ROUNDS THRU 4000-EXIT
030200         PERFORM 5000-EVALUATE-REVERSALS THRU 5000-EXIT
030300         IF MONTH-RULE-DEFINED
030400             PERFORM 5500-EVALUATE-MONTHS THRU 5500-EXIT
030500         END-IF
030600         IF RUN-RC < 16
030700             PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
030800             PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
030900         END-IF
031000     END-IF.
031100     IF REPORT-IS-OPEN
031200         PERFORM 7800-PRINT-TOTALS THRU 7800-EXIT
031300     END-IF.
031400     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
031500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031600     MOVE RUN-RC TO RETURN-CODE.
031700     STOP RUN.
031800*****************************************************************
031900*  1000-INITIALIZE - DATES, DEFINITIONS, FILES, DAYS TO EVALUATE*
032000*****************************************************************
032100 1000-INITIALIZE.
032200     ACCEPT DATE-WORK FROM DATE.
032300     COMPUTE CURRENT-DATE-N =
032400         20000000 + (DATE-WORK-YY * 10000)
032500                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
032600     ACCEPT TIME-WORK FROM TIME.
032700     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
032800     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
032900     IF RUN-RC >= 16
033000         GO TO 1000-EXIT
033100     END-IF.
033200     COMPUTE PROC-MONTH = PROC-DATE / 100.
033300     OPEN OUTPUT REPORT-FILE.
033400     IF NOT REPORT-OK
033500         DISPLAY 'ACHIEVE: CANNOT OPEN BADGRPT, STATUS '
033600                 REPORT-STATUS
033700             UPON OPERATOR-CONSOLE
033800         MOVE 16 TO RUN-RC
033900         GO TO 1000-EXIT
034000     END-IF.
034100     MOVE 'Y' TO REPORT-OPENED.
034200     PERFORM 1600-LOAD-DEFINITIONS THRU 1600-EXIT.
034300     IF RUN-RC >= 16
034400         GO TO 1000-EXIT
034500     END-IF.
034600     OPEN I-O BADGE-FILE.
034700     IF BADGMST-STATUS = '35'
034800         OPEN OUTPUT BADGE-FILE
034900         CLOSE BADGE-FILE
035000         OPEN I-O BADGE-FILE
035100     END-IF.
035200     IF NOT BADGMST-OK
035300         DISPLAY 'ACHIEVE: CANNOT OPEN BADGMST, STATUS '
035400                 BADGMST-STATUS
035500             UPON OPERATOR-CONSOLE
035600         MOVE 16 TO RUN-RC
035700         GO TO 1000-EXIT
035800     END-IF.
035900     MOVE 'Y' TO BADGES-OPENED.
036000     PERFORM 1800-READ-CONTROL THRU 1800-EXIT.
036100     IF RUN-RC >= 12
036200         GO TO 1000-EXIT
036300     END-IF.
036400     OPEN INPUT PLAYER-MASTER.
036500     IF NOT PLAYMST-OK
036600         DISPLAY 'ACHIEVE: PLAYER MASTER OPEN ERROR, STATUS '
036700                 PLAYMST-STATUS
036800             UPON OPERATOR-CONSOLE
036900         MOVE 16 TO RUN-RC
037000         GO TO 1000-EXIT
037100     END-IF.
037200     MOVE 'Y' TO MASTER-OPENED.
037300 1000-EXIT.
037400     EXIT.
037500*****************************************************************
037600*  1500-READ-PROC-DATE - TAKE THE DAY FROM THE PROCESSING-DATE  *
037700*  CONTROL RECORD (PROCDATE)                                    *
037800*****************************************************************
037900 1500-READ-PROC-DATE.
038000     OPEN INPUT PROC-DATE-FILE.
038100     IF NOT PROCDATE-OK
038200         DISPLAY 'ACHIEVE: NO PROCESSING DATE, PROCDATE STATUS '
038300                 PROCDATE-STATUS
038400             UPON OPERATOR-CONSOLE
038500         MOVE 16 TO RUN-RC
038600         GO TO 1500-EXIT
038700     END-IF.
038800     READ PROC-DATE-FILE
038900         AT END MOVE '10' TO PROCDATE-STATUS.
039000     IF PROCDATE-OK
039100        AND PDTE-PROC-DATE NUMERIC
039200         MOVE PDTE-PROC-DATE TO PROC-DATE
039300     ELSE
039400         DISPLAY 'ACHIEVE: PROCESSING DATE RECORD MISSING OR '
039500                 'INVALID'
039600             UPON OPERATOR-CONSOLE
039700         MOVE 16 TO RUN-RC
039800     END-IF.
039900     CLOSE PROC-DATE-FILE.
040000 1500-EXIT.
040100     EXIT.
040200*****************************************************************
040300*  1600-LOAD-DEFINITIONS - READ AND CHECK THE BADGE CARDS.  A   *
040400*  BAD CARD STOPS THE JOB RATHER THAN AWARD BADGES WRONGLY      *
040500*****************************************************************
040600 1600-LOAD-DEFINITIONS.
040700     OPEN INPUT DEFINITION-FILE.
040800     IF NOT BADGDEF-OK
040900         DISPLAY 'ACHIEVE: CANNOT OPEN BADGDEF, STATUS '
041000                 BADGDEF-STATUS
041100             UPON OPERATOR-CONSOLE
041200         MOVE 16 TO RUN-RC
041300         GO TO 1600-EXIT
041400     END-IF.
041500     PERFORM 1650-READ-DEFINITION THRU 1650-EXIT
041600         UNTIL BADGDEF-EOF.
041700     CLOSE DEFINITION-FILE.
041800     IF DEF-COUNT = ZERO AND RUN-RC < 16
041900         DISPLAY 'ACHIEVE: NO BADGES DEFINED ON BADGDEF'
042000             UPON OPERATOR-CONSOLE
042100         MOVE 16 TO RUN-RC
042200     END-IF.
042300 1600-EXIT.
042400     EXIT.
042500*****************************************************************
042600*  1650-READ-DEFINITION - CHECK ONE CARD AND TABLE IT           *
042700*****************************************************************
042800 1650-READ-DEFINITION.
042900     READ DEFINITION-FILE
043000         AT END GO TO 1650-EXIT.
043100     IF NOT BADGDEF-OK
043200         DISPLAY 'ACHIEVE: BADGDEF READ ERROR, STATUS '
043300                 BADGDEF-STATUS
043400             UPON OPERATOR-CONSOLE
043500         MOVE 16 TO RUN-RC
043600         MOVE '10' TO BADGDEF-STATUS
043700         GO TO 1650-EXIT
043800     END-IF.
043900     IF BDEF-REC (1:1) = '*'
044000        OR BDEF-REC = SPACES
044100         GO TO 1650-EXIT
044200     END-IF.
044300     IF BDEF-CODE (1:1) = SPACE
044400        OR BDEF-NAME = SPACES
044500        OR BDEF-LIMIT-X NOT NUMERIC
044600         GO TO 1650-BAD
044700     END-IF.
044800     IF NOT BDEF-LIFE-WINS AND NOT BDEF-LIFE-GAMES
044900        AND NOT BDEF-WIN-STREAK AND NOT BDEF-UNDER-OPTIMUM
045000        AND NOT BDEF-CHAMPION AND NOT BDEF-PERFECT-MONTH
045100         GO TO 1650-BAD
045200     END-IF.
045300     IF (BDEF-LIFE-WINS OR BDEF-LIFE-GAMES OR BDEF-WIN-STREAK)
045400        AND BDEF-LIMIT = ZERO
045500         GO TO 1650-BAD
045600     END-IF.
045700     IF BDEF-UNDER-OPTIMUM
045800        AND (BDEF-LIMIT < 2 OR BDEF-LIMIT > 9999)
045900         GO TO 1650-BAD
046000     END-IF.
046100     IF DEF-COUNT >= DEF-MAX
046200         DISPLAY 'ACHIEVE: MORE THAN 20 BADGES ON BADGDEF'
046300             UPON OPERATOR-CONSOLE
046400         MOVE 16 TO RUN-RC
046500         MOVE '10' TO BADGDEF-STATUS
046600         GO TO 1650-EXIT
046700     END-IF.
046800     MOVE ZERO TO DF-SUB-2.
046900     PERFORM 1670-CHECK-DUPLICATE THRU 1670-EXIT
047000         UNTIL DF-SUB-2 >= DEF-COUNT.
047100     IF RUN-RC >= 16
047200         GO TO 1650-EXIT
047300     END-IF.
047400     ADD 1 TO DEF-COUNT.
047500     MOVE DEF-COUNT  TO DF-SUB.
047600     MOVE BDEF-CODE  TO DF-CODE (DF-SUB).
047700     MOVE BDEF-RULE  TO DF-RULE (DF-SUB).
047800     MOVE BDEF-LIMIT TO DF-LIMIT (DF-SUB).
047900     MOVE BDEF-NAME  TO DF-NAME (DF-SUB).
048000     MOVE ZERO       TO DF-OPTIMUM (DF-SUB).
048100     IF DF-UNDER-OPTIMUM (DF-SUB)
048200         PERFORM 1680-OPTIMUM-TRIES THRU 1680-EXIT
048300         MOVE OPTIMUM-TRIES TO DF-OPTIMUM (DF-SUB)
048400     END-IF.
048500     IF DF-PERFECT-MONTH (DF-SUB)
048600         MOVE 'Y' TO MONTH-RULES
048700     END-IF.
048800     GO TO 1650-EXIT.
048900 1650-BAD.
049000     DISPLAY 'ACHIEVE: INVALID BADGDEF CARD ' BDEF-REC (1:44)
049100         UPON OPERATOR-CONSOLE.
049200     MOVE 16 TO RUN-RC.
049300 1650-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  1670-CHECK-DUPLICATE - A BADGE CODE MAY BE DEFINED ONCE      *
049700*****************************************************************
049800 1670-CHECK-DUPLICATE.
049900     ADD 1 TO DF-SUB-2.
050000     IF DF-CODE (DF-SUB-2) = BDEF-CODE
050100         DISPLAY 'ACHIEVE: BADGE ' BDEF-CODE
050200                 ' DEFINED TWICE ON BADGDEF'
050300             UPON OPERATOR-CONSOLE
050400         MOVE 16 TO RUN-RC
050500     END-IF.
050600 1670-EXIT.
050700     EXIT.
050800*****************************************************************
050900*  1680-OPTIMUM-TRIES - BINARY-SEARCH OPTIMUM FOR THE RANGE ON  *
051000*  THE CARD (AS WATCHDET WORKS IT OUT)                          *
051100*****************************************************************
051200 1680-OPTIMUM-TRIES.
051300     MOVE ZERO TO OPTIMUM-TRIES.
051400     MOVE 1    TO POWER-WORK.
051500     PERFORM 1690-DOUBLE-UP THRU 1690-EXIT
051600         UNTIL POWER-WORK >= BDEF-LIMIT
051700            OR OPTIMUM-TRIES >= 14.
051800 1680-EXIT.
051900     EXIT.
052000*****************************************************************
052100*  1690-DOUBLE-UP - ONE HALVING STEP OF THE SEARCH SPACE        *
052200*****************************************************************
052300 1690-DOUBLE-UP.
052400     COMPUTE POWER-WORK = POWER-WORK * 2.
052500     ADD 1 TO OPTIMUM-TRIES.
052600 1690-EXIT.
052700     EXIT.
052800*****************************************************************
052900*  1800-READ-CONTROL - THE LAST DAY EVALUATED.  NO CONTROL      *
053000*  RECORD MEANS THE FIRST RUN                                   *
053100*****************************************************************
053200 1800-READ-CONTROL.
053300     MOVE SPACES TO BDG-KEY.
053400     READ BADGE-FILE
053500         INVALID KEY
053600             MOVE 'F' TO RUN-MODE
053700             MOVE ZERO TO EVAL-AFTER
053800             MOVE 'FIRST RUN - ALL OF SCORES, PLAYMST COUNTS'
053900                 TO HDG2-TEXT
054000             GO TO 1800-EXIT
054100     END-READ.
054200     IF BDC-LAST-DAY NOT NUMERIC
054300         DISPLAY 'ACHIEVE: BADGMST CONTROL RECORD INVALID'
054400             UPON OPERATOR-CONSOLE
054500         MOVE 16 TO RUN-RC
054600         GO TO 1800-EXIT
054700     END-IF.
054800     MOVE BDC-LAST-DAY TO EVAL-AFTER.
054900     IF EVAL-AFTER >= PROC-DATE
055000         DISPLAY 'ACHIEVE: ' PROC-DATE ' ALREADY EVALUATED - '
055100                 'NOTHING DONE'
055200             UPON OPERATOR-CONSOLE
055300         MOVE 12 TO RUN-RC
055400         PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT
055500         MOVE 'REFUSED - THE PROCESSING DATE IS ALREADY EVALUATED'
055600             TO MSG-TEXT
055700         WRITE REPORT-LINE FROM MESSAGE-LINE
055800             AFTER ADVANCING 1 LINE
055900         GO TO 1800-EXIT
056000     END-IF.
056100     MOVE SPACES TO HDG2-TEXT.
056200     STRING 'DAYS AFTER ' EVAL-AFTER ' UP TO ' PROC-DATE
056300         DELIMITED BY SIZE INTO HDG2-TEXT.
056400 1800-EXIT.
056500     EXIT.
056600*****************************************************************
056700*  3000-LOAD-TALLIES - FIRST RUN ONLY: START EVERY PLAYERS      *
056800*  RUNNING COUNTS FROM THE LIFETIME COUNTERS ON THE MASTER AND  *
056900*  AWARD THE LIFETIME BADGES THEY ALREADY REACH                 *
057000*****************************************************************
057100 3000-LOAD-TALLIES.
057200     PERFORM 3100-LOAD-ONE THRU 3100-EXIT
057300         UNTIL PLAYMST-EOF.
057400 3000-EXIT.
057500     EXIT.
057600*****************************************************************
057700*  3100-LOAD-ONE - ONE PLAYER FROM THE MASTER                   *
057800*****************************************************************
057900 3100-LOAD-ONE.
058000     READ PLAYER-MASTER NEXT
058100         AT END GO TO 3100-EXIT.
058200     IF NOT PLAYMST-OK
058300         DISPLAY 'ACHIEVE: MASTER READ ERROR, STATUS '
058400                 PLAYMST-STATUS
058500             UPON OPERATOR-CONSOLE
058600         MOVE 16 TO RUN-RC
058700         MOVE '10' TO PLAYMST-STATUS
058800         GO TO 3100-EXIT
058900     END-IF.
059000     MOVE PLAY-ID    TO TW-PLAY-ID.
059100     MOVE PLAY-GAMES TO TW-GAMES.
059200     MOVE PLAY-WINS  TO TW-WINS.
059300     MOVE ZERO       TO TW-STREAK.
059400     MOVE 'N'        TO TALLY-FOUND.
059500     PERFORM 4800-PUT-TALLY THRU 4800-EXIT.
059600     MOVE PLAY-ID TO AW-PLAY-ID.
059700     MOVE ZERO    TO AW-RND-DATE AW-RND-TIME AW-RND-RANGE
059800                     AW-RND-TRIES AW-MONTH.
059900     MOVE SPACE   TO AW-RND-RESULT AW-RND-SOURCE.
060000     MOVE ZERO TO DF-SUB.
060100     PERFORM 3200-LIFETIME-BADGE THRU 3200-EXIT
060200         UNTIL DF-SUB >= DEF-COUNT.
060300 3100-EXIT.
060400     EXIT.
060500*****************************************************************
060600*  3200-LIFETIME-BADGE - ONE LIFETIME BADGE AGAINST THE COUNTS  *
060700*****************************************************************
060800 3200-LIFETIME-BADGE.
060900     ADD 1 TO DF-SUB.
061000     IF (DF-LIFE-WINS (DF-SUB) AND TW-WINS >= DF-LIMIT (DF-SUB))
061100        OR (DF-LIFE-GAMES (DF-SUB)
061200            AND TW-GAMES >= DF-LIMIT (DF-SUB))
061300         PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
061400     END-IF.
061500 3200-EXIT.
061600     EXIT.
061700*****************************************************************
061800*  4000-EVALUATE-ROUNDS - THE SCORES MASTER ROUNDS OF THE DAYS  *
061900*  BEING EVALUATED, IN DATE/TIME ORDER                          *
062000*****************************************************************
062100 4000-EVALUATE-ROUNDS.
062200     OPEN INPUT SCORES-FILE.
062300     IF SCORES-STATUS = '35'
062400         DISPLAY 'ACHIEVE: NO SCORES ON FILE, NO ROUNDS JUDGED'
062500             UPON OPERATOR-CONSOLE
062600         GO TO 4000-EXIT
062700     END-IF.
062800     IF NOT SCORES-OK
062900         DISPLAY 'ACHIEVE: SCORES OPEN ERROR, STATUS '
063000                 SCORES-STATUS
063100             UPON OPERATOR-CONSOLE
063200         MOVE 16 TO RUN-RC
063300         GO TO 4000-EXIT
063400     END-IF.
063500*    POSITION STRAIGHT PAST THE LAST DAY EVALUATED ON THE DATE
063600*    KEY.
063700     MOVE EVAL-AFTER TO SCOR-DATE.
063800     START SCORES-FILE KEY GREATER THAN SCOR-DATE
063900         INVALID KEY
064000             MOVE '10' TO SCORES-STATUS
064100     END-START.
064200     IF NOT SCORES-EOF
064300         PERFORM 4200-READ-SCORE THRU 4200-EXIT
064400     END-IF.
064500     PERFORM 4100-PROCESS-SCORE THRU 4100-EXIT
064600         UNTIL SCORES-EOF.
064700     IF TOURNEY-PENDING
064800         PERFORM 4600-SETTLE-TOURNEY THRU 4600-EXIT
064900     END-IF.
065000     CLOSE SCORES-FILE.
065100 4000-EXIT.
065200     EXIT.
065300*****************************************************************
065400*  4100-PROCESS-SCORE - ONE ROUND INTO ITS PLAYERS COUNTS, THEN *
065500*  THE BADGES IT CAN EARN                                       *
065600*****************************************************************
065700 4100-PROCESS-SCORE.
065800     IF TOURNEY-PENDING
065900        AND SCOR-DATE NOT = LT-DATE
066000         PERFORM 4600-SETTLE-TOURNEY THRU 4600-EXIT
066100     END-IF.
066200*    REVERSALS ARE TAKEN FROM THE AUDIT TRAIL, WHICH CARRIES THE
066300*    BATCH THAT POSTED THEM.
066400     IF SCOR-REVERSAL
066500         GO TO 4100-NEXT
066600     END-IF.
066700     ADD 1 TO ROUNDS-COUNTED.
066800     IF SCOR-TOURNEY
066900         MOVE SCOR-PLAY-ID  TO LT-PLAY-ID
067000         MOVE SCOR-DATE     TO LT-DATE
067100         MOVE SCOR-TIME     TO LT-TIME
067200         MOVE SCOR-RANGE-HI TO LT-RANGE
067300         MOVE SCOR-TRIES    TO LT-TRIES
067400         MOVE SCOR-RESULT   TO LT-RESULT
067500         MOVE 'Y'           TO TOURNEY-FLAG
067600     END-IF.
067700     MOVE SCOR-PLAY-ID TO TW-PLAY-ID.
067800     PERFORM 4700-GET-TALLY THRU 4700-EXIT.
067900*    ON THE FIRST RUN THE LIFETIME COUNTS ALREADY HOLD EVERY
068000*    ROUND ON FILE.
068100     IF NOT FIRST-RUN
068200         ADD 1 TO TW-GAMES
068300         IF SCOR-WON
068400             ADD 1 TO TW-WINS
068500         END-IF
068600     END-IF.
068700     IF SCOR-WON
068800         ADD 1 TO TW-STREAK
068900     ELSE
069000         MOVE ZERO TO TW-STREAK
069100     END-IF.
069200     PERFORM 4800-PUT-TALLY THRU 4800-EXIT.
069300     MOVE SCOR-PLAY-ID  TO AW-PLAY-ID.
069400     MOVE SCOR-DATE     TO AW-RND-DATE.
069500     MOVE SCOR-TIME     TO AW-RND-TIME.
069600     MOVE SCOR-RANGE-HI TO AW-RND-RANGE.
069700     MOVE SCOR-TRIES    TO AW-RND-TRIES.
069800     MOVE SCOR-RESULT   TO AW-RND-RESULT.
069900     MOVE SCOR-SOURCE   TO AW-RND-SOURCE.
070000     MOVE ZERO          TO AW-MONTH.
070100     MOVE ZERO TO DF-SUB.
070200     PERFORM 4300-JUDGE-ROUND THRU 4300-EXIT
070300         UNTIL DF-SUB >= DEF-COUNT.
070400 4100-NEXT.
070500     PERFORM 4200-READ-SCORE THRU 4200-EXIT.
070600 4100-EXIT.
070700     EXIT.
070800*****************************************************************
070900*  4200-READ-SCORE - READ THE NEXT SCORES RECORD                *
071000*****************************************************************
071100 4200-READ-SCORE.
071200     READ SCORES-FILE
071300         AT END GO TO 4200-EXIT.
071400     IF NOT SCORES-OK
071500         DISPLAY 'ACHIEVE: SCORES READ ERROR, STATUS '
071600                 SCORES-STATUS
071700             UPON OPERATOR-CONSOLE
071800         MOVE 16 TO RUN-RC
071900         MOVE '10' TO SCORES-STATUS
072000         GO TO 4200-EXIT
072100     END-IF.
072200     ADD 1 TO SCORES-READ-COUNT.
072300*    THE DATE KEY RUNS IN DATE ORDER - STOP AT THE LAST DAY.
072400     IF SCOR-DATE > PROC-DATE
072500         MOVE '10' TO SCORES-STATUS
072600     END-IF.
072700 4200-EXIT.
072800     EXIT.
072900*****************************************************************
073000*  4300-JUDGE-ROUND - ONE BADGE AGAINST THE ROUND JUST COUNTED  *
073100*****************************************************************
073200 4300-JUDGE-ROUND.
073300     ADD 1 TO DF-SUB.
073400     EVALUATE TRUE
073500         WHEN DF-LIFE-WINS (DF-SUB)
073600             IF NOT FIRST-RUN AND SCOR-WON
073700                AND TW-WINS >= DF-LIMIT (DF-SUB)
073800                 PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
073900             END-IF
074000         WHEN DF-LIFE-GAMES (DF-SUB)
074100             IF NOT FIRST-RUN
074200                AND TW-GAMES >= DF-LIMIT (DF-SUB)
074300                 PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
074400             END-IF
074500         WHEN DF-WIN-STREAK (DF-SUB)
074600             IF SCOR-WON
074700                AND TW-STREAK >= DF-LIMIT (DF-SUB)
074800                 PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
074900             END-IF
075000         WHEN DF-UNDER-OPTIMUM (DF-SUB)
075100             IF SCOR-WON
075200                AND SCOR-RANGE-HI = DF-LIMIT (DF-SUB)
075300                AND SCOR-TRIES < DF-OPTIMUM (DF-SUB)
075400                 PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
075500             END-IF
075600     END-EVALUATE.
075700 4300-EXIT.
075800     EXIT.
075900*****************************************************************
076000*  4500-AWARD-BADGE - GIVE THE BADGE IN DF-SUB TO AW-PLAY-ID    *
076100*  FOR THE ROUND OR MONTH IN AWARD-WORK, UNLESS IT IS HELD      *
076200*****************************************************************
076300 4500-AWARD-BADGE.
076400     MOVE AW-PLAY-ID     TO BDG-PLAY-ID.
076500     MOVE DF-CODE (DF-SUB) TO BDG-CODE.
076600     MOVE 'Y' TO BADGE-FOUND.
076700     READ BADGE-FILE
076800         INVALID KEY
076900             MOVE 'N' TO BADGE-FOUND
077000     END-READ.
077100     IF BADGE-ON-FILE AND BDG-HELD
077200         GO TO 4500-EXIT
077300     END-IF.
077400     MOVE SPACES           TO BDG-REC.
077500     MOVE AW-PLAY-ID       TO BDG-PLAY-ID.
077600     MOVE DF-CODE (DF-SUB) TO BDG-CODE.
077700     MOVE 'E'              TO BDG-STATUS.
077800     MOVE DF-NAME (DF-SUB) TO BDG-NAME.
077900     MOVE DF-RULE (DF-SUB) TO BDG-RULE.
078000     MOVE PROC-DATE        TO BDG-EARNED-DATE.
078100     MOVE AW-RND-DATE      TO BDG-RND-DATE.
078200     MOVE AW-RND-TIME      TO BDG-RND-TIME.
078300     MOVE AW-RND-RANGE     TO BDG-RND-RANGE.
078400     MOVE AW-RND-TRIES     TO BDG-RND-TRIES.
078500     MOVE AW-RND-RESULT    TO BDG-RND-RESULT.
078600     MOVE AW-RND-SOURCE    TO BDG-RND-SOURCE.
078700     MOVE AW-MONTH         TO BDG-MONTH.
078800     MOVE ZERO             TO BDG-WD-DATE.
078900     IF BADGE-ON-FILE
079000         REWRITE BDG-REC
079100             INVALID KEY
079200                 PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
079300                 GO TO 4500-EXIT
079400         END-REWRITE
079500     ELSE
079600         WRITE BDG-REC
079700             INVALID KEY
079800                 PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
079900                 GO TO 4500-EXIT
080000         END-WRITE
080100     END-IF.
080200     ADD 1 TO AWARDED-COUNT.
080300     MOVE SPACES TO BASIS-WORK.
080400     EVALUATE TRUE
080500         WHEN AW-MONTH > ZERO
080600             STRING 'MONTH ' AW-MONTH
080700                 DELIMITED BY SIZE INTO BASIS-WORK
080800         WHEN AW-RND-DATE = ZERO
080900             MOVE 'LIFETIME COUNTS ON THE MASTER' TO BASIS-WORK
081000         WHEN OTHER
081100             STRING 'ROUND ' AW-RND-DATE ' ' AW-RND-TIME
081200                    ' ' AW-RND-RESULT ' IN ' AW-RND-TRIES
081300                 DELIMITED BY SIZE INTO BASIS-WORK
081400     END-EVALUATE.
081500     MOVE 'AWARDED' TO DTL-ACTION.
081600     PERFORM 7100-PRINT-EVENT THRU 7100-EXIT.
081700 4500-EXIT.
081800     EXIT.
081900*****************************************************************
082000*  4600-SETTLE-TOURNEY - THE DAYS LAST TOURNAMENT ROUND: THE    *
082100*  ONE-TRY WIN TOURNEY POSTS AS THE CHAMPIONSHIP BONUS          *
082200*****************************************************************
082300 4600-SETTLE-TOURNEY.
082400     MOVE 'N' TO TOURNEY-FLAG.
082500     IF LT-RESULT NOT = 'W'
082600        OR LT-TRIES NOT = 1
082700         GO TO 4600-EXIT
082800     END-IF.
082900     MOVE LT-PLAY-ID TO AW-PLAY-ID.
083000     MOVE LT-DATE    TO AW-RND-DATE.
083100     MOVE LT-TIME    TO AW-RND-TIME.
083200     MOVE LT-RANGE   TO AW-RND-RANGE.
083300     MOVE LT-TRIES   TO AW-RND-TRIES.
083400     MOVE LT-RESULT  TO AW-RND-RESULT.
083500     MOVE 'T'        TO AW-RND-SOURCE.
083600     MOVE ZERO       TO AW-MONTH.
083700     MOVE ZERO TO DF-SUB.
083800     PERFORM 4650-CHAMPION-BADGE THRU 4650-EXIT
083900         UNTIL DF-SUB >= DEF-COUNT.
084000 4600-EXIT.
084100     EXIT.
084200*****************************************************************
084300*  4650-CHAMPION-BADGE - ONE BADGE FOR THE CHAMPION             *
084400*****************************************************************
084500 4650-CHAMPION-BADGE.
084600     ADD 1 TO DF-SUB.
084700     IF DF-CHAMPION (DF-SUB)
084800         PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
084900     END-IF.
085000 4650-EXIT.
085100     EXIT.
085200*****************************************************************
085300*  4700-GET-TALLY - THE RUNNING COUNTS OF TW-PLAY-ID, ZERO FOR  *
085400*  A PLAYER NOT SEEN BEFORE                                     *
085500*****************************************************************
085600 4700-GET-TALLY.
085700     MOVE TW-PLAY-ID TO BDG-PLAY-ID.
085800     MOVE SPACES     TO BDG-CODE.
085900     MOVE 'Y' TO TALLY-FOUND.
086000     READ BADGE-FILE
086100         INVALID KEY
086200             MOVE 'N' TO TALLY-FOUND
086300     END-READ.
086400     IF TALLY-ON-FILE
086500         MOVE BDT-GAMES  TO TW-GAMES
086600         MOVE BDT-WINS   TO TW-WINS
086700         MOVE BDT-STREAK TO TW-STREAK
086800     ELSE
086900         MOVE ZERO TO TW-GAMES TW-WINS TW-STREAK
087000     END-IF.
087100 4700-EXIT.
087200     EXIT.
087300*****************************************************************
087400*  4800-PUT-TALLY - WRITE THE RUNNING COUNTS BACK               *
087500*****************************************************************
087600 4800-PUT-TALLY.
087700     MOVE SPACES     TO BDG-REC.
087800     MOVE TW-PLAY-ID TO BDG-PLAY-ID.
087900     MOVE TW-GAMES   TO BDT-GAMES.
088000     MOVE TW-WINS    TO BDT-WINS.
088100     MOVE TW-STREAK  TO BDT-STREAK.
088200     MOVE PROC-DATE  TO BDT-LAST-DATE.
088300     IF TALLY-ON-FILE
088400         REWRITE BDG-REC
088500             INVALID KEY
088600                 PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
088700         END-REWRITE
088800     ELSE
088900         WRITE BDG-REC
089000             INVALID KEY
089100                 PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
089200                 GO TO 4800-EXIT
089300         END-WRITE
089400         MOVE 'Y' TO TALLY-FOUND
089500         ADD 1 TO TALLIES-CREATED
089600     END-IF.
089700 4800-EXIT.
089800     EXIT.
089900*****************************************************************
090000*  4900-BADGE-ERROR - A BADGE MASTER WRITE THAT FAILED.  THE    *
090050*  RUN ENDS RC 0016 AND BADGMST MUST BE RESTORED                *
090100*****************************************************************
090200 4900-BADGE-ERROR.
090300     DISPLAY 'ACHIEVE: BADGMST UPDATE FAILED FOR ' BDG-PLAY-ID
090400             ' ' BDG-CODE ' STATUS ' BADGMST-STATUS
090500         UPON OPERATOR-CONSOLE.
090600     ADD 1 TO BADGE-ERROR-COUNT.
090650     MOVE 16 TO RUN-RC.
090700 4900-EXIT.
090800     EXIT.
090900*****************************************************************
091000*  5000-EVALUATE-REVERSALS - THE REVERSALS TRANSBAT POSTED ON   *
091100*  THE DAYS BEING EVALUATED (TYPE 'R' AUDIT RECORDS)            *
091200*****************************************************************
091300 5000-EVALUATE-REVERSALS.
091400     OPEN INPUT AUDIT-FILE.
091500     IF AUDIT-STATUS = '35'
091600         DISPLAY 'ACHIEVE: NO AUDIT TRAIL, NO REVERSALS JUDGED'
091700             UPON OPERATOR-CONSOLE
091800         GO TO 5000-EXIT
091900     END-IF.
092000     IF NOT AUDIT-OK
092100         DISPLAY 'ACHIEVE: AUDIT OPEN ERROR, STATUS '
092200                 AUDIT-STATUS
092300             UPON OPERATOR-CONSOLE
092400         MOVE 16 TO RUN-RC
092500         GO TO 5000-EXIT
092600     END-IF.
092700     PERFORM 5100-PROCESS-AUDIT THRU 5100-EXIT
092800         UNTIL AUDIT-EOF.
092900     CLOSE AUDIT-FILE.
093000 5000-EXIT.
093100     EXIT.
093200*****************************************************************
093300*  5100-PROCESS-AUDIT - ONE AUDIT RECORD; A REVERSAL IS BACKED  *
093400*  OUT OF THE PLAYERS COUNTS AND MAY TAKE A BADGE AWAY          *
093500*****************************************************************
093600 5100-PROCESS-AUDIT.
093700     READ AUDIT-FILE
093800         AT END GO TO 5100-EXIT.
093900     IF NOT AUDIT-OK
094000         DISPLAY 'ACHIEVE: AUDIT READ ERROR, STATUS '
094100                 AUDIT-STATUS
094200             UPON OPERATOR-CONSOLE
094300         MOVE 16 TO RUN-RC
094400         MOVE '10' TO AUDIT-STATUS
094500         GO TO 5100-EXIT
094600     END-IF.
094700     IF NOT AUDT-REVERSE-EVENT
094800        OR AUDT-DATE NOT > EVAL-AFTER
094900        OR AUDT-DATE > PROC-DATE
095000         GO TO 5100-EXIT
095100     END-IF.
095200     ADD 1 TO REVERSALS-COUNTED.
095300     MOVE AUDT-PLAY-ID TO TW-PLAY-ID.
095400     PERFORM 4700-GET-TALLY THRU 4700-EXIT.
095500*    THE GUARDS COVER A REVERSED ROUND PLAYED BEFORE THE COUNTS
095600*    WERE STARTED.  ON THE FIRST RUN THE LIFETIME COUNTS ARE
095700*    ALREADY NET OF EVERY REVERSAL.
095800     IF NOT FIRST-RUN
095900         IF TW-GAMES > ZERO
096000             SUBTRACT 1 FROM TW-GAMES
096100         END-IF
096200         IF AUDT-VERDICT = 'W' AND TW-WINS > ZERO
096300             SUBTRACT 1 FROM TW-WINS
096400         END-IF
096500         PERFORM 4800-PUT-TALLY THRU 4800-EXIT
096600     END-IF.
096700     MOVE ZERO TO DF-SUB.
096800     PERFORM 5200-JUDGE-REVERSAL THRU 5200-EXIT
096900         UNTIL DF-SUB >= DEF-COUNT.
097000 5100-EXIT.
097100     EXIT.
097200*****************************************************************
097300*  5200-JUDGE-REVERSAL - DOES THE REVERSAL TAKE THIS BADGE AWAY *
097400*****************************************************************
097500 5200-JUDGE-REVERSAL.
097600     ADD 1 TO DF-SUB.
097700     IF DF-PERFECT-MONTH (DF-SUB)
097800         GO TO 5200-EXIT
097900     END-IF.
098000     MOVE AUDT-PLAY-ID     TO BDG-PLAY-ID.
098100     MOVE DF-CODE (DF-SUB) TO BDG-CODE.
098200     READ BADGE-FILE
098300         INVALID KEY
098400             GO TO 5200-EXIT
098500     END-READ.
098600     IF NOT BDG-HELD
098700         GO TO 5200-EXIT
098800     END-IF.
098900     EVALUATE TRUE
099000         WHEN DF-LIFE-WINS (DF-SUB)
099100             IF TW-WINS NOT < DF-LIMIT (DF-SUB)
099200                 GO TO 5200-EXIT
099300             END-IF
099400         WHEN DF-LIFE-GAMES (DF-SUB)
099500             IF TW-GAMES NOT < DF-LIMIT (DF-SUB)
099600                 GO TO 5200-EXIT
099700             END-IF
099800         WHEN OTHER
099900*            A REVERSAL CARD NAMES THE ROUND BY ITS TRIES AND
100000*            RESULT, POSTED NO EARLIER THAN THE ROUND.
100100             IF BDG-RND-DATE = ZERO
100200                OR BDG-RND-DATE > AUDT-DATE
100300                OR BDG-RND-TRIES NOT = AUDT-VALUE
100400                OR BDG-RND-RESULT NOT = AUDT-VERDICT
100500                 GO TO 5200-EXIT
100600             END-IF
100700     END-EVALUATE.
100800     MOVE SPACES TO BASIS-WORK.
100900     STRING 'REVERSAL IN BATCH ' AUDT-BATCH-ID
101000         DELIMITED BY SIZE INTO BASIS-WORK.
101100     MOVE AUDT-BATCH-ID TO BATCH-WORK.
101200     PERFORM 5800-WITHDRAW-BADGE THRU 5800-EXIT.
101300 5200-EXIT.
101400     EXIT.
101500*****************************************************************
101600*  5500-EVALUATE-MONTHS - THE MONTHLY HISTORY RECORDS OF THE    *
101700*  COMPLETED MONTHS FOR THE PERFECT MONTH BADGES                *
101800*****************************************************************
101900 5500-EVALUATE-MONTHS.
102000     OPEN INPUT HIST-IN-FILE.
102100     IF NOT HISTIN-OK
102200         DISPLAY 'ACHIEVE: NO HISTORY FILE, STATUS '
102300                 HISTIN-STATUS ' - MONTH BADGES NOT JUDGED'
102400             UPON OPERATOR-CONSOLE
102500         IF RUN-RC < 4
102600             MOVE 4 TO RUN-RC
102700         END-IF
102800         GO TO 5500-EXIT
102900     END-IF.
103000     PERFORM 5600-PROCESS-MONTH THRU 5600-EXIT
103100         UNTIL HISTIN-EOF.
103200     CLOSE HIST-IN-FILE.
103300 5500-EXIT.
103400     EXIT.
103500*****************************************************************
103600*  5600-PROCESS-MONTH - ONE HISTORY RECORD                      *
103700*****************************************************************
103800 5600-PROCESS-MONTH.
103900     READ HIST-IN-FILE
104000         AT END GO TO 5600-EXIT.
104100     IF NOT HISTIN-OK
104200         DISPLAY 'ACHIEVE: HISTORY READ ERROR, STATUS '
104300                 HISTIN-STATUS
104400             UPON OPERATOR-CONSOLE
104500         MOVE 16 TO RUN-RC
104600         MOVE '10' TO HISTIN-STATUS
104700         GO TO 5600-EXIT
104800     END-IF.
104900     IF NOT HIST-MONTHLY
105000        OR HIST-PERIOD NOT < PROC-MONTH
105100         GO TO 5600-EXIT
105200     END-IF.
105300     ADD 1 TO MONTHS-COUNTED.
105400     MOVE HIST-PLAY-ID TO AW-PLAY-ID.
105500     MOVE ZERO         TO AW-RND-DATE AW-RND-TIME AW-RND-RANGE
105600                          AW-RND-TRIES.
105700     MOVE SPACE        TO AW-RND-RESULT AW-RND-SOURCE.
105800     MOVE HIST-PERIOD  TO AW-MONTH.
105900     MOVE ZERO TO DF-SUB.
106000     PERFORM 5700-JUDGE-MONTH THRU 5700-EXIT
106100         UNTIL DF-SUB >= DEF-COUNT.
106200 5600-EXIT.
106300     EXIT.
106400*****************************************************************
106500*  5700-JUDGE-MONTH - ONE MONTH BADGE AGAINST THE MONTH.  THE   *
106600*  MONTH THAT EARNED A BADGE IS CHECKED AGAIN EVERY NIGHT, SO A *
106700*  REVERSAL ROLLED INTO IT BY ROLLUP TAKES THE BADGE AWAY       *
106800*****************************************************************
106900 5700-JUDGE-MONTH.
107000     ADD 1 TO DF-SUB.
107100     IF NOT DF-PERFECT-MONTH (DF-SUB)
107200         GO TO 5700-EXIT
107300     END-IF.
107400     MOVE DF-LIMIT (DF-SUB) TO MONTH-MIN-GAMES.
107500     IF MONTH-MIN-GAMES = ZERO
107600         MOVE 1 TO MONTH-MIN-GAMES
107700     END-IF.
107800     IF HIST-GAMES NOT < MONTH-MIN-GAMES
107900        AND HIST-LOSSES = ZERO
108000         PERFORM 4500-AWARD-BADGE THRU 4500-EXIT
108100         GO TO 5700-EXIT
108200     END-IF.
108300     MOVE HIST-PLAY-ID     TO BDG-PLAY-ID.
108400     MOVE DF-CODE (DF-SUB) TO BDG-CODE.
108500     READ BADGE-FILE
108600         INVALID KEY
108700             GO TO 5700-EXIT
108800     END-READ.
108900     IF NOT BDG-HELD
109000        OR BDG-MONTH NOT = HIST-PERIOD
109100         GO TO 5700-EXIT
109200     END-IF.
109300     MOVE SPACES TO BASIS-WORK.
109400     STRING 'MONTH ' HIST-PERIOD ' NO LONGER QUALIFIES'
109500         DELIMITED BY SIZE INTO BASIS-WORK.
109600     MOVE SPACES TO BATCH-WORK.
109700     PERFORM 5800-WITHDRAW-BADGE THRU 5800-EXIT.
109800 5700-EXIT.
109900     EXIT.
110000*****************************************************************
110100*  5800-WITHDRAW-BADGE - TAKE AWAY THE BADGE JUST READ          *
110200*****************************************************************
110300 5800-WITHDRAW-BADGE.
110400     MOVE 'W'        TO BDG-STATUS.
110500     MOVE PROC-DATE  TO BDG-WD-DATE.
110600     MOVE BATCH-WORK TO BDG-WD-BATCH.
110700     REWRITE BDG-REC
110800         INVALID KEY
110900             PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
111000             GO TO 5800-EXIT
111100     END-REWRITE.
111200     ADD 1 TO WITHDRAWN-COUNT.
111300     MOVE 'WITHDRAWN' TO DTL-ACTION.
111400     PERFORM 7100-PRINT-EVENT THRU 7100-EXIT.
111500 5800-EXIT.
111600     EXIT.
111700*****************************************************************
111800*  6000-WRITE-CONTROL - RECORD THE LAST DAY EVALUATED           *
111900*****************************************************************
112000 6000-WRITE-CONTROL.
112100     MOVE SPACES TO BDG-KEY.
112200     MOVE 'Y' TO BADGE-FOUND.
112300     READ BADGE-FILE
112400         INVALID KEY
112500             MOVE 'N' TO BADGE-FOUND
112600     END-READ.
112700     MOVE SPACES         TO BDG-REC.
112800     MOVE PROC-DATE      TO BDC-LAST-DAY.
112900     MOVE CURRENT-DATE-N TO BDC-RUN-DATE.
113000     MOVE CURRENT-TIME-N TO BDC-RUN-TIME.
113100     IF BADGE-ON-FILE
113200         REWRITE BDG-REC
113300             INVALID KEY
113400                 PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
113500                 MOVE 16 TO RUN-RC
113600         END-REWRITE
113700     ELSE
113800         WRITE BDG-REC
113900             INVALID KEY
114000                 PERFORM 4900-BADGE-ERROR THRU 4900-EXIT
114100                 MOVE 16 TO RUN-RC
114200         END-WRITE
114300     END-IF.
114400 6000-EXIT.
114500     EXIT.
114600*****************************************************************
114700*  6500-WRITE-EXTRACT - EVERY BADGE HELD, FOR THE INTRANET      *
114800*****************************************************************
114900 6500-WRITE-EXTRACT.
115000     OPEN OUTPUT EXTRACT-FILE.
115100     IF NOT EXTRACT-OK
115200         DISPLAY 'ACHIEVE: CANNOT OPEN BADGEXT, STATUS '
115300                 EXTRACT-STATUS
115400             UPON OPERATOR-CONSOLE
115500         MOVE 16 TO RUN-RC
115600         GO TO 6500-EXIT
115700     END-IF.
115800     MOVE SPACES TO EXTRACT-LINE.
115900     MOVE PROC-DATE      TO EDIT-DATE-8.
116000     MOVE CURRENT-TIME-N TO EDIT-TIME-6.
116100     STRING 'H|GMBADGE|' EDIT-DATE-8 '|' EDIT-TIME-6
116200         DELIMITED BY SIZE INTO EXTRACT-LINE.
116300     WRITE EXTRACT-LINE.
116310     IF NOT EXTRACT-OK
116320         DISPLAY 'ACHIEVE: BADGEXT WRITE ERROR, STATUS '
116330                 EXTRACT-STATUS
116340             UPON OPERATOR-CONSOLE
116350         MOVE 16 TO RUN-RC
116360         CLOSE EXTRACT-FILE
116370         GO TO 6500-EXIT
116380     END-IF.
116400     MOVE SPACES TO BDG-KEY.
116500     START BADGE-FILE KEY NOT LESS THAN BDG-KEY
116600         INVALID KEY
116700             MOVE '10' TO BADGMST-STATUS
116800     END-START.
116900     PERFORM 6600-WRITE-DETAIL THRU 6600-EXIT
117000         UNTIL BADGMST-EOF.
117010*    A SHORT EXTRACT GOES OUT WITHOUT ITS TRAILER SO THAT THE
117020*    RECEIVING SIDE REJECTS IT
117030     IF RUN-RC >= 16
117040         CLOSE EXTRACT-FILE
117050         GO TO 6500-EXIT
117060     END-IF.
117100     MOVE SPACES TO EXTRACT-LINE.
117200     MOVE HELD-COUNT TO EDIT-COUNT-7.
117300     STRING 'T|' EDIT-COUNT-7
117400         DELIMITED BY SIZE INTO EXTRACT-LINE.
117500     WRITE EXTRACT-LINE.
117510     IF NOT EXTRACT-OK
117520         DISPLAY 'ACHIEVE: BADGEXT WRITE ERROR, STATUS '
117530                 EXTRACT-STATUS
117540             UPON OPERATOR-CONSOLE
117550         MOVE 16 TO RUN-RC
117560     END-IF.
117600     CLOSE EXTRACT-FILE.
117700 6500-EXIT.
117800     EXIT.
117900*****************************************************************
118000*  6600-WRITE-DETAIL - ONE BADGE MASTER RECORD; A HELD BADGE    *
118100*  BECOMES A DELIMITED DETAIL LINE                              *
118200*****************************************************************
118300 6600-WRITE-DETAIL.
118400     READ BADGE-FILE NEXT
118500         AT END GO TO 6600-EXIT.
118600     IF NOT BADGMST-OK
118700         DISPLAY 'ACHIEVE: BADGMST READ ERROR, STATUS '
118800                 BADGMST-STATUS
118900             UPON OPERATOR-CONSOLE
119000         MOVE 16 TO RUN-RC
119100         MOVE '10' TO BADGMST-STATUS
119200         GO TO 6600-EXIT
119300     END-IF.
119400     IF BDG-TALLY-RECORD
119500        OR NOT BDG-HELD
119600         GO TO 6600-EXIT
119700     END-IF.
119800     ADD 1 TO HELD-COUNT.
119900     MOVE BDG-NAME TO NAME-WORK.
120000     INSPECT NAME-WORK REPLACING ALL '|' BY '!'.
120100     PERFORM 6700-TRIM-NAME THRU 6700-EXIT.
120200     MOVE SPACES TO EXTRACT-LINE.
120300     MOVE 1 TO LINE-PTR.
120400     STRING 'D|' BDG-PLAY-ID '|'
120500         DELIMITED BY SIZE INTO EXTRACT-LINE
120600         POINTER LINE-PTR.
120700     STRING BDG-CODE DELIMITED BY SPACE
120800         INTO EXTRACT-LINE
120900         POINTER LINE-PTR.
121000     STRING '|' NAME-WORK (1:NAME-LEN) '|'
121100         DELIMITED BY SIZE INTO EXTRACT-LINE
121200         POINTER LINE-PTR.
121300     MOVE BDG-EARNED-DATE TO EDIT-DATE-8.
121400     STRING EDIT-DATE-8
121500         DELIMITED BY SIZE INTO EXTRACT-LINE
121600         POINTER LINE-PTR.
121700     WRITE EXTRACT-LINE.
121710     IF NOT EXTRACT-OK
121720         DISPLAY 'ACHIEVE: BADGEXT WRITE ERROR, STATUS '
121730                 EXTRACT-STATUS
121740             UPON OPERATOR-CONSOLE
121750         MOVE 16 TO RUN-RC
121760         MOVE '10' TO BADGMST-STATUS
121770     END-IF.
121800 6600-EXIT.
121900     EXIT.
122000*****************************************************************
122100*  6700-TRIM-NAME - LENGTH OF NAME-WORK LESS TRAILING SPACES    *
122200*****************************************************************
122300 6700-TRIM-NAME.
122400     MOVE 30 TO NAME-LEN.
122500     PERFORM 6750-BACK-UP-ONE THRU 6750-EXIT
122600         UNTIL NAME-LEN = ZERO
122700            OR NAME-WORK (NAME-LEN:1) NOT = SPACE.
122800     IF NAME-LEN = ZERO
122900         MOVE 1 TO NAME-LEN
123000         MOVE '?' TO NAME-WORK (1:1)
123100     END-IF.
123200 6700-EXIT.
123300     EXIT.
123400*****************************************************************
123500*  6750-BACK-UP-ONE - STEP BACK OVER ONE TRAILING SPACE         *
123600*****************************************************************
123700 6750-BACK-UP-ONE.
123800     SUBTRACT 1 FROM NAME-LEN.
123900 6750-EXIT.
124000     EXIT.
124100*****************************************************************
124200*  7100-PRINT-EVENT - ONE BADGE AWARDED OR WITHDRAWN.  THE      *
124300*  BADGE RECORD JUST WRITTEN IS STILL IN THE RECORD AREA        *
124400*****************************************************************
124500 7100-PRINT-EVENT.
124600     IF LINE-COUNT > 55
124700         PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT
124800     END-IF.
124900*    ON THE FIRST RUN THE PLAYER IS ALREADY IN THE MASTER
125000*    RECORD AREA; A KEYED READ THERE WOULD LOSE THE PLACE.
125100     IF PLAY-ID NOT = BDG-PLAY-ID
125200         MOVE BDG-PLAY-ID TO PLAY-ID
125300         READ PLAYER-MASTER
125400             INVALID KEY
125500                 MOVE '*UNKNOWN PLAYER*' TO PLAY-NAME
125600         END-READ
125700     END-IF.
125800     MOVE BDG-PLAY-ID TO DTL-ID.
125900     MOVE PLAY-NAME   TO DTL-NAME.
126000     MOVE BDG-CODE    TO DTL-CODE.
126100     MOVE BDG-NAME    TO DTL-BADGE.
126200     MOVE BASIS-WORK  TO DTL-BASIS.
126300     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
126400     ADD 1 TO LINE-COUNT.
126500 7100-EXIT.
126600     EXIT.
126700*****************************************************************
126800*  7500-PRINT-HEADINGS - PAGE HEADINGS                          *
126900*****************************************************************
127000 7500-PRINT-HEADINGS.
127100     ADD 1 TO PAGE-COUNT.
127200     MOVE PROC-DATE  TO HDG1-DATE.
127300     MOVE PAGE-COUNT TO HDG1-PAGE.
127400     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
127500     WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
127600     WRITE REPORT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
127700     MOVE 3 TO LINE-COUNT.
127800 7500-EXIT.
127900     EXIT.
128000*****************************************************************
128100*  7800-PRINT-TOTALS - CONTROL TOTALS                           *
128200*****************************************************************
128300 7800-PRINT-TOTALS.
128400     IF PAGE-COUNT = ZERO
128500         PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT
128600     END-IF.
128700     IF RUN-RC >= 12
128800         GO TO 7800-FAILED
128900     END-IF.
129000     IF AWARDED-COUNT = ZERO AND WITHDRAWN-COUNT = ZERO
129100         MOVE 'NO BADGES AWARDED OR WITHDRAWN' TO MSG-TEXT
129200         WRITE REPORT-LINE FROM MESSAGE-LINE
129300             AFTER ADVANCING 1 LINE
129400     END-IF.
129500     MOVE SPACES TO REPORT-LINE.
129600     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
129700     MOVE 'BADGES DEFINED'           TO TOT-LABEL.
129800     MOVE DEF-COUNT                  TO TOT-VALUE.
129900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
130000     MOVE 'SCORES RECORDS READ'      TO TOT-LABEL.
130100     MOVE SCORES-READ-COUNT          TO TOT-VALUE.
130200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
130300     MOVE 'ROUNDS JUDGED'            TO TOT-LABEL.
130400     MOVE ROUNDS-COUNTED             TO TOT-VALUE.
130500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
130600     MOVE 'REVERSALS JUDGED'         TO TOT-LABEL.
130700     MOVE REVERSALS-COUNTED          TO TOT-VALUE.
130800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
130900     IF MONTH-RULE-DEFINED
131000         MOVE 'PLAYER MONTHS JUDGED' TO TOT-LABEL
131100         MOVE MONTHS-COUNTED         TO TOT-VALUE
131200         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
131300     END-IF.
131400     MOVE 'PLAYER COUNTS STARTED'    TO TOT-LABEL.
131500     MOVE TALLIES-CREATED            TO TOT-VALUE.
131600     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
131700     MOVE 'BADGES AWARDED'           TO TOT-LABEL.
131800     MOVE AWARDED-COUNT              TO TOT-VALUE.
131900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
132000     MOVE 'BADGES WITHDRAWN'         TO TOT-LABEL.
132100     MOVE WITHDRAWN-COUNT            TO TOT-VALUE.
132200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
132300     MOVE 'BADGES HELD (BADGEXT)'    TO TOT-LABEL.
132400     MOVE HELD-COUNT                 TO TOT-VALUE.
132500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
132600     IF BADGE-ERROR-COUNT > ZERO
132700         MOVE 'BADGE UPDATES FAILED' TO TOT-LABEL
132800         MOVE BADGE-ERROR-COUNT      TO TOT-VALUE
132900         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
133300     END-IF.
133400 7800-FAILED.
133500     IF RUN-RC >= 16
133600         MOVE 'RUN FAILED - SEE THE OPERATOR CONSOLE' TO MSG-TEXT
133700         WRITE REPORT-LINE FROM MESSAGE-LINE
133800             AFTER ADVANCING 2 LINES
133900     END-IF.
134000 7800-EXIT.
134100     EXIT.
134200*****************************************************************
134300*  8800-WRITE-RUN-STATUS - APPEND THIS RUN TO THE RUN CONTROL   *
134400*  FILE FOR JOBSTAT                                             *
134500*****************************************************************
134600 8800-WRITE-RUN-STATUS.
134700     OPEN EXTEND RUN-STATUS-FILE.
134800     IF RUNCTL-STATUS = '35'
134900         OPEN OUTPUT RUN-STATUS-FILE
135000         CLOSE RUN-STATUS-FILE
135100         OPEN EXTEND RUN-STATUS-FILE
135200     END-IF.
135300     IF NOT RUNCTL-OK
135400         DISPLAY 'ACHIEVE: CANNOT WRITE RUN CONTROL, STATUS '
135500                 RUNCTL-STATUS
135600             UPON OPERATOR-CONSOLE
135700         GO TO 8800-EXIT
135800     END-IF.
135900     MOVE SPACES            TO RSTA-REC.
136000     MOVE 'ACHIEVE'         TO RSTA-JOB-NAME.
136100     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
136200     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
136300     MOVE RUN-RC            TO RSTA-RC.
136400     MOVE AWARDED-COUNT     TO RSTA-COUNT-1.
136500     MOVE WITHDRAWN-COUNT   TO RSTA-COUNT-2.
136600     WRITE RSTA-REC.
136700     CLOSE RUN-STATUS-FILE.
136800 8800-EXIT.
136900     EXIT.
137000*****************************************************************
137100*  9000-TERMINATE - CLOSE FILES                                 *
137200*****************************************************************
137300 9000-TERMINATE.
137400     IF MASTER-IS-OPEN
137500         CLOSE PLAYER-MASTER
137600     END-IF.
137700     IF BADGES-ARE-OPEN
137800         CLOSE BADGE-FILE
137900     END-IF.
138000     IF REPORT-IS-OPEN
138100         CLOSE REPORT-FILE
138200     END-IF.
138300 9000-EXIT.
138400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HISTINQ.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  HISTINQ  --  ONLINE PLAYER HISTORY INQUIRY                   *
000900*                                                               *
001000*  INTERACTIVE, INQUIRY ONLY - NOTHING IS UPDATED.  FOR A       *
001100*  PLAYER ID IT SHOWS:                                          *
001200*    - THE PLAYER MASTER DETAILS (AS PLAYMNT INQUIRY) WITH THE  *
001300*      RATING BAND - THE ROUND RANGE GUESS DEALS THE PLAYER     *
001400*      WHEN RATE-BAND IS ON.  A RATING NOT YET SET COUNTS AS    *
001500*      THE 1000 START.                                          *
001600*    - THE PLAYERS RANK TODAY AND THIS MONTH, RANKED AS LEADRPT *
001700*      RANKS (POINTS, WINS, AVERAGE TRIES) OVER THE SCORES      *
001800*      MASTER AND THE SCORDLY DELTA, BY THE MACHINE DATE.       *
001900*      TODAY SKIPS REVERSAL ENTRIES AS LEADRPT DOES, THE MONTH  *
002000*      NETS THEM AS ROLLUP DOES.                                *
002100*    - EVERY ITEM HELD ON SUSPENSE FOR THE PLAYER.              *
002200*    - THE PLAYERS ROUNDS, NEWEST FIRST, TEN TO A PAGE: THE     *
002300*      ROUNDS STILL ON THE SCORDLY DELTA, THEN THOSE ON THE     *
002400*      SCORES MASTER.  THE MASTER ROUNDS ARE READ THROUGH THE   *
002500*      SCOR-PLAY-ID ALTERNATE KEY, SO ONLY THE PLAYERS OWN      *
002600*      ROUNDS ARE READ.                                         *
002700*  FUNCTIONS ON THE ROUND LIST:                                 *
002800*      N = NEXT PAGE          P = PREVIOUS PAGE                 *
002900*      S = SELECT A ROUND ON THE PAGE - SHOWS ITS AUDIT TRAIL:  *
003000*          THE GUESSES OF AN ONLINE ROUND, FOUND AS DISPUTE     *
003100*          FINDS THEM, AND THE POSTING RECORD OF THE ROUND      *
003200*      X = ANOTHER PLAYER     Q = QUIT                          *
003300*  A ROUND OLDER THAN THE AUDIT RETENTION HAS NO TRAIL ON       *
003400*  AUDITTRL UNTIL RESTORE BRINGS THE ARCHIVE BACK.              *
003500*****************************************************************
003600*  MODIFICATION HISTORY                                         *
003700*  2026-10-15  TG   NEW PROGRAM                                 *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SPECIAL-NAMES.
004200     CONSOLE IS OPERATOR-CONSOLE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS RANDOM
004800         RECORD KEY   IS PLAY-ID
004900         FILE STATUS  IS PLAYMST-STATUS.
005000     SELECT SCORES-FILE      ASSIGN TO SCORES
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE  IS SEQUENTIAL
005300         RECORD KEY   IS SCOR-SEQ
005400         ALTERNATE RECORD KEY IS SCOR-DATE
005500                      WITH DUPLICATES
005600         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
005700                      WITH DUPLICATES
005800         FILE STATUS  IS SCORES-STATUS.
005900     SELECT SCORE-DELTA-FILE ASSIGN TO SCORDLY
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS  IS SCORDLY-STATUS.
006200     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS AUDIT-STATUS.
006500     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS  IS SUSPENSE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PLAYER-MASTER.
007100     COPY GMPLAY.
007200 FD  SCORES-FILE.
007300     COPY GMSCOR.
007400 FD  SCORE-DELTA-FILE.
007500     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==SDLY==.
007600 FD  AUDIT-FILE.
007700     COPY GMAUDT.
007800 FD  SUSPENSE-FILE.
007900     COPY GMSUSP.
008000 WORKING-STORAGE SECTION.
008100 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
008200     88  PLAYMST-OK                      VALUE '00'.
008300 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
008400     88  SCORES-OK                       VALUE '00'.
008500     88  SCORES-EOF                      VALUE '10'.
008600 77  SCORDLY-STATUS          PIC X(02) VALUE SPACES.
008700     88  SCORDLY-OK                      VALUE '00'.
008800     88  SCORDLY-EOF                     VALUE '10'.
008900 77  AUDIT-STATUS            PIC X(02) VALUE SPACES.
009000     88  AUDIT-OK                        VALUE '00'.
009100     88  AUDIT-EOF                       VALUE '10'.
009200 77  SUSPENSE-STATUS         PIC X(02) VALUE SPACES.
009300     88  SUSPENSE-OK                     VALUE '00'.
009400     88  SUSPENSE-EOF                    VALUE '10'.
009500 77  MASTER-OPEN-FLAG        PIC X(01) VALUE 'N'.
009600     88  MASTER-OPEN                     VALUE 'Y'.
009700 77  INQ-FUNCTION            PIC X(01) VALUE SPACE.
009800     88  FUNC-NEXT                       VALUE 'N'.
009900     88  FUNC-PREVIOUS                   VALUE 'P'.
010000     88  FUNC-SELECT                     VALUE 'S'.
010100     88  FUNC-NEW-PLAYER                 VALUE 'X'.
010200     88  FUNC-QUIT                       VALUE 'Q'.
010300 77  ANSWER-ID               PIC X(05) VALUE SPACES.
010400 77  ANSWER-FIELD            PIC X(08) VALUE SPACES.
010500 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
010600 77  MONTH-START-N           PIC 9(08) VALUE ZERO.
010700 77  SESSION-RATING          PIC 9(04) VALUE 1000.
010800 77  ROUND-RANGE-HI          PIC 9(04) VALUE 100.
010900*    THE PLAYERS ROUNDS - COUNTS, PAGING, THE SCORDLY DELTA
011000 77  MASTER-COUNT            PIC 9(07) COMP VALUE ZERO.
011100 77  DELTA-COUNT             PIC S9(04) COMP VALUE ZERO.
011200 77  DELTA-MAX               PIC S9(04) COMP VALUE 200.
011300 77  TOTAL-ROUNDS            PIC 9(07) COMP VALUE ZERO.
011400 77  PAGE-SIZE               PIC S9(04) COMP VALUE 10.
011500 77  PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
011600 77  PAGE-TOTAL              PIC 9(05) COMP VALUE ZERO.
011700 77  PAGE-LINES              PIC S9(04) COMP VALUE ZERO.
011800 77  FIRST-LIST              PIC 9(07) COMP VALUE ZERO.
011900 77  LAST-LIST               PIC 9(07) COMP VALUE ZERO.
012000 77  LIST-NO                 PIC 9(07) COMP VALUE ZERO.
012100 77  READ-POS                PIC 9(07) COMP VALUE ZERO.
012200 77  POS-LO                  PIC 9(07) COMP VALUE ZERO.
012300 77  POS-HI                  PIC 9(07) COMP VALUE ZERO.
012400 77  DT-SUB                  PIC S9(04) COMP VALUE ZERO.
012500 77  DT-SUB-2                PIC S9(04) COMP VALUE ZERO.
012600 77  PG-SUB                  PIC S9(04) COMP VALUE ZERO.
012700 77  SWAP-FLAG               PIC X(01) VALUE 'N'.
012800     88  SWAP-DONE                       VALUE 'Y'.
012900 77  SWAP-REC                PIC X(50) VALUE SPACES.
013000*    RANKS TODAY AND THIS MONTH
013100 77  PLAYER-COUNT            PIC S9(04) COMP VALUE ZERO.
013200 77  PLAYER-MAX              PIC S9(04) COMP VALUE 500.
013300 77  PT-SUB                  PIC S9(04) COMP VALUE ZERO.
013400 77  MATCH-SUB               PIC S9(04) COMP VALUE ZERO.
013500 77  TABLE-FULL-FLAG         PIC X(01) VALUE 'N'.
013600     88  TABLE-FULL                      VALUE 'Y'.
013700 77  RANK-THIS               PIC 9(05) COMP VALUE ZERO.
013800 77  RANKED-COUNT            PIC 9(05) COMP VALUE ZERO.
013900*    HELD SUSPENSE ITEMS AND THE AUDIT TRAIL OF A ROUND
014000 77  HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
014100 77  GUESS-COUNT             PIC S9(05) COMP VALUE ZERO.
014200 77  GUESS-SEEN              PIC S9(05) COMP VALUE ZERO.
014300 77  FIRST-WANTED            PIC S9(05) COMP VALUE ZERO.
014400 77  TRAIL-COUNT             PIC 9(05) COMP VALUE ZERO.
014500 77  VERDICT-TEXT            PIC X(08) VALUE SPACES.
014600*    DISPLAY EDITING
014700 77  EDIT-RANK               PIC ZZZZ9.
014800 77  EDIT-RANKED             PIC ZZZZ9.
014900 77  EDIT-POINTS             PIC ZZZZZZZZ9.
015000 77  EDIT-GAMES              PIC ZZZZ9.
015100 77  EDIT-FIRST              PIC ZZZZZZ9.
015200 77  EDIT-LAST               PIC ZZZZZZ9.
015300 77  EDIT-TOTAL              PIC ZZZZZZ9.
015400 77  EDIT-PAGE               PIC ZZZZ9.
015500 77  EDIT-PAGES              PIC ZZZZ9.
015600 77  EDIT-GUESS              PIC ZZ9.
015700*    THE ROUND BEING RANKED, THE SELECTED ROUND, A HELD CARD
015800     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==RNK==.
015900     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==RND==.
016000     COPY GMTRAN REPLACING LEADING ==TRAN== BY ==WTR==.
016100 77  EDIT-SUB                PIC S9(04) COMP VALUE ZERO.
016200 77  EDIT-LENGTH             PIC S9(04) COMP VALUE ZERO.
016300 77  EDIT-DIGITS             PIC S9(04) COMP VALUE ZERO.
016400 77  EDIT-VALUE              PIC 9(08) VALUE ZERO.
016500 77  EDIT-ERROR              PIC X(01) VALUE 'N'.
016600     88  EDIT-BAD                        VALUE 'Y'.
016700 01  EDIT-CHAR.
016800     05  EDIT-CHAR-X         PIC X(01).
016900     05  EDIT-CHAR-9         REDEFINES EDIT-CHAR-X
017000                             PIC 9(01).
017100 01  DATE-WORK.
017200     05  DATE-WORK-YY        PIC 9(02).
017300     05  DATE-WORK-MM        PIC 9(02).
017400     05  DATE-WORK-DD        PIC 9(02).
017500*    THE PLAYERS SCORDLY ROUNDS, SORTED INTO DATE/TIME ORDER
017600 01  DELTA-TABLE.
017700     05  DT-ENTRY OCCURS 200 TIMES.
017800         10  DT-REC          PIC X(50).
017900*    THE ROUNDS OF THE PAGE ON SHOW, NEWEST FIRST
018000 01  PAGE-TABLE.
018100     05  PG-ENTRY OCCURS 10 TIMES.
018200         10  PG-ORIGIN       PIC X(07).
018300         10  PG-REC          PIC X(50).
018400*    EVERY PLAYER WITH ROUNDS THIS MONTH - ENTRY 1 IS ALWAYS
018500*    THE PLAYER ASKED FOR, SO A FULL TABLE NEVER DROPS THEM
018600 01  PLAYER-TABLE.
018700     05  PT-ENTRY OCCURS 500 TIMES.
018800         10  PT-ID           PIC X(05).
018900         10  PT-DAY-GAMES    PIC 9(05) COMP.
019000         10  PT-DAY-WINS     PIC 9(05) COMP.
019100         10  PT-DAY-TRIES    PIC 9(07) COMP.
019200         10  PT-DAY-POINTS   PIC 9(09) COMP.
019300         10  PT-DAY-AVG      PIC 9(03)V9 COMP-3.
019400         10  PT-MON-GAMES    PIC 9(05) COMP.
019500         10  PT-MON-WINS     PIC 9(05) COMP.
019600         10  PT-MON-TRIES    PIC 9(07) COMP.
019700         10  PT-MON-POINTS   PIC 9(09) COMP.
019800         10  PT-MON-AVG      PIC 9(03)V9 COMP-3.
019900 01  ROUND-HEADING.
020000     05  FILLER              PIC X(36)
020100         VALUE '   NO.  DATE      TIME   RANGE TRIES'.
020200     05  FILLER              PIC X(35)
020300         VALUE '  RESULT   POINTS  SOURCE   FILE'.
020400 01  ROUND-LINE.
020500     05  RL-LIST-NO          PIC ZZZZZ9.
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  RL-DATE             PIC 9(08).
020800     05  FILLER              PIC X(02) VALUE SPACES.
020900     05  RL-TIME             PIC 9(06).
021000     05  FILLER              PIC X(02) VALUE SPACES.
021100     05  RL-RANGE            PIC ZZZ9.
021200     05  FILLER              PIC X(02) VALUE SPACES.
021300     05  RL-TRIES            PIC ZZ9.
021400     05  FILLER              PIC X(03) VALUE SPACES.
021500     05  RL-RESULT           PIC X(09).
021600     05  FILLER              PIC X(01) VALUE SPACES.
021700     05  RL-POINTS           PIC ZZZZ9.
021800     05  FILLER              PIC X(02) VALUE SPACES.
021900     05  RL-SOURCE           PIC X(08).
022000     05  FILLER              PIC X(01) VALUE SPACES.
022100     05  RL-ORIGIN           PIC X(07).
022200 PROCEDURE DIVISION.
022300*****************************************************************
022400*  0000-MAINLINE - CONTROL THE INQUIRY SESSION                  *
022500*****************************************************************
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022800     PERFORM 2000-PROCESS-PLAYER THRU 2000-EXIT
022900         UNTIL FUNC-QUIT.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     STOP RUN.
023200*****************************************************************
023300*  1000-INITIALIZE - OPEN THE PLAYER MASTER, GET TODAYS DATE    *
023400*****************************************************************
023500 1000-INITIALIZE.
023600     OPEN INPUT PLAYER-MASTER.
023700     IF NOT PLAYMST-OK
023800         DISPLAY 'HISTINQ: CANNOT OPEN PLAYER MASTER, STATUS '
023900                 PLAYMST-STATUS
024000         MOVE 'Q' TO INQ-FUNCTION
024100         GO TO 1000-EXIT
024200     END-IF.
024300     MOVE 'Y' TO MASTER-OPEN-FLAG.
024400     ACCEPT DATE-WORK FROM DATE.
024500     COMPUTE CURRENT-DATE-N =
024600         20000000 + (DATE-WORK-YY * 10000)
024700                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
024800     COMPUTE MONTH-START-N = CURRENT-DATE-N - DATE-WORK-DD + 1.
024900 1000-EXIT.
025000     EXIT.
025100*****************************************************************
025200*  2000-PROCESS-PLAYER - ONE PLAYER: DETAILS, RANKS, SUSPENSE,  *
025300*  THEN THE ROUND LIST UNTIL ANOTHER PLAYER OR QUIT             *
025400*****************************************************************
025500 2000-PROCESS-PLAYER.
025600     DISPLAY ' '.
025700     DISPLAY 'PLAYER HISTORY INQUIRY'.
025800     DISPLAY 'PLAYER ID (BLANK = QUIT): '.
025900     MOVE SPACES TO ANSWER-ID.
026000     ACCEPT ANSWER-ID.
026100     IF ANSWER-ID = SPACES
026200         MOVE 'Q' TO INQ-FUNCTION
026300         GO TO 2000-EXIT
026400     END-IF.
026500     MOVE ANSWER-ID TO PLAY-ID.
026600     READ PLAYER-MASTER
026700         INVALID KEY
026800             DISPLAY 'PLAYER ' ANSWER-ID ' NOT ON FILE'
026900             GO TO 2000-EXIT.
027000     PERFORM 3000-SHOW-PLAYER THRU 3000-EXIT.
027100     PERFORM 4000-SHOW-RANKS THRU 4000-EXIT.
027200     PERFORM 4500-SHOW-SUSPENSE THRU 4500-EXIT.
027300     PERFORM 5000-LOAD-ROUNDS THRU 5000-EXIT.
027400     IF TOTAL-ROUNDS = ZERO
027500         DISPLAY 'NO ROUNDS ON FILE FOR PLAYER ' ANSWER-ID
027600         GO TO 2000-EXIT
027700     END-IF.
027800     MOVE 1 TO PAGE-NUMBER.
027900     PERFORM 6000-SHOW-PAGE THRU 6000-EXIT.
028000     MOVE SPACE TO INQ-FUNCTION.
028100     PERFORM 2500-PROCESS-FUNCTION THRU 2500-EXIT
028200         UNTIL FUNC-NEW-PLAYER OR FUNC-QUIT.
028300 2000-EXIT.
028400     EXIT.
028500*****************************************************************
028600*  2500-PROCESS-FUNCTION - ONE TRIP THROUGH THE ROUND LIST MENU *
028700*****************************************************************
028800 2500-PROCESS-FUNCTION.
028900     DISPLAY ' '.
029000     DISPLAY 'N=NEXT PAGE P=PREVIOUS PAGE S=SELECT ROUND'.
029100     DISPLAY 'X=ANOTHER PLAYER Q=QUIT'.
029200     DISPLAY 'FUNCTION: '.
029300     ACCEPT INQ-FUNCTION.
029400     EVALUATE TRUE
029500         WHEN FUNC-NEXT
029600             IF PAGE-NUMBER < PAGE-TOTAL
029700                 ADD 1 TO PAGE-NUMBER
029800                 PERFORM 6000-SHOW-PAGE THRU 6000-EXIT
029900             ELSE
030000                 DISPLAY 'THIS IS THE LAST PAGE'
030100             END-IF
030200         WHEN FUNC-PREVIOUS
030300             IF PAGE-NUMBER > 1
030400                 SUBTRACT 1 FROM PAGE-NUMBER
030500                 PERFORM 6000-SHOW-PAGE THRU 6000-EXIT
030600             ELSE
030700                 DISPLAY 'THIS IS THE FIRST PAGE'
030800             END-IF
030900         WHEN FUNC-SELECT
031000             PERFORM 7000-SELECT-ROUND THRU 7000-EXIT
031100         WHEN FUNC-NEW-PLAYER
031200         WHEN FUNC-QUIT
031300             CONTINUE
031400         WHEN OTHER
031500             DISPLAY 'INVALID FUNCTION, PLEASE RE-ENTER'
031600     END-EVALUATE.
031700 2500-EXIT.
031800     EXIT.
031900*****************************************************************
032000*  3000-SHOW-PLAYER - THE MASTER DETAILS AND THE RATING BAND    *
032100*****************************************************************
032200 3000-SHOW-PLAYER.
032300     DISPLAY ' '.
032400     DISPLAY 'ID:       ' PLAY-ID.
032500     DISPLAY 'NAME:     ' PLAY-NAME.
032600     DISPLAY 'STATUS:   ' PLAY-STATUS.
032700     DISPLAY 'ENROLLED: ' PLAY-ENROLL-DATE.
032800     DISPLAY 'GAMES:    ' PLAY-GAMES ' WINS ' PLAY-WINS
032900             ' LOSSES ' PLAY-LOSSES.
033000     DISPLAY 'TEAM:     ' PLAY-TEAM.
033100     DISPLAY 'DIVISION: ' PLAY-DIVISION.
033200     IF PLAY-RATING-X NUMERIC
033300         MOVE PLAY-RATING TO SESSION-RATING
033400         DISPLAY 'RATING:   ' PLAY-RATING-X
033500     ELSE
033600         MOVE 1000 TO SESSION-RATING
033700         DISPLAY 'RATING:   NOT YET RATED, 1000 ASSUMED'
033800     END-IF.
033900     PERFORM 3100-SET-BAND THRU 3100-EXIT.
034000     DISPLAY 'BAND:     ROUNDS OF 1 TO ' ROUND-RANGE-HI
034100             ' WHEN RATE-BAND IS ON'.
034200 3000-EXIT.
034300     EXIT.
034400*****************************************************************
034500*  3100-SET-BAND - THE ROUND RANGE FOR THE RATING, AS GUESS     *
034600*  SETS IT                                                      *
034700*****************************************************************
034800 3100-SET-BAND.
034900     EVALUATE TRUE
035000         WHEN SESSION-RATING < 0800
035100             MOVE 0050 TO ROUND-RANGE-HI
035200         WHEN SESSION-RATING < 1200
035300             MOVE 0100 TO ROUND-RANGE-HI
035400         WHEN SESSION-RATING < 1600
035500             MOVE 0250 TO ROUND-RANGE-HI
035600         WHEN SESSION-RATING < 2000
035700             MOVE 0500 TO ROUND-RANGE-HI
035800         WHEN OTHER
035900             MOVE 1000 TO ROUND-RANGE-HI
036000     END-EVALUATE.
036100 3100-EXIT.
036200     EXIT.
036300*****************************************************************
036400*  4000-SHOW-RANKS - EVERY PLAYERS TOTALS FOR TODAY AND THE     *
036500*  MONTH FROM THE MASTER (DATE KEY, FROM THE FIRST OF THE       *
036600*  MONTH) AND THE DELTA, THEN 1 PLUS THE PLAYERS BEATING US     *
036700*****************************************************************
036800 4000-SHOW-RANKS.
036900     MOVE 'N' TO TABLE-FULL-FLAG.
037000     MOVE 1 TO PLAYER-COUNT.
037100     MOVE 1 TO MATCH-SUB.
037200     PERFORM 4250-CLEAR-ENTRY THRU 4250-EXIT.
037300     MOVE ANSWER-ID TO PT-ID (1).
037400     OPEN INPUT SCORES-FILE.
037500     IF SCORES-STATUS = '35'
037600         GO TO 4000-DELTA
037700     END-IF.
037800     IF NOT SCORES-OK
037900         DISPLAY 'HISTINQ: CANNOT OPEN SCORES, STATUS '
038000                 SCORES-STATUS ' - RANKS NOT SHOWN'
038100         GO TO 4000-EXIT
038200     END-IF.
038300     MOVE MONTH-START-N TO SCOR-DATE.
038400     START SCORES-FILE KEY NOT LESS THAN SCOR-DATE
038500         INVALID KEY
038600             MOVE '10' TO SCORES-STATUS
038700     END-START.
038800     PERFORM 4050-RANK-MASTER THRU 4050-EXIT
038900         UNTIL SCORES-EOF.
039000     CLOSE SCORES-FILE.
039100 4000-DELTA.
039200     OPEN INPUT SCORE-DELTA-FILE.
039300     IF SCORDLY-OK
039400         PERFORM 4100-RANK-DELTA THRU 4100-EXIT
039500             UNTIL SCORDLY-EOF
039600         CLOSE SCORE-DELTA-FILE
039700     END-IF.
039800     IF TABLE-FULL
039900         DISPLAY 'MORE THAN 500 PLAYERS THIS MONTH -'
040000                 ' RANKS ARE APPROXIMATE'
040100     END-IF.
040200     MOVE ZERO TO PT-SUB.
040300     PERFORM 4300-SET-AVERAGES THRU 4300-EXIT
040400         UNTIL PT-SUB >= PLAYER-COUNT.
040500     IF PT-DAY-GAMES (1) = ZERO
040600         DISPLAY 'RANK TODAY:       NO ROUNDS TODAY'
040700     ELSE
040800         MOVE 1 TO RANK-THIS
040900         MOVE ZERO TO RANKED-COUNT PT-SUB
041000         PERFORM 4400-COUNT-BETTER-DAY THRU 4400-EXIT
041100             UNTIL PT-SUB >= PLAYER-COUNT
041200         MOVE RANK-THIS         TO EDIT-RANK
041300         MOVE RANKED-COUNT      TO EDIT-RANKED
041400         MOVE PT-DAY-POINTS (1) TO EDIT-POINTS
041500         MOVE PT-DAY-GAMES (1)  TO EDIT-GAMES
041600         DISPLAY 'RANK TODAY:      ' EDIT-RANK ' OF ' EDIT-RANKED
041700                 '  POINTS ' EDIT-POINTS ' GAMES ' EDIT-GAMES
041800     END-IF.
041900     IF PT-MON-GAMES (1) = ZERO
042000         DISPLAY 'RANK THIS MONTH:  NO ROUNDS THIS MONTH'
042100     ELSE
042200         MOVE 1 TO RANK-THIS
042300         MOVE ZERO TO RANKED-COUNT PT-SUB
042400         PERFORM 4450-COUNT-BETTER-MONTH THRU 4450-EXIT
042500             UNTIL PT-SUB >= PLAYER-COUNT
042600         MOVE RANK-THIS         TO EDIT-RANK
042700         MOVE RANKED-COUNT      TO EDIT-RANKED
042800         MOVE PT-MON-POINTS (1) TO EDIT-POINTS
042900         MOVE PT-MON-GAMES (1)  TO EDIT-GAMES
043000         DISPLAY 'RANK THIS MONTH: ' EDIT-RANK ' OF ' EDIT-RANKED
043100                 '  POINTS ' EDIT-POINTS ' GAMES ' EDIT-GAMES
043200     END-IF.
043300 4000-EXIT.
043400     EXIT.
043500*****************************************************************
043600*  4050-RANK-MASTER - ONE MASTER ROUND INTO THE TOTALS          *
043700*****************************************************************
043800 4050-RANK-MASTER.
043900     READ SCORES-FILE
044000         AT END GO TO 4050-EXIT.
044100     IF NOT SCORES-OK
044200         DISPLAY 'HISTINQ: SCORES READ ERROR, STATUS '
044300                 SCORES-STATUS
044400         MOVE '10' TO SCORES-STATUS
044500         GO TO 4050-EXIT
044600     END-IF.
044700*    THE MASTER IS IN DATE ORDER - NOTHING PAST TODAY COUNTS.
044800     IF SCOR-DATE > CURRENT-DATE-N
044900         MOVE '10' TO SCORES-STATUS
045000         GO TO 4050-EXIT
045100     END-IF.
045200     MOVE SCOR-REC TO RNK-REC.
045300     PERFORM 4200-ADD-ROUND THRU 4200-EXIT.
045400 4050-EXIT.
045500     EXIT.
045600*****************************************************************
045700*  4100-RANK-DELTA - ONE DELTA ROUND OF THE MONTH INTO THE      *
045800*  TOTALS                                                       *
045900*****************************************************************
046000 4100-RANK-DELTA.
046100     READ SCORE-DELTA-FILE
046200         AT END GO TO 4100-EXIT.
046300     IF NOT SCORDLY-OK
046400         DISPLAY 'HISTINQ: SCORDLY READ ERROR, STATUS '
046500                 SCORDLY-STATUS
046600         MOVE '10' TO SCORDLY-STATUS
046700         GO TO 4100-EXIT
046800     END-IF.
046900     IF SDLY-DATE < MONTH-START-N
047000        OR SDLY-DATE > CURRENT-DATE-N
047100         GO TO 4100-EXIT
047200     END-IF.
047300     MOVE SDLY-REC TO RNK-REC.
047400     PERFORM 4200-ADD-ROUND THRU 4200-EXIT.
047500 4100-EXIT.
047600     EXIT.
047700*****************************************************************
047800*  4200-ADD-ROUND - THE ROUND IN RNK-REC INTO ITS PLAYERS       *
047900*  ENTRY.  THE DAY SKIPS REVERSALS (LEADRPT), THE MONTH NETS    *
048000*  THEM WITH ROLLUPS GUARDS.                                    *
048100*****************************************************************
048200 4200-ADD-ROUND.
048300     MOVE ZERO TO MATCH-SUB PT-SUB.
048400     PERFORM 4210-SCAN-TABLE THRU 4210-EXIT
048500         UNTIL MATCH-SUB > ZERO OR PT-SUB >= PLAYER-COUNT.
048600     IF MATCH-SUB = ZERO
048700         IF PLAYER-COUNT >= PLAYER-MAX
048800             MOVE 'Y' TO TABLE-FULL-FLAG
048900             GO TO 4200-EXIT
049000         END-IF
049100         ADD 1 TO PLAYER-COUNT
049200         MOVE PLAYER-COUNT TO MATCH-SUB
049300         PERFORM 4250-CLEAR-ENTRY THRU 4250-EXIT
049400         MOVE RNK-PLAY-ID TO PT-ID (MATCH-SUB)
049500     END-IF.
049600     IF RNK-REVERSAL
049700         PERFORM 4220-NET-MONTH THRU 4220-EXIT
049800         GO TO 4200-EXIT
049900     END-IF.
050000     ADD 1          TO PT-MON-GAMES (MATCH-SUB).
050100     ADD RNK-TRIES TO PT-MON-TRIES (MATCH-SUB).
050200     IF RNK-POINTS-X NUMERIC
050300         ADD RNK-POINTS TO PT-MON-POINTS (MATCH-SUB)
050400     END-IF.
050500     IF RNK-WON
050600         ADD 1 TO PT-MON-WINS (MATCH-SUB)
050700     END-IF.
050800     IF RNK-DATE NOT = CURRENT-DATE-N
050900         GO TO 4200-EXIT
051000     END-IF.
051100     ADD 1          TO PT-DAY-GAMES (MATCH-SUB).
051200     ADD RNK-TRIES TO PT-DAY-TRIES (MATCH-SUB).
051300     IF RNK-POINTS-X NUMERIC
051400         ADD RNK-POINTS TO PT-DAY-POINTS (MATCH-SUB)
051500     END-IF.
051600     IF RNK-WON
051700         ADD 1 TO PT-DAY-WINS (MATCH-SUB)
051800     END-IF.
051900 4200-EXIT.
052000     EXIT.
052100*****************************************************************
052200*  4210-SCAN-TABLE - COMPARE ONE TABLE ENTRY                    *
052300*****************************************************************
052400 4210-SCAN-TABLE.
052500     ADD 1 TO PT-SUB.
052600     IF PT-ID (PT-SUB) = RNK-PLAY-ID
052700         MOVE PT-SUB TO MATCH-SUB
052800     END-IF.
052900 4210-EXIT.
053000     EXIT.
053100*****************************************************************
053200*  4220-NET-MONTH - BACK ONE REVERSED ROUND OUT OF THE MONTH.   *
053300*  THE GUARDS COVER A REVERSAL WHOSE ROUND FELL IN AN EARLIER   *
053400*  MONTH.                                                       *
053500*****************************************************************
053600 4220-NET-MONTH.
053700     IF PT-MON-GAMES (MATCH-SUB) > ZERO
053800         SUBTRACT 1 FROM PT-MON-GAMES (MATCH-SUB)
053900     END-IF.
054000     IF PT-MON-TRIES (MATCH-SUB) >= RNK-TRIES
054100         SUBTRACT RNK-TRIES FROM PT-MON-TRIES (MATCH-SUB)
054200     END-IF.
054300     IF RNK-POINTS-X NUMERIC
054400        AND PT-MON-POINTS (MATCH-SUB) >= RNK-POINTS
054500         SUBTRACT RNK-POINTS FROM PT-MON-POINTS (MATCH-SUB)
054600     END-IF.
054700     IF RNK-WON
054800        AND PT-MON-WINS (MATCH-SUB) > ZERO
054900         SUBTRACT 1 FROM PT-MON-WINS (MATCH-SUB)
055000     END-IF.
055100 4220-EXIT.
055200     EXIT.
055300*****************************************************************
055400*  4250-CLEAR-ENTRY - ZERO THE TOTALS OF ENTRY MATCH-SUB        *
055500*****************************************************************
055600 4250-CLEAR-ENTRY.
055700     MOVE ZERO TO PT-DAY-GAMES (MATCH-SUB)
055800                  PT-DAY-WINS (MATCH-SUB)
055900                  PT-DAY-TRIES (MATCH-SUB)
056000                  PT-DAY-POINTS (MATCH-SUB)
056100                  PT-DAY-AVG (MATCH-SUB)
056200                  PT-MON-GAMES (MATCH-SUB)
056300                  PT-MON-WINS (MATCH-SUB)
056400                  PT-MON-TRIES (MATCH-SUB)
056500                  PT-MON-POINTS (MATCH-SUB)
056600                  PT-MON-AVG (MATCH-SUB).
056700 4250-EXIT.
056800     EXIT.
056900*****************************************************************
057000*  4300-SET-AVERAGES - AVERAGE TRIES FOR ONE PLAYER             *
057100*****************************************************************
057200 4300-SET-AVERAGES.
057300     ADD 1 TO PT-SUB.
057400     IF PT-DAY-GAMES (PT-SUB) > ZERO
057500         COMPUTE PT-DAY-AVG (PT-SUB) ROUNDED =
057600             PT-DAY-TRIES (PT-SUB) / PT-DAY-GAMES (PT-SUB)
057700     END-IF.
057800     IF PT-MON-GAMES (PT-SUB) > ZERO
057900         COMPUTE PT-MON-AVG (PT-SUB) ROUNDED =
058000             PT-MON-TRIES (PT-SUB) / PT-MON-GAMES (PT-SUB)
058100     END-IF.
058200 4300-EXIT.
058300     EXIT.
058400*****************************************************************
058500*  4400-COUNT-BETTER-DAY - ONE ENTRY AGAINST OURS FOR TODAY     *
058600*****************************************************************
058700 4400-COUNT-BETTER-DAY.
058800     ADD 1 TO PT-SUB.
058900     IF PT-DAY-GAMES (PT-SUB) = ZERO
059000         GO TO 4400-EXIT
059100     END-IF.
059200     ADD 1 TO RANKED-COUNT.
059300     IF PT-DAY-POINTS (PT-SUB) > PT-DAY-POINTS (1)
059400         OR (PT-DAY-POINTS (PT-SUB) = PT-DAY-POINTS (1)
059500             AND PT-DAY-WINS (PT-SUB) > PT-DAY-WINS (1))
059600         OR (PT-DAY-POINTS (PT-SUB) = PT-DAY-POINTS (1)
059700             AND PT-DAY-WINS (PT-SUB) = PT-DAY-WINS (1)
059800             AND PT-DAY-AVG (PT-SUB) < PT-DAY-AVG (1))
059900         ADD 1 TO RANK-THIS
060000     END-IF.
060100 4400-EXIT.
060200     EXIT.
060300*****************************************************************
060400*  4450-COUNT-BETTER-MONTH - ONE ENTRY AGAINST OURS FOR THE     *
060500*  MONTH                                                        *
060600*****************************************************************
060700 4450-COUNT-BETTER-MONTH.
060800     ADD 1 TO PT-SUB.
060900     IF PT-MON-GAMES (PT-SUB) = ZERO
061000         GO TO 4450-EXIT
061100     END-IF.
061200     ADD 1 TO RANKED-COUNT.
061300     IF PT-MON-POINTS (PT-SUB) > PT-MON-POINTS (1)
061400         OR (PT-MON-POINTS (PT-SUB) = PT-MON-POINTS (1)
061500             AND PT-MON-WINS (PT-SUB) > PT-MON-WINS (1))
061600         OR (PT-MON-POINTS (PT-SUB) = PT-MON-POINTS (1)
061700             AND PT-MON-WINS (PT-SUB) = PT-MON-WINS (1)
061800             AND PT-MON-AVG (PT-SUB) < PT-MON-AVG (1))
061900         ADD 1 TO RANK-THIS
062000     END-IF.
062100 4450-EXIT.
062200     EXIT.
062300*****************************************************************
062400*  4500-SHOW-SUSPENSE - EVERY ITEM HELD ON SUSPENSE FOR THE     *
062500*  PLAYER                                                       *
062600*****************************************************************
062700 4500-SHOW-SUSPENSE.
062800     MOVE ZERO TO HELD-COUNT.
062900     OPEN INPUT SUSPENSE-FILE.
063000     IF SUSPENSE-STATUS = '35'
063100         DISPLAY 'HELD ON SUSPENSE: NONE'
063200         GO TO 4500-EXIT
063300     END-IF.
063400     IF NOT SUSPENSE-OK
063500         DISPLAY 'HISTINQ: CANNOT OPEN SUSPENSE, STATUS '
063600                 SUSPENSE-STATUS
063700         GO TO 4500-EXIT
063800     END-IF.
063900     PERFORM 4550-CHECK-ONE-ITEM THRU 4550-EXIT
064000         UNTIL SUSPENSE-EOF.
064100     CLOSE SUSPENSE-FILE.
064200     IF HELD-COUNT = ZERO
064300         DISPLAY 'HELD ON SUSPENSE: NONE'
064400     END-IF.
064500 4500-EXIT.
064600     EXIT.
064700*****************************************************************
064800*  4550-CHECK-ONE-ITEM - SHOW ONE ITEM IF IT IS HELD AND IS A   *
064900*  CARD FOR THE PLAYER                                          *
065000*****************************************************************
065100 4550-CHECK-ONE-ITEM.
065200     READ SUSPENSE-FILE
065300         AT END GO TO 4550-EXIT.
065400     IF NOT SUSPENSE-OK
065500         DISPLAY 'HISTINQ: SUSPENSE READ ERROR, STATUS '
065600                 SUSPENSE-STATUS
065700         MOVE '10' TO SUSPENSE-STATUS
065800         GO TO 4550-EXIT
065900     END-IF.
066000     IF NOT SUSP-HELD
066100         GO TO 4550-EXIT
066200     END-IF.
066300     MOVE SUSP-TRAN TO WTR-REC.
066400     IF WTR-HEADER OR WTR-TRAILER
066500        OR WTR-PLAY-ID NOT = ANSWER-ID
066600         GO TO 4550-EXIT
066700     END-IF.
066800     IF HELD-COUNT = ZERO
066900         DISPLAY 'HELD ON SUSPENSE:'
067000     END-IF.
067100     ADD 1 TO HELD-COUNT.
067200     DISPLAY '  REASON ' SUSP-REASON ' HELD ' SUSP-DATE
067300             ' KEYED BY ' SUSP-KEYED-BY ' : ' SUSP-TRAN (1:20).
067400 4550-EXIT.
067500     EXIT.
067600*****************************************************************
067700*  5000-LOAD-ROUNDS - COUNT THE PLAYERS MASTER ROUNDS ON THE    *
067800*  PLAYER KEY AND TABLE THEIR DELTA ROUNDS                      *
067900*****************************************************************
068000 5000-LOAD-ROUNDS.
068100     MOVE ZERO TO MASTER-COUNT DELTA-COUNT TOTAL-ROUNDS.
068200     OPEN INPUT SCORES-FILE.
068300     IF SCORES-STATUS = '35'
068400         GO TO 5000-DELTA
068500     END-IF.
068600     IF NOT SCORES-OK
068700         DISPLAY 'HISTINQ: CANNOT OPEN SCORES, STATUS '
068800                 SCORES-STATUS
068900         GO TO 5000-DELTA
069000     END-IF.
069100     PERFORM 5900-START-PLAYER THRU 5900-EXIT.
069200     PERFORM 5100-COUNT-ONE THRU 5100-EXIT
069300         UNTIL SCORES-EOF.
069400     CLOSE SCORES-FILE.
069500 5000-DELTA.
069600     OPEN INPUT SCORE-DELTA-FILE.
069700     IF SCORDLY-OK
069800         PERFORM 5200-LOAD-ONE-DELTA THRU 5200-EXIT
069900             UNTIL SCORDLY-EOF
070000         CLOSE SCORE-DELTA-FILE
070100     END-IF.
070200     IF DELTA-COUNT > 1
070300         MOVE 'Y' TO SWAP-FLAG
070400         PERFORM 5300-SORT-PASS THRU 5300-EXIT
070500             UNTIL NOT SWAP-DONE
070600     END-IF.
070700     COMPUTE TOTAL-ROUNDS = MASTER-COUNT + DELTA-COUNT.
070800     COMPUTE PAGE-TOTAL = (TOTAL-ROUNDS + PAGE-SIZE - 1)
070900                        / PAGE-SIZE.
071000 5000-EXIT.
071100     EXIT.
071200*****************************************************************
071300*  5100-COUNT-ONE - COUNT ONE MASTER ROUND OF THE PLAYER        *
071400*****************************************************************
071500 5100-COUNT-ONE.
071600     PERFORM 5950-READ-PLAYER-ROUND THRU 5950-EXIT.
071700     IF SCORES-OK
071800         ADD 1 TO MASTER-COUNT
071900     END-IF.
072000 5100-EXIT.
072100     EXIT.
072200*****************************************************************
072300*  5200-LOAD-ONE-DELTA - TABLE ONE DELTA ROUND OF THE PLAYER    *
072400*****************************************************************
072500 5200-LOAD-ONE-DELTA.
072600     READ SCORE-DELTA-FILE
072700         AT END GO TO 5200-EXIT.
072800     IF NOT SCORDLY-OK
072900         DISPLAY 'HISTINQ: SCORDLY READ ERROR, STATUS '
073000                 SCORDLY-STATUS
073100         MOVE '10' TO SCORDLY-STATUS
073200         GO TO 5200-EXIT
073300     END-IF.
073400     IF SDLY-PLAY-ID NOT = ANSWER-ID
073500         GO TO 5200-EXIT
073600     END-IF.
073700     IF DELTA-COUNT >= DELTA-MAX
073800         DISPLAY 'MORE THAN 200 ROUNDS ON SCORDLY -'
073900                 ' THE REST ARE NOT SHOWN'
074000         MOVE '10' TO SCORDLY-STATUS
074100         GO TO 5200-EXIT
074200     END-IF.
074300     ADD 1 TO DELTA-COUNT.
074400     MOVE SDLY-REC TO DT-REC (DELTA-COUNT).
074500 5200-EXIT.
074600     EXIT.
074700*****************************************************************
074800*  5300-SORT-PASS - ONE BUBBLE PASS OVER THE DELTA TABLE ON     *
074900*  DATE AND TIME (COLS 1-14)                                    *
075000*****************************************************************
075100 5300-SORT-PASS.
075200     MOVE 'N' TO SWAP-FLAG.
075300     MOVE 1 TO DT-SUB.
075400     PERFORM 5350-COMPARE-PAIR THRU 5350-EXIT
075500         UNTIL DT-SUB >= DELTA-COUNT.
075600 5300-EXIT.
075700     EXIT.
075800*****************************************************************
075900*  5350-COMPARE-PAIR - SWAP ADJACENT ENTRIES OUT OF ORDER       *
076000*****************************************************************
076100 5350-COMPARE-PAIR.
076200     COMPUTE DT-SUB-2 = DT-SUB + 1.
076300     IF DT-REC (DT-SUB-2) (1:14) < DT-REC (DT-SUB) (1:14)
076400         MOVE DT-REC (DT-SUB)   TO SWAP-REC
076500         MOVE DT-REC (DT-SUB-2) TO DT-REC (DT-SUB)
076600         MOVE SWAP-REC          TO DT-REC (DT-SUB-2)
076700         MOVE 'Y' TO SWAP-FLAG
076800     END-IF.
076900     ADD 1 TO DT-SUB.
077000 5350-EXIT.
077100     EXIT.
077200*****************************************************************
077300*  5900-START-PLAYER - POSITION AT THE PLAYERS FIRST MASTER     *
077400*  ROUND ON THE PLAYER KEY                                      *
077500*****************************************************************
077600 5900-START-PLAYER.
077700     MOVE ANSWER-ID TO SCOR-PLAY-ID.
077800     START SCORES-FILE KEY IS EQUAL TO SCOR-PLAY-ID
077900         INVALID KEY
078000             MOVE '10' TO SCORES-STATUS.
078100 5900-EXIT.
078200     EXIT.
078300*****************************************************************
078400*  5950-READ-PLAYER-ROUND - THE NEXT MASTER ROUND OF THE        *
078500*  PLAYER, OLDEST FIRST.  EOF WHEN THE PLAYER KEY CHANGES.      *
078600*****************************************************************
078700 5950-READ-PLAYER-ROUND.
078800     READ SCORES-FILE
078900         AT END GO TO 5950-EXIT.
079000     IF NOT SCORES-OK
079100         DISPLAY 'HISTINQ: SCORES READ ERROR, STATUS '
079200                 SCORES-STATUS
079300         MOVE '10' TO SCORES-STATUS
079400         GO TO 5950-EXIT
079500     END-IF.
079600     IF SCOR-PLAY-ID NOT = ANSWER-ID
079700         MOVE '10' TO SCORES-STATUS
079800     END-IF.
079900 5950-EXIT.
080000     EXIT.
080100*****************************************************************
080200*  6000-SHOW-PAGE - BUILD AND SHOW PAGE PAGE-NUMBER.  LIST      *
080300*  NUMBERS RUN NEWEST FIRST: THE DELTA ROUNDS, THEN THE MASTER  *
080400*  ROUNDS.  THE KEY ONLY READS FORWARD, SO THE PAGES MASTER     *
080500*  ROUNDS ARE READ OLDEST FIRST AND PLACED FROM THE BOTTOM UP.  *
080600*****************************************************************
080700 6000-SHOW-PAGE.
080800     COMPUTE FIRST-LIST = ((PAGE-NUMBER - 1) * PAGE-SIZE) + 1.
080900     COMPUTE LAST-LIST = FIRST-LIST + PAGE-SIZE - 1.
081000     IF LAST-LIST > TOTAL-ROUNDS
081100         MOVE TOTAL-ROUNDS TO LAST-LIST
081200     END-IF.
081300     COMPUTE PAGE-LINES = LAST-LIST - FIRST-LIST + 1.
081400     MOVE SPACES TO PAGE-TABLE.
081500     MOVE FIRST-LIST TO LIST-NO.
081600     MOVE ZERO TO PG-SUB.
081700     PERFORM 6100-PLACE-DELTA THRU 6100-EXIT
081800         UNTIL PG-SUB >= PAGE-LINES
081900            OR LIST-NO > DELTA-COUNT.
082000     IF PG-SUB < PAGE-LINES
082100         PERFORM 6200-PLACE-MASTER THRU 6200-EXIT
082200     END-IF.
082300     MOVE FIRST-LIST   TO EDIT-FIRST.
082400     MOVE LAST-LIST    TO EDIT-LAST.
082500     MOVE TOTAL-ROUNDS TO EDIT-TOTAL.
082600     MOVE PAGE-NUMBER  TO EDIT-PAGE.
082700     MOVE PAGE-TOTAL   TO EDIT-PAGES.
082800     DISPLAY ' '.
082900     DISPLAY 'ROUNDS ' EDIT-FIRST ' TO ' EDIT-LAST ' OF '
083000             EDIT-TOTAL ', NEWEST FIRST - PAGE ' EDIT-PAGE
083100             ' OF ' EDIT-PAGES.
083200     DISPLAY ROUND-HEADING.
083300     MOVE ZERO TO PG-SUB.
083400     PERFORM 6300-SHOW-ONE-ROUND THRU 6300-EXIT
083500         UNTIL PG-SUB >= PAGE-LINES.
083600 6000-EXIT.
083700     EXIT.
083800*****************************************************************
083900*  6100-PLACE-DELTA - LIST NUMBER LIST-NO FROM THE DELTA TABLE, *
084000*  WHOSE LAST ENTRY IS THE NEWEST ROUND                         *
084100*****************************************************************
084200 6100-PLACE-DELTA.
084300     ADD 1 TO PG-SUB.
084400     COMPUTE DT-SUB = DELTA-COUNT - LIST-NO + 1.
084500     MOVE 'SCORDLY'    TO PG-ORIGIN (PG-SUB).
084600     MOVE DT-REC (DT-SUB) TO PG-REC (PG-SUB).
084700     ADD 1 TO LIST-NO.
084800 6100-EXIT.
084900     EXIT.
085000*****************************************************************
085100*  6200-PLACE-MASTER - THE PAGES MASTER ROUNDS.  MASTER ROUND   *
085200*  N (OLDEST = 1) IS LIST NUMBER DELTA-COUNT + MASTER-COUNT -   *
085300*  N + 1, SO THE PAGE NEEDS ROUNDS POS-LO TO POS-HI.            *
085400*****************************************************************
085500 6200-PLACE-MASTER.
085600     COMPUTE POS-HI = MASTER-COUNT - (LIST-NO - DELTA-COUNT) + 1.
085700     COMPUTE POS-LO = MASTER-COUNT - (LAST-LIST - DELTA-COUNT)
085800                    + 1.
085900     MOVE ZERO TO READ-POS.
086000     OPEN INPUT SCORES-FILE.
086100     IF NOT SCORES-OK
086200         DISPLAY 'HISTINQ: CANNOT OPEN SCORES, STATUS '
086300                 SCORES-STATUS
086400         MOVE PAGE-LINES TO PG-SUB
086500         GO TO 6200-EXIT
086600     END-IF.
086700     PERFORM 5900-START-PLAYER THRU 5900-EXIT.
086800     PERFORM 6250-PLACE-ONE-MASTER THRU 6250-EXIT
086900         UNTIL SCORES-EOF OR READ-POS >= POS-HI.
087000     CLOSE SCORES-FILE.
087100 6200-EXIT.
087200     EXIT.
087300*****************************************************************
087400*  6250-PLACE-ONE-MASTER - READ ONE MASTER ROUND, PLACE IT IF   *
087500*  IT FALLS ON THE PAGE                                         *
087600*****************************************************************
087700 6250-PLACE-ONE-MASTER.
087800     PERFORM 5950-READ-PLAYER-ROUND THRU 5950-EXIT.
087900     IF NOT SCORES-OK
088000         GO TO 6250-EXIT
088100     END-IF.
088200     ADD 1 TO READ-POS.
088300     IF READ-POS < POS-LO
088400         GO TO 6250-EXIT
088500     END-IF.
088600     COMPUTE PG-SUB = DELTA-COUNT + MASTER-COUNT - READ-POS + 1
088700                    - FIRST-LIST + 1.
088800*    A MASTER PROMOTED SINCE THE COUNT CAN PUT A ROUND OFF THE
088900*    PAGE - IT IS PASSED OVER.
089000     IF PG-SUB < 1 OR PG-SUB > PAGE-LINES
089100         GO TO 6250-EXIT
089200     END-IF.
089300     MOVE 'SCORES'     TO PG-ORIGIN (PG-SUB).
089400     MOVE SCOR-REC     TO PG-REC (PG-SUB).
089500 6250-EXIT.
089600     EXIT.
089700*****************************************************************
089800*  6300-SHOW-ONE-ROUND - ONE LINE OF THE PAGE                   *
089900*****************************************************************
090000 6300-SHOW-ONE-ROUND.
090100     ADD 1 TO PG-SUB.
090200     MOVE PG-REC (PG-SUB) TO RND-REC.
090300     COMPUTE RL-LIST-NO = FIRST-LIST + PG-SUB - 1.
090400     MOVE RND-DATE            TO RL-DATE.
090500     MOVE RND-TIME            TO RL-TIME.
090600     MOVE RND-RANGE-HI        TO RL-RANGE.
090700     MOVE RND-TRIES           TO RL-TRIES.
090800     IF RND-POINTS-X NUMERIC
090900         MOVE RND-POINTS      TO RL-POINTS
091000     ELSE
091100         MOVE ZERO            TO RL-POINTS
091200     END-IF.
091300     EVALUATE TRUE
091400         WHEN RND-WON
091500             MOVE 'WON'       TO RL-RESULT
091600         WHEN RND-LOST
091700             MOVE 'LOST'      TO RL-RESULT
091800         WHEN RND-ABANDONED
091900             MOVE 'ABANDONED' TO RL-RESULT
092000         WHEN OTHER
092100             MOVE RND-RESULT  TO RL-RESULT
092200     END-EVALUATE.
092300     EVALUATE TRUE
092400         WHEN RND-ONLINE
092500             MOVE 'ONLINE'    TO RL-SOURCE
092600         WHEN RND-BATCH
092700             MOVE 'BATCH'     TO RL-SOURCE
092800         WHEN RND-TOURNEY
092900             MOVE 'TOURNEY'   TO RL-SOURCE
093000         WHEN RND-REVERSAL
093100             MOVE 'REVERSAL'  TO RL-SOURCE
093200         WHEN OTHER
093300             MOVE RND-SOURCE  TO RL-SOURCE
093400     END-EVALUATE.
093500     MOVE PG-ORIGIN (PG-SUB)  TO RL-ORIGIN.
093600     DISPLAY ROUND-LINE.
093700 6300-EXIT.
093800     EXIT.
093900*****************************************************************
094000*  7000-SELECT-ROUND - A ROUND FROM THE PAGE ON SHOW AND ITS    *
094100*  AUDIT TRAIL                                                  *
094200*****************************************************************
094300 7000-SELECT-ROUND.
094400     DISPLAY 'ROUND NUMBER FROM THE LIST (BLANK = CANCEL): '.
094500     MOVE SPACES TO ANSWER-FIELD.
094600     ACCEPT ANSWER-FIELD.
094700     IF ANSWER-FIELD = SPACES
094800         GO TO 7000-EXIT
094900     END-IF.
095000     MOVE 7 TO EDIT-LENGTH.
095100     PERFORM 7500-EDIT-NUMBER THRU 7500-EXIT.
095200     IF EDIT-BAD OR EDIT-DIGITS = ZERO
095300         DISPLAY 'ROUND NUMBER MUST BE NUMERIC'
095400         GO TO 7000-EXIT
095500     END-IF.
095600     IF EDIT-VALUE < FIRST-LIST
095700        OR EDIT-VALUE > LAST-LIST
095800         DISPLAY 'ROUND ' EDIT-VALUE ' IS NOT ON THIS PAGE'
095900         GO TO 7000-EXIT
096000     END-IF.
096100     COMPUTE PG-SUB = EDIT-VALUE - FIRST-LIST + 1.
096200     MOVE PG-REC (PG-SUB) TO RND-REC.
096300     DISPLAY ' '.
096400     DISPLAY 'ROUND:      PLAYER ' RND-PLAY-ID ' DATE ' RND-DATE
096500             ' TIME ' RND-TIME ' ON ' PG-ORIGIN (PG-SUB).
096600     DISPLAY '            RANGE ' RND-RANGE-HI ' TRIES '
096700             RND-TRIES ' RESULT ' RND-RESULT ' SOURCE '
096800             RND-SOURCE ' POINTS ' RND-POINTS-X.
096900     IF RND-REVERSAL
097000         DISPLAY 'A REVERSAL ENTRY HAS NO TRAIL OF ITS OWN'
097100         GO TO 7000-EXIT
097200     END-IF.
097300     IF NOT RND-ONLINE
097400         DISPLAY 'NOT AN ONLINE ROUND - POSTING RECORD ONLY'
097500     END-IF.
097600     PERFORM 7100-SHOW-TRAIL THRU 7100-EXIT.
097700 7000-EXIT.
097800     EXIT.
097900*****************************************************************
098000*  7100-SHOW-TRAIL - THE ROUNDS AUDIT LINES, FOUND AS DISPUTE   *
098100*  FINDS THEM: THE PLAYERS LAST RND-TRIES GUESSES ON THE DAY UP *
098200*  TO THE ROUNDS TIME (ONLINE ROUNDS), THEN ANY POSTING RECORD  *
098300*  WITH THE ROUNDS OWN DATE AND TIME                            *
098400*****************************************************************
098500 7100-SHOW-TRAIL.
098600     MOVE ZERO TO TRAIL-COUNT GUESS-COUNT GUESS-SEEN.
098700     IF RND-ONLINE
098800         PERFORM 7150-COUNT-GUESSES THRU 7150-EXIT
098900     END-IF.
099000     COMPUTE FIRST-WANTED = GUESS-COUNT - RND-TRIES + 1.
099100     IF FIRST-WANTED < 1
099200         MOVE 1 TO FIRST-WANTED
099300     END-IF.
099400     OPEN INPUT AUDIT-FILE.
099500     IF AUDIT-STATUS = '35'
099600         DISPLAY 'NO AUDIT TRAIL ON FILE'
099700         GO TO 7100-EXIT
099800     END-IF.
099900     IF NOT AUDIT-OK
100000         DISPLAY 'HISTINQ: CANNOT OPEN AUDITTRL, STATUS '
100100                 AUDIT-STATUS
100200         GO TO 7100-EXIT
100300     END-IF.
100400     PERFORM 7300-SHOW-ONE-LINE THRU 7300-EXIT
100500         UNTIL AUDIT-EOF.
100600     CLOSE AUDIT-FILE.
100700     IF TRAIL-COUNT = ZERO
100800         DISPLAY 'NO AUDIT LINES FOUND - AN OLD ROUND MAY BE ON'
100900                 ' THE AUDIT ARCHIVE'
101000     END-IF.
101100 7100-EXIT.
101200     EXIT.
101300*****************************************************************
101400*  7150-COUNT-GUESSES - PASS ONE: THE PLAYERS GUESSES ON THE    *
101500*  DAY UP TO THE ROUNDS TIME                                    *
101600*****************************************************************
101700 7150-COUNT-GUESSES.
101800     OPEN INPUT AUDIT-FILE.
101900     IF NOT AUDIT-OK
102000         GO TO 7150-EXIT
102100     END-IF.
102200     PERFORM 7200-COUNT-ONE-GUESS THRU 7200-EXIT
102300         UNTIL AUDIT-EOF.
102400     CLOSE AUDIT-FILE.
102500 7150-EXIT.
102600     EXIT.
102700*****************************************************************
102800*  7200-COUNT-ONE-GUESS - COUNT ONE QUALIFYING GUESS            *
102900*****************************************************************
103000 7200-COUNT-ONE-GUESS.
103100     READ AUDIT-FILE
103200         AT END GO TO 7200-EXIT.
103300     IF NOT AUDIT-OK
103400         DISPLAY 'HISTINQ: AUDITTRL READ ERROR, STATUS '
103500                 AUDIT-STATUS
103600         MOVE '10' TO AUDIT-STATUS
103700         GO TO 7200-EXIT
103800     END-IF.
103900     IF AUDT-GUESS-EVENT
104000        AND AUDT-PLAY-ID = RND-PLAY-ID
104100        AND AUDT-DATE = RND-DATE
104200        AND AUDT-TIME NOT > RND-TIME
104300         ADD 1 TO GUESS-COUNT
104400     END-IF.
104500 7200-EXIT.
104600     EXIT.
104700*****************************************************************
104800*  7300-SHOW-ONE-LINE - PASS TWO: SHOW ONE LINE IF IT BELONGS   *
104900*****************************************************************
105000 7300-SHOW-ONE-LINE.
105100     READ AUDIT-FILE
105200         AT END GO TO 7300-EXIT.
105300     IF NOT AUDIT-OK
105400         DISPLAY 'HISTINQ: AUDITTRL READ ERROR, STATUS '
105500                 AUDIT-STATUS
105600         MOVE '10' TO AUDIT-STATUS
105700         GO TO 7300-EXIT
105800     END-IF.
105900     IF AUDT-PLAY-ID NOT = RND-PLAY-ID
106000        OR AUDT-DATE NOT = RND-DATE
106100         GO TO 7300-EXIT
106200     END-IF.
106300     IF AUDT-GUESS-EVENT
106400        AND RND-ONLINE
106500        AND AUDT-TIME NOT > RND-TIME
106600         ADD 1 TO GUESS-SEEN
106700         IF GUESS-SEEN >= FIRST-WANTED
106800             PERFORM 7350-SHOW-GUESS THRU 7350-EXIT
106900         END-IF
107000         GO TO 7300-EXIT
107100     END-IF.
107200     IF AUDT-POST-EVENT
107300        AND AUDT-TIME = RND-TIME
107400         ADD 1 TO TRAIL-COUNT
107500         DISPLAY '  POSTED   ' AUDT-TIME ' TRIES ' AUDT-VALUE
107600                 ' VERDICT ' AUDT-VERDICT ' SOURCE ' AUDT-SOURCE
107700                 ' BATCH ' AUDT-BATCH-ID
107800     END-IF.
107900 7300-EXIT.
108000     EXIT.
108100*****************************************************************
108200*  7350-SHOW-GUESS - ONE GUESS OF THE ROUND                     *
108300*****************************************************************
108400 7350-SHOW-GUESS.
108500     ADD 1 TO TRAIL-COUNT.
108600     COMPUTE EDIT-GUESS = GUESS-SEEN - FIRST-WANTED + 1.
108700     EVALUATE TRUE
108800         WHEN AUDT-TOO-LOW
108900             MOVE 'TOO LOW'  TO VERDICT-TEXT
109000         WHEN AUDT-TOO-HIGH
109100             MOVE 'TOO HIGH' TO VERDICT-TEXT
109200         WHEN AUDT-HIT
109300             MOVE 'HIT'      TO VERDICT-TEXT
109400         WHEN OTHER
109500             MOVE AUDT-VERDICT TO VERDICT-TEXT
109600     END-EVALUATE.
109700     DISPLAY '  GUESS ' EDIT-GUESS ' ' AUDT-TIME ' VALUE '
109800             AUDT-VALUE ' ' VERDICT-TEXT.
109900 7350-EXIT.
110000     EXIT.
110100*****************************************************************
110200*  7500-EDIT-NUMBER - BUILD EDIT-VALUE FROM THE FIRST           *
110300*  EDIT-LENGTH CHARACTERS OF ANSWER-FIELD                       *
110400*****************************************************************
110500 7500-EDIT-NUMBER.
110600     MOVE 'N'  TO EDIT-ERROR.
110700     MOVE ZERO TO EDIT-DIGITS
110800                  EDIT-VALUE
110900                  EDIT-SUB.
111000     PERFORM 7600-EDIT-ONE-CHAR THRU 7600-EXIT
111100         UNTIL EDIT-SUB >= EDIT-LENGTH OR EDIT-BAD.
111200     IF ANSWER-FIELD (EDIT-LENGTH + 1:) NOT = SPACES
111300         MOVE 'Y' TO EDIT-ERROR
111400     END-IF.
111500 7500-EXIT.
111600     EXIT.
111700*****************************************************************
111800*  7600-EDIT-ONE-CHAR - JUDGE ONE CHARACTER OF THE INPUT        *
111900*****************************************************************
112000 7600-EDIT-ONE-CHAR.
112100     ADD 1 TO EDIT-SUB.
112200     MOVE ANSWER-FIELD (EDIT-SUB:1) TO EDIT-CHAR-X.
112300     IF EDIT-CHAR-X = SPACE
112400         IF EDIT-DIGITS > ZERO
112500             MOVE EDIT-LENGTH TO EDIT-SUB
112600         END-IF
112700         GO TO 7600-EXIT
112800     END-IF.
112900     IF EDIT-CHAR-X NUMERIC
113000         COMPUTE EDIT-VALUE =
113100             (EDIT-VALUE * 10) + EDIT-CHAR-9
113200         ADD 1 TO EDIT-DIGITS
113300     ELSE
113400         MOVE 'Y' TO EDIT-ERROR
113500     END-IF.
113600 7600-EXIT.
113700     EXIT.
113800*****************************************************************
113900*  9000-TERMINATE - CLOSE THE PLAYER MASTER AND LEAVE           *
114000*****************************************************************
114100 9000-TERMINATE.
114200     IF MASTER-OPEN
114300         CLOSE PLAYER-MASTER
114400     END-IF.
114500     DISPLAY 'HISTINQ ENDED'.
114600 9000-EXIT.
114700     EXIT.

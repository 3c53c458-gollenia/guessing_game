001300*  AND LOADS THE RESULT TO SCORNEW, ASSIGNING EACH RECORD A     *
001400*  FRESH CHRONOLOGICAL SCOR-SEQ RECORD KEY.  THE SCOR-DATE      *
001500*  ALTERNATE KEY LETS THE SINGLE-DAY JOBS START AT THEIR        *
001550*  TARGET DAY INSTEAD OF SCANNING THE RETENTION, AND THE        *
001600*  SCOR-PLAY-ID ALTERNATE KEY LETS HISTINQ READ ONE PLAYERS     *
001650*  ROUNDS.  THE JCL PROMOTES SCORNEW TO SCORES AND EMPTIES      *
001700*  SCORDLY ON RC 0000 ONLY.                                     *
001900*                                                               *
001910*  THE DELTA IS NOT WRITTEN IN DATE/TIME ORDER - TRANSBAT       *
001920*  POSTS ROUNDS DATED BY THE CARD AND ABANDON APPENDS ROUNDS    *
001930*  STAMPED WITH THE LAST GUESS OF AN EARLIER SESSION - SO IT    *
001940*  IS FIRST SORTED ON COLS 1-14 TO THE SCORSRT WORK FILE,       *
001950*  KEEPING THE ORIGINAL ORDER OF EQUAL KEYS, AND THE MERGE      *
001960*  READS THAT.  A SORTED KEY LOWER THAN THE ONE BEFORE IT       *
001970*  STOPS THE MERGE.                                             *
001980*                                                               *
002000*  RUN IT AFTER TRANSBAT AND BEFORE RECONBAL AND THE            *
002100*  REPORTING JOBS.  ROLLUP AND ARCHIVE KEEP THEIR FULL-PASS     *
002200*  PATH, READING THE MASTER IN SCOR-SEQ (DATE/TIME) ORDER.      *
002700*  RETURN CODES:  0000 = MERGED, PROMOTE SCORNEW                *
002800*                 0008 = MERGE COUNTS DO NOT ADD UP - KEEP      *
002900*                        THE OLD FILES                          *
002950*                 0016 = FILE ERROR, SORT FAILURE OR DELTA OUT  *
003000*                        OF ORDER - KEEP THE OLD FILES          *
003100*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  2025-09-19  TG   NEW PROGRAM                                 *
003500*                   (RECORD KEY SCOR-SEQ, DATE ALTERNATE) SO    *
003600*                   THE SINGLE-DAY JOBS POSITION WITH START     *
003700*                   RATHER THAN ONLY STOPPING EARLY             *
003720*  2026-10-15  TG   PLAYER ID ALTERNATE KEY LOADED WITH THE     *
003740*                   MASTER SO ONE PLAYERS ROUNDS CAN BE READ    *
003760*                   WITHOUT A FULL PASS (SEE HISTINQ)           *
003770*  2026-10-15  TG   DELTA SORTED ON DATE/TIME BEFORE THE MERGE  *
003780*                   AND ITS ORDER CHECKED, SO A LATE-POSTED     *
003790*                   ROUND IS LOADED IN ITS CHRONOLOGICAL PLACE  *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004800         RECORD KEY   IS SMST-SEQ
004900         ALTERNATE RECORD KEY IS SMST-DATE
005000                      WITH DUPLICATES
005020         ALTERNATE RECORD KEY IS SMST-PLAY-ID
005040                      WITH DUPLICATES
005100         FILE STATUS  IS SCORES-STATUS.
005200     SELECT SCORE-DELTA-FILE ASSIGN TO SCORDLY
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS SCORDLY-STATUS.
005420     SELECT DELTA-SORT-FILE  ASSIGN TO SORTWK1.
005440     SELECT SORTED-DELTA-FILE ASSIGN TO SCORSRT
005460         ORGANIZATION IS SEQUENTIAL
005480         FILE STATUS  IS SCORSRT-STATUS.
005500     SELECT SCOR-NEW-FILE    ASSIGN TO SCORNEW
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS SEQUENTIAL
005800         RECORD KEY   IS SCOR-SEQ
005900         ALTERNATE RECORD KEY IS SCOR-DATE
006000                      WITH DUPLICATES
006020         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
006040                      WITH DUPLICATES
006100         FILE STATUS  IS SCORNEW-STATUS.
006200     SELECT REPORT-FILE      ASSIGN TO MRGERPT
006300         ORGANIZATION IS LINE SEQUENTIAL
007000 FD  SCORES-FILE.
007100     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==SMST==.
007200 FD  SCORE-DELTA-FILE.
007210 01  SCORDLY-REC             PIC X(50).
007220 SD  DELTA-SORT-FILE.
007230 01  SORT-DELTA-REC.
007240     05  SORT-DELTA-KEY      PIC X(14).
007250     05  FILLER              PIC X(36).
007260 FD  SORTED-DELTA-FILE.
007300 01  SCOR-DELTA-REC.
007400     05  SCOR-DELTA-KEY      PIC X(14).
007500     05  FILLER              PIC X(36).
008600 77  SCORDLY-STATUS          PIC X(02) VALUE SPACES.
008700     88  SCORDLY-OK                      VALUE '00'.
008800     88  SCORDLY-EOF                     VALUE '10'.
008820 77  SCORSRT-STATUS          PIC X(02) VALUE SPACES.
008840     88  SCORSRT-OK                      VALUE '00'.
008860     88  SCORSRT-EOF                     VALUE '10'.
008900 77  SCORNEW-STATUS          PIC X(02) VALUE SPACES.
009000     88  SCORNEW-OK                      VALUE '00'.
009100 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
009700 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
009800 77  LIVE-KEY                PIC X(14) VALUE HIGH-VALUES.
009900 77  DELTA-KEY               PIC X(14) VALUE HIGH-VALUES.
009950 77  PREV-DELTA-KEY          PIC X(14) VALUE LOW-VALUES.
010000 77  LIVE-IN-COUNT           PIC 9(07) COMP VALUE ZERO.
010100 77  DELTA-IN-COUNT          PIC 9(07) COMP VALUE ZERO.
010200 77  MERGED-OUT-COUNT        PIC 9(07) COMP VALUE ZERO.
017500     IF SCORDLY-STATUS = '35'
017600         DISPLAY 'SCORMRGE: NO DELTA - MASTER COPIED THROUGH'
017700             UPON OPERATOR-CONSOLE
017800         MOVE '10' TO SCORSRT-STATUS
017900     ELSE
018000         IF NOT SCORDLY-OK
018100             DISPLAY 'SCORMRGE: DELTA OPEN ERROR, STATUS '
018400             MOVE 16 TO RUN-RC
018500             GO TO 1000-EXIT
018600         END-IF
018610         CLOSE SCORE-DELTA-FILE
018620         PERFORM 1500-SORT-DELTA THRU 1500-EXIT
018630         IF RUN-RC >= 16
018640             GO TO 1000-EXIT
018650         END-IF
018700     END-IF.
018800     PERFORM 2500-READ-LIVE THRU 2500-EXIT.
018900     PERFORM 3500-READ-DELTA THRU 3500-EXIT.
019000 1000-EXIT.
019100     EXIT.
019200*****************************************************************
019202*  1500-SORT-DELTA - DELTA INTO DATE/TIME ORDER ON SCORSRT      *
019204*****************************************************************
019206 1500-SORT-DELTA.
019208     SORT DELTA-SORT-FILE
019210         ON ASCENDING KEY SORT-DELTA-KEY
019212         WITH DUPLICATES IN ORDER
019214         USING SCORE-DELTA-FILE
019216         GIVING SORTED-DELTA-FILE.
019218     IF SORT-RETURN NOT = ZERO
019220         DISPLAY 'SCORMRGE: DELTA SORT FAILED, RETURN '
019222                 SORT-RETURN
019224             UPON OPERATOR-CONSOLE
019226         MOVE 16 TO RUN-RC
019228         GO TO 1500-EXIT
019230     END-IF.
019232     OPEN INPUT SORTED-DELTA-FILE.
019234     IF NOT SCORSRT-OK
019236         DISPLAY 'SCORMRGE: SORTED DELTA OPEN ERROR, STATUS '
019238                 SCORSRT-STATUS
019240             UPON OPERATOR-CONSOLE
019242         MOVE 16 TO RUN-RC
019244     END-IF.
019246 1500-EXIT.
019248     EXIT.
019250*****************************************************************
019300*  2000-MERGE-RECORD - WRITE THE LOWER DATE/TIME OF THE TWO,    *
019400*  ASSIGNING THE FRESH LOAD SEQUENCE                            *
019500*****************************************************************
023100 2500-EXIT.
023200     EXIT.
023300*****************************************************************
023400*  3500-READ-DELTA - NEXT SORTED DELTA RECORD, HIGH-VALUES AT   *
023450*  END.  A KEY LOWER THAN THE LAST ONE STOPS THE MERGE          *
023500*****************************************************************
023600 3500-READ-DELTA.
023700     IF SCORSRT-EOF
023800         MOVE HIGH-VALUES TO DELTA-KEY
023900         GO TO 3500-EXIT
024000     END-IF.
024100     READ SORTED-DELTA-FILE
024200         AT END
024300             MOVE HIGH-VALUES TO DELTA-KEY
024400             GO TO 3500-EXIT.
024500     IF NOT SCORSRT-OK
024600         DISPLAY 'SCORMRGE: DELTA READ ERROR, STATUS '
024700                 SCORSRT-STATUS
024800             UPON OPERATOR-CONSOLE
024900         MOVE 16 TO RUN-RC
025000         MOVE HIGH-VALUES TO DELTA-KEY
025100         MOVE '10' TO SCORSRT-STATUS
025200         GO TO 3500-EXIT
025300     END-IF.
025310     IF SCOR-DELTA-KEY < PREV-DELTA-KEY
025320         DISPLAY 'SCORMRGE: DELTA OUT OF DATE/TIME ORDER AT '
025330                 SCOR-DELTA-KEY
025340             UPON OPERATOR-CONSOLE
025350         MOVE 16 TO RUN-RC
025360         MOVE HIGH-VALUES TO LIVE-KEY DELTA-KEY
025370         MOVE '10' TO SCORSRT-STATUS
025380         GO TO 3500-EXIT
025390     END-IF.
025400     MOVE SCOR-DELTA-KEY TO DELTA-KEY PREV-DELTA-KEY.
025500     ADD 1 TO DELTA-IN-COUNT.
025600 3500-EXIT.
025700     EXIT.
029500     WRITE REPORT-LINE FROM DETAIL-LINE
029600         AFTER ADVANCING 1 LINE.
029700     MOVE SPACES TO MESSAGE-LINE.
029720     IF RUN-RC >= 16
029740         MOVE 'MERGE STOPPED - KEEP THE OLD FILES' TO MSG-TEXT
029760         GO TO 6000-WRITE-MESSAGE
029780     END-IF.
029800     IF MERGED-OUT-COUNT NOT = LIVE-IN-COUNT + DELTA-IN-COUNT
029900         MOVE 'MERGE COUNTS DO NOT ADD UP - KEEP THE OLD FILES'
030000             TO MSG-TEXT
030600             TO MSG-TEXT
030700         MOVE 'SCORDLY' TO MSG-TEXT (46:7)
030800     END-IF.
030850 6000-WRITE-MESSAGE.
030900     WRITE REPORT-LINE FROM MESSAGE-LINE
031000         AFTER ADVANCING 1 LINE.
031100 6000-EXIT.
034200*****************************************************************
034300 9000-TERMINATE.
034400     CLOSE SCORES-FILE
034500           SORTED-DELTA-FILE
034600           SCOR-NEW-FILE
034700           REPORT-FILE.
034800 9000-EXIT.

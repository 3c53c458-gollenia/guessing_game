000700*****************************************************************
000800*  EXTRACT  --  STANDINGS INTERFACE FILE FOR THE INTRANET       *
000900*                                                               *
001000*  READS THE SCORES FILE FOR ONE DAY (THE PROCESSING DATE ON    *
001100*  PROCDATE) AND THE PLAYER MASTER, AND WRITES THE              *
001200*  PIPE-DELIMITED INTERFACE FILE EXTFILE FOR THE WEB TEAM:      *
001300*                                                               *
001400*      H|GMSTAND|EXTRACT DATE|EXTRACT TIME                      *
001500*      D|RANK|PLAYER ID|NAME|GAMES|WINS|LOSSES|BEST|AVG|POINTS  *
001550*        |DIVISION                                              *
001600*      T|DETAIL COUNT|GAMES HASH|WINS HASH|TRIES HASH|POINTS    *
001610*        HASH                                                   *
001700*                                                               *
001900*  TRAILER COUNTS AND HASH TOTALS BEFORE LOADING.               *
002000*                                                               *
002100*  STANDINGS RANK AS ON LEADRPT: POINTS, WINS, AVERAGE TRIES.  *
002120*  DIVISION IS THE PLAYERS LEAGUE DIVISION ON THE MASTER (SEE   *
002140*  DIVISION), EMPTY WHEN NOT YET PLACED.                        *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2025-04-17  TG   NEW PROGRAM                                 *
002482*  2025-10-03  TG   POSITIONS TO THE REPORT DAY WITH START ON   *
002484*                   THE DATE ALTERNATE KEY OF THE INDEXED       *
002486*                   MASTER - NO MORE FULL SCAN TO REACH IT      *
002488*  2026-10-15  TG   EXTRACT DAY TAKEN FROM THE PROCESSING-DATE  *
002490*                   CONTROL RECORD - REPORT-DT CARD RETIRED     *
002495*  2026-10-15  TG   LEAGUE DIVISION ADDED TO THE DETAIL LINE    *
002496*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
002497*                   SCORES SELECT TO MATCH THE MASTER           *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003320         RECORD KEY   IS SCOR-SEQ
003330         ALTERNATE RECORD KEY IS SCOR-DATE
003340                      WITH DUPLICATES
003360         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
003380                      WITH DUPLICATES
003400         FILE STATUS  IS SCORES-STATUS.
003500     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS  IS PROCDATE-STATUS.
003800     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS RANDOM
004700 FILE SECTION.
004800 FD  SCORES-FILE.
004900     COPY GMSCOR.
005000 FD  PROC-DATE-FILE.
005100     COPY GMPDTE.
005200 FD  PLAYER-MASTER.
005300     COPY GMPLAY.
005400 FD  EXTRACT-FILE.
005700 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
005800     88  SCORES-OK                       VALUE '00'.
005900     88  SCORES-EOF                      VALUE '10'.
006000 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
006100     88  PROCDATE-OK                     VALUE '00'.
006300 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
006400     88  PLAYMST-OK                      VALUE '00'.
006500 77  EXTRACT-STATUS          PIC X(02) VALUE SPACES.
010000         10  PT-BEST-TRIES   PIC 9(03) COMP.
010100         10  PT-AVG-TRIES    PIC 9(03)V9 COMP-3.
010110         10  PT-POINTS-TOT   PIC 9(09) COMP.
010130         10  PT-DIVISION     PIC X(01).
010200 01  SWAP-ENTRY.
010300     05  FILLER              PIC X(05).
010400     05  FILLER              PIC X(30).
010900     05  FILLER              PIC 9(03) COMP.
011000     05  FILLER              PIC 9(03)V9 COMP-3.
011010     05  FILLER              PIC 9(09) COMP.
011030     05  FILLER              PIC X(01).
011100 01  EDIT-FIELDS.
011200     05  EDIT-DATE-8         PIC 9(08).
011300     05  EDIT-TIME-6         PIC 9(06).
014000*****************************************************************
014100 1000-INITIALIZE.
014200     ACCEPT DATE-WORK FROM DATE.
014250     COMPUTE CURRENT-DATE-N =
014300         20000000 + (DATE-WORK-YY * 10000)
014350                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
014400     ACCEPT TIME-WORK FROM TIME.
014450     MOVE TIME-WORK-HHMMSS TO EXTRACT-TIME.
014500     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
014550     IF RUN-RC >= 16
014600         MOVE '10' TO SCORES-STATUS
014650         GO TO 1000-EXIT
014700     END-IF.
014900     OPEN INPUT  SCORES-FILE
015000          INPUT  PLAYER-MASTER
015100          OUTPUT EXTRACT-FILE.
017500 1000-EXIT.
017600     EXIT.
017700*****************************************************************
017800*  1500-READ-PROC-DATE - TAKE THE EXTRACT DAY FROM THE          *
017900*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
018000*****************************************************************
018100 1500-READ-PROC-DATE.
018200     OPEN INPUT PROC-DATE-FILE.
018300     IF NOT PROCDATE-OK
018400         DISPLAY 'EXTRACT: NO PROCESSING DATE, PROCDATE STATUS '
018500                 PROCDATE-STATUS
018600             UPON OPERATOR-CONSOLE
018700         MOVE 16 TO RUN-RC
018800         GO TO 1500-EXIT
018900     END-IF.
019000     READ PROC-DATE-FILE
019100         AT END MOVE '10' TO PROCDATE-STATUS.
019200     IF PROCDATE-OK
019300        AND PDTE-PROC-DATE NUMERIC
019400         MOVE PDTE-PROC-DATE TO REPORT-DATE
019500     ELSE
019600         DISPLAY 'EXTRACT: PROCESSING DATE RECORD MISSING OR '
019700                 'INVALID'
019800             UPON OPERATOR-CONSOLE
019900         MOVE 16 TO RUN-RC
020000     END-IF.
020100     CLOSE PROC-DATE-FILE.
020200 1500-EXIT.
020400     EXIT.
020500*****************************************************************
020600*  2000-PROCESS-SCORE - ACCUMULATE ONE SCORES RECORD            *
026100                  PT-AVG-TRIES (MATCH-SUB).
026200     MOVE 999 TO PT-BEST-TRIES (MATCH-SUB).
026300     MOVE '*UNKNOWN PLAYER*' TO PLAY-NAME.
026350     MOVE SPACE TO PLAY-DIVISION.
026400     IF MASTER-AVAILABLE
026500         MOVE SCOR-PLAY-ID TO PLAY-ID
026600         READ PLAYER-MASTER
026700             INVALID KEY
026800                 MOVE '*UNKNOWN PLAYER*' TO PLAY-NAME
026850                 MOVE SPACE TO PLAY-DIVISION
026900         END-READ
027000     END-IF.
027100     MOVE PLAY-NAME TO PT-NAME (MATCH-SUB).
027150     MOVE PLAY-DIVISION TO PT-DIVISION (MATCH-SUB).
027200 3000-EXIT.
027300     EXIT.
027400*****************************************************************
039570     MOVE PT-POINTS-TOT (PT-SUB) TO EDIT-POINTS-9.
039600     STRING '|' EDIT-GAMES-5 '|' EDIT-WINS-5 '|'
039700         EDIT-LOSSES-5 '|' EDIT-BEST-3 '|' EDIT-AVG-5
039750         '|' EDIT-POINTS-9 '|'
039800         DELIMITED BY SIZE INTO EXTRACT-LINE
039900         POINTER LINE-PTR.
039910     IF PT-DIVISION (PT-SUB) NOT = SPACE
039920         STRING PT-DIVISION (PT-SUB)
039930             DELIMITED BY SIZE INTO EXTRACT-LINE
039940             POINTER LINE-PTR
039950     END-IF.
040000     WRITE EXTRACT-LINE.
040100 6100-EXIT.
040200     EXIT.

001450*              T = ASSIGN OR CHANGE A PLAYER'S TEAM CODE        *
001500*              I = INQUIRE ON A PLAYER                          *
001600*              Q = QUIT                                         *
001610*  EVERY SESSION SIGNS ON WITH AN OPERATOR ID.  EACH ADD,       *
001620*  CHANGE, DEACTIVATE, REACTIVATE AND TEAM ACTION WRITES THE    *
001630*  BEFORE-IMAGE AND AFTER-IMAGE OF THE PLAYER, WITH THE         *
001640*  OPERATOR ID, TO THE MAINTENANCE LOG (MAINTLOG, SEE GMMLOG)   *
001650*  THAT MAINTRPT REPORTS FROM.                                  *
001700*  LIFETIME GAME COUNTERS ARE NEVER KEYED HERE - THEY ARE       *
001800*  POSTED BY GUESS AND TRANSBAT ONLY.                           *
001900*****************************************************************
002120*                   INQUIRY SHOWS THE RATING                    *
002130*  2025-06-13  TG   TEAM CODE ASSIGNED AT ADD AND THROUGH THE   *
002140*                   NEW T FUNCTION, INQUIRY SHOWS THE TEAM      *
002150*  2026-10-15  TG   OPERATOR SIGN-ON; BEFORE AND AFTER IMAGES   *
002160*                   OF EVERY CHANGE WRITTEN TO THE              *
002170*                   MAINTENANCE LOG                             *
002180*  2026-10-15  TG   LOG STATUS TESTED AFTER THE BEFORE-IMAGE    *
002190*                   AS WELL AS THE AFTER-IMAGE                  *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003100         ACCESS MODE  IS RANDOM
003200         RECORD KEY   IS PLAY-ID
003300         FILE STATUS  IS PLAYMST-STATUS.
003320     SELECT MAINT-LOG        ASSIGN TO MAINTLOG
003340         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS  IS MAINTLOG-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PLAYER-MASTER.
003700     COPY GMPLAY.
003720 FD  MAINT-LOG.
003740     COPY GMMLOG.
003800 WORKING-STORAGE SECTION.
003900 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
004000     88  PLAYMST-OK                      VALUE '00'.
004100     88  PLAYMST-NOT-FOUND               VALUE '23'.
004200     88  PLAYMST-DUP-KEY                 VALUE '22'.
004210 77  MAINTLOG-STATUS         PIC X(02) VALUE SPACES.
004220     88  MAINTLOG-OK                     VALUE '00'.
004230 77  LOG-OPEN-FLAG           PIC X(01) VALUE 'N'.
004240     88  LOG-OPENED                      VALUE 'Y'.
004250 77  OPERATOR-ID             PIC X(08) VALUE SPACES.
004260 77  LOG-ACTION              PIC X(01) VALUE SPACE.
004270 77  BEFORE-IMAGE            PIC X(80) VALUE SPACES.
004300 77  MAINT-FUNCTION          PIC X(01) VALUE SPACE.
004400     88  MAINT-ADD                       VALUE 'A'.
004500     88  MAINT-CHANGE                    VALUE 'C'.
005400     05  DATE-WORK-YY        PIC 9(02).
005500     05  DATE-WORK-MM        PIC 9(02).
005600     05  DATE-WORK-DD        PIC 9(02).
005620 01  TIME-WORK.
005640     05  TIME-WORK-HHMMSS    PIC 9(06).
005660     05  FILLER              PIC 9(02).
005700 PROCEDURE DIVISION.
005800*****************************************************************
005900*  0000-MAINLINE - CONTROL THE MAINTENANCE SESSION              *
006500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006600     STOP RUN.
006700*****************************************************************
006800*  1000-INITIALIZE - OPEN THE MASTER, GET TODAYS DATE, SIGN ON  *
006900*****************************************************************
007000 1000-INITIALIZE.
007100     OPEN I-O PLAYER-MASTER.
008400     COMPUTE CURRENT-DATE-N =
008500         20000000 + (DATE-WORK-YY * 10000)
008600                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
008650     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
008700 1000-EXIT.
008800     EXIT.
008802*****************************************************************
008804*  1200-SIGN-ON - TAKE THE OPERATOR ID AND OPEN THE LOG         *
008806*****************************************************************
008808 1200-SIGN-ON.
008810     DISPLAY 'OPERATOR ID: '.
008812     ACCEPT OPERATOR-ID.
008814     IF OPERATOR-ID = SPACES
008816         DISPLAY 'OPERATOR ID IS REQUIRED - SESSION ENDED'
008818         MOVE 'Q' TO MAINT-FUNCTION
008820         GO TO 1200-EXIT
008822     END-IF.
008824     OPEN EXTEND MAINT-LOG.
008826     IF MAINTLOG-STATUS = '35'
008828         OPEN OUTPUT MAINT-LOG
008830         CLOSE MAINT-LOG
008832         OPEN EXTEND MAINT-LOG
008834     END-IF.
008836     IF NOT MAINTLOG-OK
008838         DISPLAY 'PLAYMNT: CANNOT OPEN MAINTENANCE LOG, STATUS '
008840                 MAINTLOG-STATUS ' - SESSION ENDED'
008842         MOVE 'Q' TO MAINT-FUNCTION
008844         GO TO 1200-EXIT
008846     END-IF.
008848     MOVE 'Y' TO LOG-OPEN-FLAG.
008850 1200-EXIT.
008852     EXIT.
008900*****************************************************************
009000*  2000-PROCESS-FUNCTION - ONE TRIP THROUGH THE MENU            *
009100*****************************************************************
014000         INVALID KEY
014100             DISPLAY 'PLAYER ' ANSWER-ID ' ALREADY ON FILE'
014200             GO TO 3000-EXIT.
014220     MOVE SPACES TO BEFORE-IMAGE.
014240     MOVE 'A'    TO LOG-ACTION.
014260     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
014300     DISPLAY 'PLAYER ' ANSWER-ID ' ADDED'.
014400 3000-EXIT.
014500     EXIT.
015800         DISPLAY 'NO CHANGE MADE'
015900         GO TO 4000-EXIT
016000     END-IF.
016050     MOVE PLAY-REC    TO BEFORE-IMAGE.
016100     MOVE ANSWER-NAME TO PLAY-NAME.
016200     REWRITE PLAY-REC
016300         INVALID KEY
016400             DISPLAY 'REWRITE FAILED, STATUS ' PLAYMST-STATUS
016500             GO TO 4000-EXIT.
016520     MOVE 'C' TO LOG-ACTION.
016540     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
016600     DISPLAY 'PLAYER ' PLAY-ID ' CHANGED'.
016700 4000-EXIT.
016800     EXIT.
017800         DISPLAY 'PLAYER ' PLAY-ID ' IS ALREADY INACTIVE'
017900         GO TO 5000-EXIT
018000     END-IF.
018050     MOVE PLAY-REC TO BEFORE-IMAGE.
018100     MOVE 'I' TO PLAY-STATUS.
018200     REWRITE PLAY-REC
018300         INVALID KEY
018400             DISPLAY 'REWRITE FAILED, STATUS ' PLAYMST-STATUS
018500             GO TO 5000-EXIT.
018520     MOVE 'D' TO LOG-ACTION.
018540     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
018600     DISPLAY 'PLAYER ' PLAY-ID ' DEACTIVATED'.
018700 5000-EXIT.
018800     EXIT.
019800         DISPLAY 'PLAYER ' PLAY-ID ' IS ALREADY ACTIVE'
019900         GO TO 5500-EXIT
020000     END-IF.
020050     MOVE PLAY-REC TO BEFORE-IMAGE.
020100     MOVE 'A' TO PLAY-STATUS.
020200     REWRITE PLAY-REC
020300         INVALID KEY
020400             DISPLAY 'REWRITE FAILED, STATUS ' PLAYMST-STATUS
020500             GO TO 5500-EXIT.
020520     MOVE 'R' TO LOG-ACTION.
020540     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
020600     DISPLAY 'PLAYER ' PLAY-ID ' REACTIVATED'.
020700 5500-EXIT.
020800     EXIT.
020858         DISPLAY 'NO CHANGE MADE'
020860         GO TO 5700-EXIT
020862     END-IF.
020863     MOVE PLAY-REC    TO BEFORE-IMAGE.
020864     MOVE ANSWER-TEAM TO PLAY-TEAM.
020866     REWRITE PLAY-REC
020868         INVALID KEY
020870             DISPLAY 'REWRITE FAILED, STATUS ' PLAYMST-STATUS
020871             GO TO 5700-EXIT.
020872     MOVE 'T' TO LOG-ACTION.
020873     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
020874     DISPLAY 'PLAYER ' PLAY-ID ' ASSIGNED TO TEAM '
020876             ANSWER-TEAM.
020878 5700-EXIT.
024600             DISPLAY 'PLAYER ' ANSWER-ID ' NOT ON FILE'.
024700 7500-EXIT.
024800     EXIT.
024802*****************************************************************
024804*  8000-WRITE-LOG - BEFORE-IMAGE AND AFTER-IMAGE OF ONE ACTION  *
024806*  ON THE MAINTENANCE LOG                                       *
024808*****************************************************************
024810 8000-WRITE-LOG.
024812     ACCEPT DATE-WORK FROM DATE.
024814     ACCEPT TIME-WORK FROM TIME.
024816     MOVE SPACES           TO MLOG-REC.
024818     COMPUTE MLOG-DATE =
024820         20000000 + (DATE-WORK-YY * 10000)
024822                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
024824     MOVE TIME-WORK-HHMMSS TO MLOG-TIME.
024826     MOVE OPERATOR-ID      TO MLOG-OPERATOR.
024828     MOVE 'PLAYMNT '       TO MLOG-PROGRAM.
024830     MOVE LOG-ACTION       TO MLOG-ACTION.
024832     MOVE PLAY-ID          TO MLOG-PLAY-ID.
024834     MOVE ZERO             TO MLOG-ITEM-NO.
024836     MOVE 'B'              TO MLOG-IMAGE.
024838     MOVE BEFORE-IMAGE     TO MLOG-DATA.
024840     WRITE MLOG-REC.
024841     IF NOT MAINTLOG-OK
024842         DISPLAY 'PLAYMNT: MAINTENANCE LOG WRITE ERROR, STATUS '
024843                 MAINTLOG-STATUS ' ON THE BEFORE-IMAGE'
024844     END-IF.
024845     MOVE 'A'              TO MLOG-IMAGE.
024846     MOVE PLAY-REC         TO MLOG-DATA.
024847     WRITE MLOG-REC.
024848     IF NOT MAINTLOG-OK
024850         DISPLAY 'PLAYMNT: MAINTENANCE LOG WRITE ERROR, STATUS '
024852                 MAINTLOG-STATUS
024854     END-IF.
024856 8000-EXIT.
024858     EXIT.
024900*****************************************************************
025000*  9000-TERMINATE - CLOSE FILES AND LEAVE                       *
025100*****************************************************************
025200 9000-TERMINATE.
025300     CLOSE PLAYER-MASTER.
025320     IF LOG-OPENED
025340         CLOSE MAINT-LOG
025360     END-IF.
025400     DISPLAY 'PLAYMNT ENDED'.
025500 9000-EXIT.
025600     EXIT.

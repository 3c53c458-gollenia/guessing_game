001610*          TRAILER) READY TO POST ON ITS OWN RUN                *
001700*      A = AGING REPORT OF ITEMS HELD MORE THAN AGE-DAYS        *
001800*          (PARAMETER CARD, DEFAULT 7) ON SUSPRPT               *
001810*      W = WATCHLIST - LIST THE FLAGGED PLAYERS (WATCHLST, SEE  *
001820*          GMWTCH) AND CLEAR ONE.  AN ITEM HELD UNDER REASON    *
001830*          11 CANNOT BE CORRECTED OR RELEASED WHILE ITS PLAYER  *
001840*          IS STILL FLAGGED                                     *
001900*      Q = QUIT - REWRITES THE SUSPENSE FILE WITH THE ITEMS     *
002000*          STILL HELD, AND THE WATCHLIST IF A PLAYER WAS        *
002010*          CLEARED                                              *
002020*  EVERY SESSION SIGNS ON WITH AN OPERATOR ID.  EACH CORRECT,   *
002030*  RELEASE AND WATCHLIST CLEAR WRITES THE BEFORE-IMAGE AND      *
002040*  AFTER-IMAGE OF THE ITEM OR ENTRY, WITH THE OPERATOR ID, TO   *
002050*  THE MAINTENANCE LOG (MAINTLOG, SEE GMMLOG) FOR MAINTRPT.     *
002060*  THE SUSPOUT HEADER CARRIES THE OPERATOR AS ITS KEYER.        *
002100*****************************************************************
002200*  MODIFICATION HISTORY                                         *
002300*  2025-05-02  TG   NEW PROGRAM                                 *
002340*                   CORRECTED 'R' REVERSAL MUST GO BACK AS A    *
002350*                   REVERSAL, NOT BE STAMPED 'D' AND POSTED     *
002360*                   AGAIN; THE TYPE SHOWS IN THE DIALOG         *
002370*  2026-10-15  TG   W FUNCTION CLEARS WATCHLISTED PLAYERS;      *
002380*                   REASON 11 ITEMS STAY HELD UNTIL CLEARED     *
002385*  2026-10-15  TG   OPERATOR SIGN-ON; BEFORE AND AFTER IMAGES   *
002390*                   OF EVERY ACTION WRITTEN TO THE              *
002395*                   MAINTENANCE LOG                             *
002396*  2026-10-15  TG   LOG STATUS TESTED AFTER THE BEFORE-IMAGE    *
002397*                   AS WELL AS THE AFTER-IMAGE                  *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004000     SELECT REPORT-FILE      ASSIGN TO SUSPRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS  IS REPORT-STATUS.
004210     SELECT WATCH-FILE       ASSIGN TO WATCHLST
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS  IS WATCH-STATUS.
004240     SELECT MAINT-LOG        ASSIGN TO MAINTLOG
004250         ORGANIZATION IS SEQUENTIAL
004260         FILE STATUS  IS MAINTLOG-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SUSPENSE-FILE.
005000     COPY GMPARM.
005100 FD  REPORT-FILE.
005200 01  REPORT-LINE             PIC X(132).
005210 FD  WATCH-FILE.
005220     COPY GMWTCH.
005240 FD  MAINT-LOG.
005260     COPY GMMLOG.
005300 WORKING-STORAGE SECTION.
005400 77  SUSPENSE-STATUS         PIC X(02) VALUE SPACES.
005500     88  SUSPENSE-OK                     VALUE '00'.
006100     88  PARM-EOF                        VALUE '10'.
006200 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
006300     88  REPORT-OK                       VALUE '00'.
006310 77  WATCH-STATUS            PIC X(02) VALUE SPACES.
006320     88  WATCH-OK                        VALUE '00'.
006330     88  WATCH-EOF                       VALUE '10'.
006335 77  MAINTLOG-STATUS         PIC X(02) VALUE SPACES.
006340     88  MAINTLOG-OK                     VALUE '00'.
006345 77  LOG-OPEN-FLAG           PIC X(01) VALUE 'N'.
006350     88  LOG-OPENED                      VALUE 'Y'.
006355 77  OPERATOR-ID             PIC X(08) VALUE SPACES.
006360 77  LOG-ACTION              PIC X(01) VALUE SPACE.
006365 77  LOG-PLAY-ID             PIC X(05) VALUE SPACES.
006370 77  BEFORE-IMAGE            PIC X(100) VALUE SPACES.
006375 77  AFTER-IMAGE             PIC X(100) VALUE SPACES.
006400 77  AGE-DAYS-LIMIT          PIC 9(03) VALUE 7.
006500 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
006600 77  MAINT-FUNCTION          PIC X(01) VALUE SPACE.
006800     88  FUNC-CORRECT                    VALUE 'C'.
006900     88  FUNC-RELEASE                    VALUE 'R'.
007000     88  FUNC-AGING                      VALUE 'A'.
007050     88  FUNC-WATCH                      VALUE 'W'.
007100     88  FUNC-QUIT                       VALUE 'Q'.
007200 01  SUSP-TABLE.
007300     05  ST-COUNT            PIC S9(04) COMP VALUE ZERO.
007500         10  ST-REC          PIC X(100).
007700     COPY GMSUSP REPLACING LEADING ==SUSP== BY ==WRK==.
007900     COPY GMTRAN REPLACING LEADING ==TRAN== BY ==WTR==.
007905 01  WATCH-TABLE.
007910     05  WT-COUNT            PIC S9(04) COMP VALUE ZERO.
007915     05  WT-ENTRY OCCURS 500 TIMES.
007920         10  WT-REC          PIC X(80).
007925     COPY GMWTCH REPLACING LEADING ==WTCH== BY ==WCH==.
007930 77  WATCH-SUB               PIC S9(04) COMP VALUE ZERO.
007935 77  WATCH-MATCH             PIC S9(04) COMP VALUE ZERO.
007940 77  FLAGGED-COUNT           PIC 9(03) VALUE ZERO.
007945 77  WATCH-USABLE            PIC X(01) VALUE 'Y'.
007950     88  WATCH-AVAILABLE                 VALUE 'Y'.
007955 77  WATCH-CHANGED           PIC X(01) VALUE 'N'.
007960     88  WATCH-WAS-CHANGED               VALUE 'Y'.
007965 77  WATCH-BLOCK             PIC X(01) VALUE 'N'.
007970     88  PLAYER-STILL-FLAGGED            VALUE 'Y'.
008000 77  ITEM-SUB                PIC S9(04) COMP VALUE ZERO.
008100 77  ITEM-NUMBER-X           PIC X(03) VALUE SPACES.
008200 77  ITEM-NUMBER             PIC 9(03) VALUE ZERO.
013600     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
013700         UNTIL FUNC-QUIT.
013800     PERFORM 8000-REWRITE-SUSPENSE THRU 8000-EXIT.
013820     PERFORM 8300-REWRITE-WATCH THRU 8300-EXIT.
013850     PERFORM 8500-WRITE-RELEASE THRU 8500-EXIT.
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014000     STOP RUN.
014100*****************************************************************
014200*  1000-INITIALIZE - SIGN ON, LOAD THE SUSPENSE FILE INTO THE   *
014250*  TABLE                                                        *
014300*****************************************************************
014400 1000-INITIALIZE.
014500     ACCEPT DATE-WORK FROM DATE.
014850     ACCEPT TIME-WORK FROM TIME.
014860     STRING 'SU' TIME-WORK-HHMMSS DELIMITED BY SIZE
014870         INTO RELEASE-BATCH-ID.
014875     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
014880     IF FUNC-QUIT
014885         GO TO 1000-EXIT
014890     END-IF.
014900     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
014950     PERFORM 1800-LOAD-WATCH THRU 1800-EXIT.
015000     OPEN INPUT SUSPENSE-FILE.
015100     IF SUSPENSE-STATUS = '35'
015200         DISPLAY 'SUSPCORR: NO SUSPENSE FILE, NOTHING HELD'
015250*        A FLAGGED PLAYER CAN STILL BE CLEARED WITH NOTHING HELD
015260         IF FLAGGED-COUNT = ZERO
015300             MOVE 'Q' TO MAINT-FUNCTION
015350         END-IF
015400         MOVE '10' TO SUSPENSE-STATUS
015500         GO TO 1000-EXIT
015600     END-IF.
016600     DISPLAY 'SUSPENSE ITEMS LOADED: ' ST-COUNT.
016700 1000-EXIT.
016800     EXIT.
016802*****************************************************************
016804*  1200-SIGN-ON - TAKE THE OPERATOR ID AND OPEN THE LOG         *
016806*****************************************************************
016808 1200-SIGN-ON.
016810     DISPLAY 'OPERATOR ID: '.
016812     ACCEPT OPERATOR-ID.
016814     IF OPERATOR-ID = SPACES
016816         DISPLAY 'OPERATOR ID IS REQUIRED - SESSION ENDED'
016818         MOVE 'Q' TO MAINT-FUNCTION
016820         GO TO 1200-EXIT
016822     END-IF.
016824     OPEN EXTEND MAINT-LOG.
016826     IF MAINTLOG-STATUS = '35'
016828         OPEN OUTPUT MAINT-LOG
016830         CLOSE MAINT-LOG
016832         OPEN EXTEND MAINT-LOG
016834     END-IF.
016836     IF NOT MAINTLOG-OK
016838         DISPLAY 'SUSPCORR: CANNOT OPEN MAINTENANCE LOG, STATUS '
016840                 MAINTLOG-STATUS ' - SESSION ENDED'
016842         MOVE 'Q' TO MAINT-FUNCTION
016844         GO TO 1200-EXIT
016846     END-IF.
016848     MOVE 'Y' TO LOG-OPEN-FLAG.
016850 1200-EXIT.
016852     EXIT.
016900*****************************************************************
017000*  1500-LOAD-PARMS - PICK UP AN OPTIONAL AGE-DAYS CARD          *
017100*****************************************************************
021000     MOVE SUSP-REC TO ST-ENTRY (ST-COUNT).
021100 1700-EXIT.
021200     EXIT.
021201*****************************************************************
021202*  1800-LOAD-WATCH - LOAD THE WATCHLIST INTO THE TABLE          *
021203*****************************************************************
021204 1800-LOAD-WATCH.
021205     OPEN INPUT WATCH-FILE.
021206     IF WATCH-STATUS = '35'
021207         GO TO 1800-EXIT
021208     END-IF.
021209     IF NOT WATCH-OK
021210         DISPLAY 'SUSPCORR: WATCHLIST OPEN ERROR, STATUS '
021211                 WATCH-STATUS ' - WATCHLIST NOT AVAILABLE'
021212         MOVE 'N' TO WATCH-USABLE
021213         GO TO 1800-EXIT
021214     END-IF.
021215     PERFORM 1850-LOAD-WATCH-ENTRY THRU 1850-EXIT
021216         UNTIL WATCH-EOF.
021217     CLOSE WATCH-FILE.
021218     IF FLAGGED-COUNT > ZERO
021219         DISPLAY 'PLAYERS FLAGGED ON THE WATCHLIST: '
021220                 FLAGGED-COUNT
021221     END-IF.
021222 1800-EXIT.
021223     EXIT.
021224*****************************************************************
021225*  1850-LOAD-WATCH-ENTRY - ONE WATCHLIST RECORD INTO THE TABLE  *
021226*****************************************************************
021227 1850-LOAD-WATCH-ENTRY.
021228     READ WATCH-FILE
021229         AT END GO TO 1850-EXIT.
021230     IF NOT WATCH-OK
021231         DISPLAY 'SUSPCORR: WATCHLIST READ ERROR, STATUS '
021232                 WATCH-STATUS ' - WATCHLIST NOT AVAILABLE'
021233         MOVE 'N'  TO WATCH-USABLE
021234         MOVE '10' TO WATCH-STATUS
021235         GO TO 1850-EXIT
021236     END-IF.
021237     IF WT-COUNT >= 500
021238         DISPLAY 'SUSPCORR: MORE THAN 500 WATCHLIST ENTRIES - '
021239                 'WATCHLIST NOT AVAILABLE'
021240         MOVE 'N'  TO WATCH-USABLE
021241         MOVE '10' TO WATCH-STATUS
021242         GO TO 1850-EXIT
021243     END-IF.
021244     ADD 1 TO WT-COUNT.
021245     MOVE WTCH-REC TO WT-ENTRY (WT-COUNT).
021246     IF WTCH-FLAGGED
021247         ADD 1 TO FLAGGED-COUNT
021248     END-IF.
021249 1850-EXIT.
021250     EXIT.
021300*****************************************************************
021400*  2000-PROCESS-FUNCTION - ONE TRIP THROUGH THE MENU            *
021500*****************************************************************
021600 2000-PROCESS-FUNCTION.
021700     DISPLAY ' '.
021800     DISPLAY 'SUSPENSE CORRECTION AND RE-ENTRY'.
021900     DISPLAY 'L=LIST C=CORRECT R=RELEASE A=AGING W=WATCHLIST '
021950             'Q=QUIT'.
022000     DISPLAY 'FUNCTION: '.
022100     ACCEPT MAINT-FUNCTION.
022200     EVALUATE TRUE
022800             PERFORM 5000-RELEASE-ITEM THRU 5000-EXIT
022900         WHEN FUNC-AGING
023000             PERFORM 6000-AGING-REPORT THRU 6000-EXIT
023050         WHEN FUNC-WATCH
023060             PERFORM 5500-WATCH-CLEAR THRU 5500-EXIT
023100         WHEN FUNC-QUIT
023200             CONTINUE
023300         WHEN OTHER
027000         GO TO 4000-EXIT
027100     END-IF.
027200     MOVE ST-ENTRY (ITEM-NUMBER) TO WRK-REC.
027210     PERFORM 5800-CHECK-WATCH-HOLD THRU 5800-EXIT.
027220     IF PLAYER-STILL-FLAGGED
027230         GO TO 4000-EXIT
027240     END-IF.
027260     MOVE WRK-REC  TO BEFORE-IMAGE.
027300     MOVE WRK-TRAN TO WTR-REC.
027400     DISPLAY 'ITEM ' ITEM-NUMBER ' TYPE ' WTR-TYPE
027410             ' REASON ' WRK-REASON.
029920     END-IF.
030000     MOVE WTR-REC TO WRK-TRAN.
030100     MOVE WRK-REC TO ST-ENTRY (ITEM-NUMBER).
030120     MOVE 'S'         TO LOG-ACTION.
030140     MOVE WTR-PLAY-ID TO LOG-PLAY-ID.
030160     MOVE WRK-REC     TO AFTER-IMAGE.
030180     PERFORM 8700-WRITE-LOG THRU 8700-EXIT.
030200     DISPLAY 'ITEM ' ITEM-NUMBER ' CORRECTED, STILL HELD - '
030300             'USE R TO RELEASE IT'.
030400 4000-EXIT.
031200         GO TO 5000-EXIT
031300     END-IF.
031400     MOVE ST-ENTRY (ITEM-NUMBER) TO WRK-REC.
031500     PERFORM 5800-CHECK-WATCH-HOLD THRU 5800-EXIT.
031600     IF PLAYER-STILL-FLAGGED
031700         GO TO 5000-EXIT
031800     END-IF.
031900     MOVE WRK-REC TO BEFORE-IMAGE.
032700     MOVE 'R' TO WRK-STATUS.
032800     MOVE WRK-REC TO ST-ENTRY (ITEM-NUMBER).
032900     ADD 1 TO RELEASED-COUNT.
032950     MOVE WRK-TRAN TO REL-CARD (RELEASED-COUNT).
032955     MOVE WRK-TRAN    TO WTR-REC.
032960     MOVE 'L'         TO LOG-ACTION.
032965     MOVE WTR-PLAY-ID TO LOG-PLAY-ID.
032970     MOVE WRK-REC     TO AFTER-IMAGE.
032975     PERFORM 8700-WRITE-LOG THRU 8700-EXIT.
033000     DISPLAY 'ITEM ' ITEM-NUMBER ' RELEASED - GOES TO '
033050             'SUSPOUT AT QUIT'.
033100 5000-EXIT.
033200     EXIT.
033201*****************************************************************
033202*  5500-WATCH-CLEAR - LIST THE FLAGGED PLAYERS, CLEAR ONE       *
033203*****************************************************************
033204 5500-WATCH-CLEAR.
033205     IF NOT WATCH-AVAILABLE
033206         DISPLAY 'WATCHLIST NOT AVAILABLE - NO PLAYER CAN BE '
033207                 'CLEARED THIS SESSION'
033208         GO TO 5500-EXIT
033209     END-IF.
033210     IF FLAGGED-COUNT = ZERO
033211         DISPLAY 'NO PLAYERS FLAGGED ON THE WATCHLIST'
033212         GO TO 5500-EXIT
033213     END-IF.
033214     MOVE ZERO TO WATCH-SUB.
033215     PERFORM 5600-LIST-ONE-WATCH THRU 5600-EXIT
033216         UNTIL WATCH-SUB >= WT-COUNT.
033217     DISPLAY 'PLAYER ID TO CLEAR (BLANK = CANCEL): '.
033218     MOVE SPACES TO ANSWER-FIELD.
033219     ACCEPT ANSWER-FIELD.
033220     IF ANSWER-FIELD = SPACES
033221         GO TO 5500-EXIT
033222     END-IF.
033223     PERFORM 5700-FIND-WATCH THRU 5700-EXIT.
033224     IF WATCH-MATCH = ZERO
033225         DISPLAY 'PLAYER ' ANSWER-FIELD ' IS NOT FLAGGED'
033226         GO TO 5500-EXIT
033227     END-IF.
033228     MOVE WT-ENTRY (WATCH-MATCH) TO WCH-REC.
033229     MOVE WCH-REC        TO BEFORE-IMAGE.
033230     MOVE 'C'            TO WCH-STATUS.
033231     MOVE CURRENT-DATE-N TO WCH-CLEAR-DATE.
033232     MOVE WCH-REC TO WT-ENTRY (WATCH-MATCH).
033233     SUBTRACT 1 FROM FLAGGED-COUNT.
033234     MOVE 'Y' TO WATCH-CHANGED.
033235     MOVE ZERO TO ITEM-NUMBER.
033236     MOVE 'W'         TO LOG-ACTION.
033237     MOVE WCH-PLAY-ID TO LOG-PLAY-ID.
033238     MOVE WCH-REC     TO AFTER-IMAGE.
033239     PERFORM 8700-WRITE-LOG THRU 8700-EXIT.
033240     DISPLAY 'PLAYER ' WCH-PLAY-ID ' CLEARED - ITEMS HELD '
033241             'UNDER REASON 11 CAN NOW BE RELEASED'.
033242 5500-EXIT.
033243     EXIT.
033244*****************************************************************
033245*  5600-LIST-ONE-WATCH - SHOW ONE FLAGGED PLAYER                *
033246*****************************************************************
033247 5600-LIST-ONE-WATCH.
033248     ADD 1 TO WATCH-SUB.
033249     MOVE WT-ENTRY (WATCH-SUB) TO WCH-REC.
033250     IF NOT WCH-FLAGGED
033251         GO TO 5600-EXIT
033252     END-IF.
033253     DISPLAY 'PLAYER ' WCH-PLAY-ID ' FLAGGED ' WCH-FLAG-DATE
033254             ' REASON ' WCH-REASON ' ROUNDS ' WCH-ROUNDS
033255             ' ACTUAL ' WCH-ACTUAL ' ALLOWED ' WCH-ALLOWED.
033256 5600-EXIT.
033257     EXIT.
033258*****************************************************************
033259*  5700-FIND-WATCH - LOCATE THE FLAGGED ENTRY FOR ANSWER-FIELD  *
033260*****************************************************************
033261 5700-FIND-WATCH.
033262     MOVE ZERO TO WATCH-MATCH WATCH-SUB.
033263     PERFORM 5750-TEST-WATCH THRU 5750-EXIT
033264         UNTIL WATCH-MATCH > ZERO OR WATCH-SUB >= WT-COUNT.
033265 5700-EXIT.
033266     EXIT.
033267*****************************************************************
033268*  5750-TEST-WATCH - IS THIS THE PLAYER, AND STILL FLAGGED      *
033269*****************************************************************
033270 5750-TEST-WATCH.
033271     ADD 1 TO WATCH-SUB.
033272     MOVE WT-ENTRY (WATCH-SUB) TO WCH-REC.
033273     IF WCH-PLAY-ID = ANSWER-FIELD
033274        AND WCH-FLAGGED
033275         MOVE WATCH-SUB TO WATCH-MATCH
033276     END-IF.
033277 5750-EXIT.
033278     EXIT.
033279*****************************************************************
033280*  5800-CHECK-WATCH-HOLD - A REASON 11 ITEM STAYS HELD WHILE    *
033281*  ITS PLAYER IS FLAGGED ON THE WATCHLIST                       *
033282*****************************************************************
033283 5800-CHECK-WATCH-HOLD.
033284     MOVE 'N' TO WATCH-BLOCK.
033285     IF WRK-REASON NOT = '11'
033286         GO TO 5800-EXIT
033287     END-IF.
033288     IF NOT WATCH-AVAILABLE
033289         DISPLAY 'WATCHLIST NOT AVAILABLE - REASON 11 ITEMS '
033290                 'STAY HELD THIS SESSION'
033291         MOVE 'Y' TO WATCH-BLOCK
033292         GO TO 5800-EXIT
033293     END-IF.
033294     MOVE WRK-TRAN TO WTR-REC.
033295     MOVE SPACES      TO ANSWER-FIELD.
033296     MOVE WTR-PLAY-ID TO ANSWER-FIELD.
033297     PERFORM 5700-FIND-WATCH THRU 5700-EXIT.
033298     IF WATCH-MATCH > ZERO
033299         DISPLAY 'PLAYER ' WTR-PLAY-ID ' IS STILL ON THE '
033300                 'WATCHLIST - CLEAR THE PLAYER WITH W FIRST'
033301         MOVE 'Y' TO WATCH-BLOCK
033302     END-IF.
033303 5800-EXIT.
033304     EXIT.
033305*****************************************************************
033400*  6000-AGING-REPORT - ITEMS HELD LONGER THAN THE LIMIT         *
033500*****************************************************************
033600 6000-AGING-REPORT.
051000     ADD 1 TO HELD-COUNT.
051100 8100-EXIT.
051200     EXIT.
051210*****************************************************************
051220*  8300-REWRITE-WATCH - PUT BACK A WATCHLIST WITH CLEARINGS     *
051230*****************************************************************
051240 8300-REWRITE-WATCH.
051242     IF NOT WATCH-WAS-CHANGED
051244         GO TO 8300-EXIT
051246     END-IF.
051248     OPEN OUTPUT WATCH-FILE.
051250     IF NOT WATCH-OK
051252         DISPLAY 'SUSPCORR: CANNOT REWRITE WATCHLIST, STATUS '
051254                 WATCH-STATUS
051256         GO TO 8300-EXIT
051258     END-IF.
051260     MOVE ZERO TO WATCH-SUB.
051262     PERFORM 8400-REWRITE-ONE-WATCH THRU 8400-EXIT
051264         UNTIL WATCH-SUB >= WT-COUNT.
051266     CLOSE WATCH-FILE.
051268     DISPLAY 'WATCHLIST REWRITTEN: ' FLAGGED-COUNT
051270             ' PLAYERS STILL FLAGGED'.
051272 8300-EXIT.
051274     EXIT.
051276*****************************************************************
051278*  8400-REWRITE-ONE-WATCH - WRITE ONE WATCHLIST ENTRY BACK      *
051280*****************************************************************
051282 8400-REWRITE-ONE-WATCH.
051284     ADD 1 TO WATCH-SUB.
051286     WRITE WTCH-REC FROM WT-ENTRY (WATCH-SUB).
051288 8400-EXIT.
051290     EXIT.
051300*****************************************************************
051310*  8500-WRITE-RELEASE - THE RELEASED CARDS GO OUT AS A          *
051320*  COMPLETE TRANS-IN BATCH OF THEIR OWN                         *
051362     MOVE 'H'              TO WTR-TYPE.
051364     MOVE RELEASE-BATCH-ID TO WTR-HDR-BATCH-ID.
051366     MOVE CURRENT-DATE-N   TO WTR-HDR-CREATE-DT.
051367     MOVE OPERATOR-ID      TO WTR-HDR-KEYED-BY.
051368     MOVE RELEASED-COUNT   TO WTR-HDR-COUNT.
051370     WRITE RELEASE-REC FROM WTR-REC.
051372     MOVE ZERO TO ITEM-SUB.
051406     WRITE RELEASE-REC FROM REL-CARD (ITEM-SUB).
051408 8600-EXIT.
051410     EXIT.
051411*****************************************************************
051412*  8700-WRITE-LOG - BEFORE-IMAGE AND AFTER-IMAGE OF ONE ACTION  *
051413*  ON THE MAINTENANCE LOG                                       *
051414*****************************************************************
051415 8700-WRITE-LOG.
051416     ACCEPT DATE-WORK FROM DATE.
051417     ACCEPT TIME-WORK FROM TIME.
051418     MOVE SPACES           TO MLOG-REC.
051419     COMPUTE MLOG-DATE =
051420         20000000 + (DATE-WORK-YY * 10000)
051421                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
051422     MOVE TIME-WORK-HHMMSS TO MLOG-TIME.
051423     MOVE OPERATOR-ID      TO MLOG-OPERATOR.
051424     MOVE 'SUSPCORR'       TO MLOG-PROGRAM.
051425     MOVE LOG-ACTION       TO MLOG-ACTION.
051426     MOVE LOG-PLAY-ID      TO MLOG-PLAY-ID.
051427     MOVE ITEM-NUMBER      TO MLOG-ITEM-NO.
051428     MOVE 'B'              TO MLOG-IMAGE.
051429     MOVE BEFORE-IMAGE     TO MLOG-DATA.
051430     WRITE MLOG-REC.
051431     IF NOT MAINTLOG-OK
051432         DISPLAY 'SUSPCORR: MAINTENANCE LOG WRITE ERROR, STATUS '
051433                 MAINTLOG-STATUS ' ON THE BEFORE-IMAGE'
051434     END-IF.
051435     MOVE 'A'              TO MLOG-IMAGE.
051436     MOVE AFTER-IMAGE      TO MLOG-DATA.
051437     WRITE MLOG-REC.
051438     IF NOT MAINTLOG-OK
051439         DISPLAY 'SUSPCORR: MAINTENANCE LOG WRITE ERROR, STATUS '
051440                 MAINTLOG-STATUS
051441     END-IF.
051442 8700-EXIT.
051443     EXIT.
051444*****************************************************************
051445*  9000-TERMINATE - CLOSE THE LOG AND SAY GOODBYE               *
051500*****************************************************************
051600 9000-TERMINATE.
051700     IF LOG-OPENED
051800         CLOSE MAINT-LOG
051900     END-IF.
052000     DISPLAY 'SUSPCORR ENDED'.
052100 9000-EXIT.
052200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DATECTL.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  DATECTL  --  PROCESSING-DATE CONTROL                         *
000900*                                                               *
001000*  KEEPS THE ONE-RECORD PROCESSING-DATE FILE (PROCDATE, SEE     *
001100*  GMPDTE) THAT THE DATE-DRIVEN WINDOW JOBS READ IN PLACE OF    *
001200*  THEIR OWN DATE CARDS.  FUNCTION FROM THE PROC-FUNC CARD:     *
001300*                                                               *
001400*      0  ADVANCE (DEFAULT) - LAST STEP OF THE WINDOW, AFTER    *
001500*         JOBSTAT.  THE DATE MOVES ON ONE DAY ONLY WHEN THE     *
001600*         LAST JOBSTAT RUN IN THE WINDOW ENDED RC 0004 OR       *
001700*         BETTER, NO WINDOW JOB HAS RUN SINCE IT, AND THE       *
001800*         PROCESSING DAY IS OVER.  OTHERWISE THE DATE IS HELD.  *
001900*      1  SHOW - REPORT ONLY.  RUN AT THE START OF THE WINDOW   *
002000*         TO ASK WHETHER A DAY IS DUE.                          *
002100*      2  SET - SET THE DATE FROM THE PROC-SET CARD AND OPEN A  *
002200*         NEW WINDOW FOR IT.  USED TO START THE FILE OR TO      *
002300*         RE-POINT IT BY HAND.                                  *
002400*                                                               *
002500*  EVERY CALENDAR DAY IS A BUSINESS DAY.  A DAY IS DUE ONCE IT  *
002600*  IS IN THE PAST, OR IS TODAY AND THE TIME HAS REACHED THE     *
002700*  WIN-START CARD (HHMM, DEFAULT 2000), THE EARLIEST THE        *
002800*  NIGHTLY WINDOW IS EVER STARTED.                              *
002900*                                                               *
003000*  CATCH-UP: WHEN THE STRING MISSED A NIGHT, THE DATE IS STILL  *
003100*  DUE AFTER IT ADVANCES AND THE JOB ENDS RC 0004.  THE         *
003200*  SCHEDULER RUNS THE WINDOW AGAIN ON RC 0004 UNTIL DATECTL     *
003300*  ENDS RC 0000, SO EACH MISSED DAY IS PROCESSED ONCE, OLDEST   *
003400*  FIRST.  STATUS LISTING ON DATERPT.                           *
003500*                                                               *
003600*  RETURN CODES:  0000 = DONE, NO DAY DUE                       *
003700*                 0004 = DONE, A DAY IS DUE - RUN THE WINDOW    *
003800*                        (AGAIN) FOR THE NEW PROCESSING DATE    *
003900*                 0008 = DATE HELD - WINDOW NOT CLEAN OR NOT    *
004000*                        YET PASSED BY JOBSTAT                  *
004100*                 0012 = REFUSED - DAY NOT OVER, BAD PROC-FUNC  *
004200*                        OR PROC-SET CARD                       *
004300*                 0016 = FILE ERROR, DATE NOT CHANGED           *
004400*****************************************************************
004500*  MODIFICATION HISTORY                                         *
004600*  2026-10-15  TG   NEW PROGRAM                                 *
004650*  2026-10-15  TG   DATERPT CLOSED ONLY WHEN ITS OPEN SUCCEEDED *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SPECIAL-NAMES.
005100     CONSOLE IS OPERATOR-CONSOLE.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS  IS PROCDATE-STATUS.
005700     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS  IS RUNCTL-STATUS.
006000     SELECT PARM-FILE        ASSIGN TO GMPARM
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS  IS PARM-STATUS.
006300     SELECT REPORT-FILE      ASSIGN TO DATERPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS  IS REPORT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PROC-DATE-FILE.
006900     COPY GMPDTE.
007000 FD  RUN-STATUS-FILE.
007100     COPY GMRSTA.
007200 FD  PARM-FILE.
007300     COPY GMPARM.
007400 FD  REPORT-FILE.
007500 01  REPORT-LINE             PIC X(132).
007600 WORKING-STORAGE SECTION.
007700 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
007800     88  PROCDATE-OK                     VALUE '00'.
007900 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
008000     88  RUNCTL-OK                       VALUE '00'.
008100     88  RUNCTL-EOF                      VALUE '10'.
008200 77  PARM-STATUS             PIC X(02) VALUE SPACES.
008300     88  PARM-OK                         VALUE '00'.
008400     88  PARM-EOF                        VALUE '10'.
008500 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
008600     88  REPORT-OK                       VALUE '00'.
008700 77  RUN-RC                  PIC 9(04) VALUE ZERO.
008800 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
008900 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
009000 77  PROC-FUNC               PIC 9(01) VALUE ZERO.
009100     88  FUNC-ADVANCE                    VALUE 0.
009200     88  FUNC-SHOW                       VALUE 1.
009300     88  FUNC-SET                        VALUE 2.
009400 77  SET-DATE                PIC 9(08) VALUE ZERO.
009500 77  WIN-START               PIC 9(04) VALUE 2000.
009600 77  WIN-START-TIME          PIC 9(06) VALUE ZERO.
009700 77  PROC-DATE               PIC 9(08) VALUE ZERO.
009800 77  OLD-PROC-DATE           PIC 9(08) VALUE ZERO.
009900 77  LAST-DATE               PIC 9(08) VALUE ZERO.
010000 77  OPEN-HOW                PIC X(01) VALUE SPACE.
010100 77  CONTROL-FOUND           PIC X(01) VALUE 'N'.
010200     88  CONTROL-ON-FILE                 VALUE 'Y'.
010220 77  REPORT-OPENED           PIC X(01) VALUE 'N'.
010240     88  REPORT-IS-OPEN                  VALUE 'Y'.
010300 77  JOBSTAT-SEEN            PIC X(01) VALUE 'N'.
010400     88  JOBSTAT-JUDGED                  VALUE 'Y'.
010500 77  JOBSTAT-RC              PIC 9(04) VALUE ZERO.
010600 77  WINDOW-CLEAN            PIC X(01) VALUE 'N'.
010700     88  WINDOW-IS-CLEAN                 VALUE 'Y'.
010800 77  DUE-FLAG                PIC X(01) VALUE 'N'.
010900     88  DATE-IS-DUE                     VALUE 'Y'.
011000 77  DAYS-DUE                PIC 9(03) VALUE ZERO.
011100 77  DAYS-DUE-MAX            PIC 9(03) VALUE 999.
011200 77  RECORDS-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
011300 77  WINDOW-RUN-COUNT        PIC 9(07) COMP VALUE ZERO.
011400 77  LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
011500 77  LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
011600 77  MONTH-DAYS              PIC 9(02) VALUE ZERO.
011700 01  DATE-WORK.
011800     05  DATE-WORK-YY        PIC 9(02).
011900     05  DATE-WORK-MM        PIC 9(02).
012000     05  DATE-WORK-DD        PIC 9(02).
012100 01  TIME-WORK.
012200     05  TIME-WORK-HHMMSS    PIC 9(06).
012300     05  FILLER              PIC 9(02).
012400 01  CALC-DATE.
012500     05  CALC-YYYY           PIC 9(04).
012600     05  CALC-MM             PIC 9(02).
012700     05  CALC-DD             PIC 9(02).
012800 01  CALC-DATE-N             REDEFINES CALC-DATE
012900                             PIC 9(08).
013000*    DATE AND TIME STAMPS, COMPARED WHOLE SO A WINDOW THAT RUNS
013100*    PAST MIDNIGHT STAYS IN ORDER.
013200 01  WINDOW-OPEN-STAMP.
013300     05  WINDOW-OPEN-DATE    PIC 9(08) VALUE ZERO.
013400     05  WINDOW-OPEN-TIME    PIC 9(06) VALUE ZERO.
013500 01  RUN-STAMP.
013600     05  RUN-STAMP-DATE      PIC 9(08) VALUE ZERO.
013700     05  RUN-STAMP-TIME      PIC 9(06) VALUE ZERO.
013800 01  JOBSTAT-STAMP.
013900     05  JOBSTAT-DATE        PIC 9(08) VALUE ZERO.
014000     05  JOBSTAT-TIME        PIC 9(06) VALUE ZERO.
014100 01  LAST-JOB-STAMP.
014200     05  LAST-JOB-DATE       PIC 9(08) VALUE ZERO.
014300     05  LAST-JOB-TIME       PIC 9(06) VALUE ZERO.
014400 01  HEADING-LINE-1.
014500     05  FILLER              PIC X(10) VALUE 'DATECTL'.
014600     05  FILLER              PIC X(34)
014700         VALUE 'PROCESSING DATE CONTROL - RUN OF'.
014800     05  HDG1-DATE           PIC 9(08).
014900     05  FILLER              PIC X(01) VALUE SPACE.
015000     05  HDG1-TIME           PIC 9(06).
015100     05  FILLER              PIC X(73) VALUE SPACES.
015200 01  DATE-LINE.
015300     05  FILLER              PIC X(01) VALUE SPACE.
015400     05  DLN-LABEL           PIC X(30).
015500     05  DLN-DATE            PIC 9(08).
015600     05  FILLER              PIC X(01) VALUE SPACE.
015700     05  DLN-TIME            PIC X(06).
015800     05  FILLER              PIC X(86) VALUE SPACES.
015900 01  TOTAL-LINE.
016000     05  FILLER              PIC X(01) VALUE SPACE.
016100     05  TOT-LABEL           PIC X(30).
016200     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
016300     05  FILLER              PIC X(92) VALUE SPACES.
016400 01  MESSAGE-LINE.
016500     05  FILLER              PIC X(01) VALUE SPACE.
016600     05  MSG-TEXT            PIC X(70).
016700     05  FILLER              PIC X(61) VALUE SPACES.
016800 01  ACTION-TEXT             PIC X(70) VALUE SPACES.
016900 PROCEDURE DIVISION.
017000*****************************************************************
017100*  0000-MAINLINE - CONTROL THE DATE RUN                         *
017200*****************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     IF RUN-RC < 12
017600         EVALUATE TRUE
017700             WHEN FUNC-SET
017800                 PERFORM 4000-SET-DATE THRU 4000-EXIT
017900             WHEN FUNC-ADVANCE
018000                 PERFORM 2000-JUDGE-WINDOW THRU 2000-EXIT
018100                 IF WINDOW-IS-CLEAN
018200                     PERFORM 3000-ADVANCE-DATE THRU 3000-EXIT
018300                 END-IF
018400             WHEN OTHER
018500                 MOVE 'SHOWN ONLY - NOTHING CHANGED'
018600                     TO ACTION-TEXT
018700         END-EVALUATE
018800     END-IF.
018900     IF RUN-RC < 16
019000        AND (CONTROL-ON-FILE OR RUN-RC = ZERO)
019100         PERFORM 5000-COUNT-DUE THRU 5000-EXIT
019200         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
019300     END-IF.
019400     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019600     MOVE RUN-RC TO RETURN-CODE.
019700     STOP RUN.
019800*****************************************************************
019900*  1000-INITIALIZE - CARDS, REPORT AND THE CONTROL RECORD       *
020000*****************************************************************
020100 1000-INITIALIZE.
020200     ACCEPT DATE-WORK FROM DATE.
020300     COMPUTE CURRENT-DATE-N =
020400         20000000 + (DATE-WORK-YY * 10000)
020500                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
020600     ACCEPT TIME-WORK FROM TIME.
020700     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
020800     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
020900     COMPUTE WIN-START-TIME = WIN-START * 100.
021000     OPEN OUTPUT REPORT-FILE.
021100     IF NOT REPORT-OK
021200         DISPLAY 'DATECTL: CANNOT OPEN DATERPT, STATUS '
021300                 REPORT-STATUS
021400             UPON OPERATOR-CONSOLE
021500         MOVE 16 TO RUN-RC
021600         GO TO 1000-EXIT
021700     END-IF.
021750     MOVE 'Y' TO REPORT-OPENED.
021800     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100*****************************************************************
022200*  1200-READ-CONTROL - LOAD THE PROCESSING-DATE RECORD.  ONLY   *
022300*  THE SET FUNCTION MAY RUN WITHOUT ONE.                        *
022400*****************************************************************
022500 1200-READ-CONTROL.
022600     OPEN INPUT PROC-DATE-FILE.
022700     IF PROCDATE-STATUS = '35'
022800         IF NOT FUNC-SET
022900             DISPLAY 'DATECTL: NO PROCESSING DATE ON FILE - SET '
023000                     'ONE WITH PROC-FUNC 2'
023100                 UPON OPERATOR-CONSOLE
023200             MOVE 16 TO RUN-RC
023300         END-IF
023400         GO TO 1200-EXIT
023500     END-IF.
023600     IF NOT PROCDATE-OK
023700         DISPLAY 'DATECTL: PROCDATE OPEN ERROR, STATUS '
023800                 PROCDATE-STATUS
023900             UPON OPERATOR-CONSOLE
024000         MOVE 16 TO RUN-RC
024100         GO TO 1200-EXIT
024200     END-IF.
024300     READ PROC-DATE-FILE
024400         AT END MOVE '10' TO PROCDATE-STATUS.
024500     IF PROCDATE-OK
024600        AND PDTE-PROC-DATE NUMERIC
024700        AND PDTE-OPEN-STAMP NUMERIC
024800         MOVE 'Y'             TO CONTROL-FOUND
024900         MOVE PDTE-PROC-DATE  TO PROC-DATE OLD-PROC-DATE
025000         MOVE PDTE-OPEN-STAMP TO WINDOW-OPEN-STAMP
025100         MOVE PDTE-OPEN-HOW   TO OPEN-HOW
025200         IF PDTE-LAST-DATE NUMERIC
025300             MOVE PDTE-LAST-DATE TO LAST-DATE
025400         END-IF
025500     ELSE
025600         IF NOT FUNC-SET
025700             DISPLAY 'DATECTL: PROCESSING DATE RECORD MISSING OR '
025800                     'INVALID, STATUS ' PROCDATE-STATUS
025900                 UPON OPERATOR-CONSOLE
026000             MOVE 16 TO RUN-RC
026100         END-IF
026200     END-IF.
026300     CLOSE PROC-DATE-FILE.
026400 1200-EXIT.
026500     EXIT.
026600*****************************************************************
026700*  1300-FORWARD-ONE-DAY - STEP CALC-DATE ON ONE DAY             *
026800*****************************************************************
026900 1300-FORWARD-ONE-DAY.
027000     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
027100     IF CALC-DD < MONTH-DAYS
027200         ADD 1 TO CALC-DD
027300     ELSE
027400         MOVE 1 TO CALC-DD
027500         IF CALC-MM = 12
027600             MOVE 1 TO CALC-MM
027700             ADD 1 TO CALC-YYYY
027800         ELSE
027900             ADD 1 TO CALC-MM
028000         END-IF
028100     END-IF.
028200 1300-EXIT.
028300     EXIT.
028400*****************************************************************
028500*  1350-DAYS-IN-MONTH - DAYS IN CALC-MM OF CALC-YYYY            *
028600*****************************************************************
028700 1350-DAYS-IN-MONTH.
028800     EVALUATE CALC-MM
028900         WHEN 4
029000         WHEN 6
029100         WHEN 9
029200         WHEN 11
029300             MOVE 30 TO MONTH-DAYS
029400         WHEN 2
029500             PERFORM 1360-FEBRUARY-DAYS THRU 1360-EXIT
029600         WHEN OTHER
029700             MOVE 31 TO MONTH-DAYS
029800     END-EVALUATE.
029900 1350-EXIT.
030000     EXIT.
030100*****************************************************************
030200*  1360-FEBRUARY-DAYS - 28 OR 29 FOR CALC-YYYY                  *
030300*****************************************************************
030400 1360-FEBRUARY-DAYS.
030500     MOVE 28 TO MONTH-DAYS.
030600     DIVIDE CALC-YYYY BY 400
030700         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
030800     IF LEAP-REMAINDER = ZERO
030900         MOVE 29 TO MONTH-DAYS
031000         GO TO 1360-EXIT
031100     END-IF.
031200     DIVIDE CALC-YYYY BY 100
031300         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
031400     IF LEAP-REMAINDER = ZERO
031500         GO TO 1360-EXIT
031600     END-IF.
031700     DIVIDE CALC-YYYY BY 4
031800         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
031900     IF LEAP-REMAINDER = ZERO
032000         MOVE 29 TO MONTH-DAYS
032100     END-IF.
032200 1360-EXIT.
032300     EXIT.
032400*****************************************************************
032500*  1500-LOAD-PARMS - PROC-FUNC, PROC-SET AND WIN-START CARDS    *
032600*****************************************************************
032700 1500-LOAD-PARMS.
032800     OPEN INPUT PARM-FILE.
032900     IF NOT PARM-OK
033000         GO TO 1500-EXIT
033100     END-IF.
033200     PERFORM 1600-READ-PARM THRU 1600-EXIT
033300         UNTIL PARM-EOF.
033400     CLOSE PARM-FILE.
033500 1500-EXIT.
033600     EXIT.
033700*****************************************************************
033800*  1600-READ-PARM - APPLY ONE PARAMETER CARD                    *
033900*****************************************************************
034000 1600-READ-PARM.
034100     READ PARM-FILE
034200         AT END GO TO 1600-EXIT.
034300     IF PARM-REC (1:1) = '*'
034400         GO TO 1600-EXIT
034500     END-IF.
034600     IF NOT PARM-VALUE-X NUMERIC
034700         GO TO 1600-EXIT
034800     END-IF.
034900     EVALUATE PARM-KEYWORD
035000         WHEN 'PROC-FUNC '
035100             IF PARM-VALUE > 2
035200                 DISPLAY 'DATECTL: PROC-FUNC ' PARM-VALUE
035300                         ' NOT KNOWN - RUN REFUSED'
035400                     UPON OPERATOR-CONSOLE
035500                 MOVE 12 TO RUN-RC
035600             ELSE
035700                 MOVE PARM-VALUE TO PROC-FUNC
035800             END-IF
035900         WHEN 'PROC-SET  '
036000             MOVE PARM-VALUE TO SET-DATE
036100         WHEN 'WIN-START '
036200             IF PARM-VALUE < 2400
036300                 MOVE PARM-VALUE TO WIN-START
036400             END-IF
036500     END-EVALUATE.
036600 1600-EXIT.
036700     EXIT.
036800*****************************************************************
036900*  1700-TEST-DUE - IS THE DAY IN CALC-DATE DUE FOR ITS WINDOW   *
037000*****************************************************************
037100 1700-TEST-DUE.
037200     MOVE 'N' TO DUE-FLAG.
037300     IF CALC-DATE-N < CURRENT-DATE-N
037400         MOVE 'Y' TO DUE-FLAG
037500     END-IF.
037600     IF CALC-DATE-N = CURRENT-DATE-N
037700        AND CURRENT-TIME-N NOT < WIN-START-TIME
037800         MOVE 'Y' TO DUE-FLAG
037900     END-IF.
038000 1700-EXIT.
038100     EXIT.
038200*****************************************************************
038300*  2000-JUDGE-WINDOW - READ THE WINDOW BACK OFF RUNCTL AND      *
038400*  DECIDE WHETHER THE DATE MAY MOVE                             *
038500*****************************************************************
038600 2000-JUDGE-WINDOW.
038700     OPEN INPUT RUN-STATUS-FILE.
038800     IF RUNCTL-STATUS = '35'
038900         MOVE '10' TO RUNCTL-STATUS
039000     ELSE
039100         IF NOT RUNCTL-OK
039200             DISPLAY 'DATECTL: RUN CONTROL OPEN ERROR, STATUS '
039300                     RUNCTL-STATUS
039400                 UPON OPERATOR-CONSOLE
039500             MOVE 16 TO RUN-RC
039600             GO TO 2000-EXIT
039700         END-IF
039800         PERFORM 2500-READ-RECORD THRU 2500-EXIT
039900         PERFORM 2100-TAKE-RECORD THRU 2100-EXIT
040000             UNTIL RUNCTL-EOF
040100         CLOSE RUN-STATUS-FILE
040200     END-IF.
040300     IF RUN-RC >= 16
040400         GO TO 2000-EXIT
040500     END-IF.
040600     MOVE PROC-DATE TO CALC-DATE-N.
040700     PERFORM 1700-TEST-DUE THRU 1700-EXIT.
040800     EVALUATE TRUE
040900         WHEN NOT DATE-IS-DUE
041000             MOVE 'REFUSED - THE PROCESSING DAY IS NOT OVER YET'
041100                 TO ACTION-TEXT
041200             MOVE 12 TO RUN-RC
041300         WHEN NOT JOBSTAT-JUDGED
041400             MOVE 'HELD - JOBSTAT HAS NOT JUDGED THIS WINDOW'
041500                 TO ACTION-TEXT
041600             MOVE 8 TO RUN-RC
041700         WHEN LAST-JOB-STAMP > JOBSTAT-STAMP
041800             MOVE 'HELD - JOBS RAN AFTER JOBSTAT, RERUN JOBSTAT'
041900                 TO ACTION-TEXT
042000             MOVE 8 TO RUN-RC
042100         WHEN JOBSTAT-RC >= 8
042200             MOVE 'HELD - WINDOW NOT CLEAN, SEE JOBRPT'
042300                 TO ACTION-TEXT
042400             MOVE 8 TO RUN-RC
042500         WHEN OTHER
042600             MOVE 'Y' TO WINDOW-CLEAN
042700     END-EVALUATE.
042800     IF NOT WINDOW-IS-CLEAN
042900         DISPLAY 'DATECTL: PROCESSING DATE ' PROC-DATE ' '
043000                 ACTION-TEXT
043100             UPON OPERATOR-CONSOLE
043200     END-IF.
043300 2000-EXIT.
043400     EXIT.
043500*****************************************************************
043600*  2100-TAKE-RECORD - ONE RUN-STATUS RECORD.  RECORDS BEFORE    *
043700*  THE WINDOW OPENED BELONG TO AN EARLIER DAY; DATECTL'S OWN    *
043800*  ARE SKIPPED, AND JOBSTAT'S ARE THE VERDICT, NOT WINDOW RUNS. *
043900*****************************************************************
044000 2100-TAKE-RECORD.
044100     MOVE RSTA-RUN-DATE TO RUN-STAMP-DATE.
044200     MOVE RSTA-RUN-TIME TO RUN-STAMP-TIME.
044300     IF RUN-STAMP < WINDOW-OPEN-STAMP
044400        OR RSTA-JOB-NAME = 'DATECTL '
044500         GO TO 2100-NEXT
044600     END-IF.
044700*    THE FILE IS APPENDED IN RUN ORDER, SO THE LAST JOBSTAT
044800*    RECORD IS THE VERDICT THAT STANDS.
044900     IF RSTA-JOB-NAME = 'JOBSTAT '
045000         MOVE 'Y'       TO JOBSTAT-SEEN
045100         MOVE RSTA-RC   TO JOBSTAT-RC
045200         MOVE RUN-STAMP TO JOBSTAT-STAMP
045300         GO TO 2100-NEXT
045400     END-IF.
045500     ADD 1 TO WINDOW-RUN-COUNT.
045600     IF RUN-STAMP > LAST-JOB-STAMP
045700         MOVE RUN-STAMP TO LAST-JOB-STAMP
045800     END-IF.
045900 2100-NEXT.
046000     PERFORM 2500-READ-RECORD THRU 2500-EXIT.
046100 2100-EXIT.
046200     EXIT.
046300*****************************************************************
046400*  2500-READ-RECORD - READ THE NEXT RUN-STATUS RECORD           *
046500*****************************************************************
046600 2500-READ-RECORD.
046700     READ RUN-STATUS-FILE
046800         AT END GO TO 2500-EXIT.
046900     IF NOT RUNCTL-OK AND NOT RUNCTL-EOF
047000         DISPLAY 'DATECTL: RUN CONTROL READ ERROR, STATUS '
047100                 RUNCTL-STATUS
047200             UPON OPERATOR-CONSOLE
047300         MOVE 16 TO RUN-RC
047400         MOVE '10' TO RUNCTL-STATUS
047500         GO TO 2500-EXIT
047600     END-IF.
047700     ADD 1 TO RECORDS-READ-COUNT.
047800 2500-EXIT.
047900     EXIT.
048000*****************************************************************
048100*  3000-ADVANCE-DATE - CLOSE THE DAY AND OPEN THE NEXT WINDOW   *
048200*****************************************************************
048300 3000-ADVANCE-DATE.
048400     MOVE PROC-DATE TO LAST-DATE.
048500     MOVE PROC-DATE TO CALC-DATE-N.
048600     PERFORM 1300-FORWARD-ONE-DAY THRU 1300-EXIT.
048700     MOVE CALC-DATE-N TO PROC-DATE.
048800     MOVE 'A' TO OPEN-HOW.
048900     PERFORM 3500-WRITE-CONTROL THRU 3500-EXIT.
049000     IF RUN-RC >= 16
049100         GO TO 3000-EXIT
049200     END-IF.
049300     MOVE 'ADVANCED - WINDOW PASSED BY JOBSTAT' TO ACTION-TEXT.
049400     DISPLAY 'DATECTL: PROCESSING DATE ADVANCED TO ' PROC-DATE
049500         UPON OPERATOR-CONSOLE.
049600 3000-EXIT.
049700     EXIT.
049800*****************************************************************
049900*  3500-WRITE-CONTROL - REWRITE THE ONE CONTROL RECORD, STAMPED *
050000*  AS THE OPENING OF THE NEW WINDOW                             *
050100*****************************************************************
050200 3500-WRITE-CONTROL.
050300     OPEN OUTPUT PROC-DATE-FILE.
050400     IF NOT PROCDATE-OK
050500         DISPLAY 'DATECTL: CANNOT WRITE PROCDATE, STATUS '
050600                 PROCDATE-STATUS ' - DATE NOT CHANGED'
050700             UPON OPERATOR-CONSOLE
050800         MOVE 16 TO RUN-RC
050900         GO TO 3500-EXIT
051000     END-IF.
051100     MOVE CURRENT-DATE-N TO WINDOW-OPEN-DATE.
051200     MOVE CURRENT-TIME-N TO WINDOW-OPEN-TIME.
051300     MOVE SPACES            TO PDTE-REC.
051400     MOVE PROC-DATE         TO PDTE-PROC-DATE.
051500     MOVE WINDOW-OPEN-STAMP TO PDTE-OPEN-STAMP.
051600     MOVE OPEN-HOW          TO PDTE-OPEN-HOW.
051700     MOVE LAST-DATE         TO PDTE-LAST-DATE.
051800     WRITE PDTE-REC.
051900     CLOSE PROC-DATE-FILE.
052000 3500-EXIT.
052100     EXIT.
052200*****************************************************************
052300*  4000-SET-DATE - SET THE DATE FROM THE PROC-SET CARD          *
052400*****************************************************************
052500 4000-SET-DATE.
052600     MOVE SET-DATE TO CALC-DATE-N.
052700     MOVE 'N' TO DUE-FLAG.
052800     IF CALC-YYYY > ZERO
052900        AND CALC-MM > ZERO AND CALC-MM < 13
053000        AND CALC-DD > ZERO
053100         PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT
053200         IF CALC-DD NOT > MONTH-DAYS
053300             MOVE 'Y' TO DUE-FLAG
053400         END-IF
053500     END-IF.
053600*    DUE-FLAG DOUBLES HERE AS THE VALID-DATE SWITCH.
053700     IF NOT DATE-IS-DUE
053800         MOVE 'REFUSED - PROC-SET CARD MISSING OR NOT A DATE'
053900             TO ACTION-TEXT
054000         DISPLAY 'DATECTL: PROC-SET ' SET-DATE
054100                 ' IS NOT A VALID DATE - NOTHING CHANGED'
054200             UPON OPERATOR-CONSOLE
054300         MOVE 12 TO RUN-RC
054400         GO TO 4000-EXIT
054500     END-IF.
054600     MOVE SET-DATE TO PROC-DATE.
054700     MOVE 'S' TO OPEN-HOW.
054800     PERFORM 3500-WRITE-CONTROL THRU 3500-EXIT.
054900     IF RUN-RC >= 16
055000         GO TO 4000-EXIT
055100     END-IF.
055200     MOVE 'Y' TO CONTROL-FOUND.
055300     MOVE 'SET FROM THE PROC-SET CARD' TO ACTION-TEXT.
055400     DISPLAY 'DATECTL: PROCESSING DATE SET TO ' PROC-DATE
055500         UPON OPERATOR-CONSOLE.
055600 4000-EXIT.
055700     EXIT.
055800*****************************************************************
055900*  5000-COUNT-DUE - DAYS DUE FROM THE PROCESSING DATE ON.  ANY  *
056000*  DAY DUE AFTER A GOOD RUN MAKES IT RC 0004: RUN THE WINDOW.   *
056100*****************************************************************
056200 5000-COUNT-DUE.
056300     MOVE ZERO TO DAYS-DUE.
056400     MOVE PROC-DATE TO CALC-DATE-N.
056500     PERFORM 1700-TEST-DUE THRU 1700-EXIT.
056600     PERFORM 5100-COUNT-ONE-DAY THRU 5100-EXIT
056700         UNTIL NOT DATE-IS-DUE
056800            OR DAYS-DUE >= DAYS-DUE-MAX.
056900     IF RUN-RC = ZERO
057000        AND DAYS-DUE > ZERO
057100         MOVE 4 TO RUN-RC
057200         DISPLAY 'DATECTL: WINDOW DUE FOR ' PROC-DATE
057300                 ' - DAYS DUE ' DAYS-DUE
057400             UPON OPERATOR-CONSOLE
057500     END-IF.
057600 5000-EXIT.
057700     EXIT.
057800*****************************************************************
057900*  5100-COUNT-ONE-DAY - COUNT ONE DUE DAY, TEST THE NEXT        *
058000*****************************************************************
058100 5100-COUNT-ONE-DAY.
058200     ADD 1 TO DAYS-DUE.
058300     PERFORM 1300-FORWARD-ONE-DAY THRU 1300-EXIT.
058400     PERFORM 1700-TEST-DUE THRU 1700-EXIT.
058500 5100-EXIT.
058600     EXIT.
058700*****************************************************************
058800*  6000-PRINT-REPORT - THE DATE CONTROL LISTING                 *
058900*****************************************************************
059000 6000-PRINT-REPORT.
059100     MOVE CURRENT-DATE-N TO HDG1-DATE.
059200     MOVE CURRENT-TIME-N TO HDG1-TIME.
059300     WRITE REPORT-LINE FROM HEADING-LINE-1
059400         AFTER ADVANCING PAGE.
059500     MOVE SPACES TO REPORT-LINE.
059600     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
059700     MOVE SPACES TO MESSAGE-LINE.
059800     EVALUATE TRUE
059900         WHEN FUNC-SET
060000             MOVE 'FUNCTION 2 - SET' TO MSG-TEXT
060100         WHEN FUNC-SHOW
060200             MOVE 'FUNCTION 1 - SHOW' TO MSG-TEXT
060300         WHEN OTHER
060400             MOVE 'FUNCTION 0 - ADVANCE' TO MSG-TEXT
060500     END-EVALUATE.
060600     WRITE REPORT-LINE FROM MESSAGE-LINE
060700         AFTER ADVANCING 1 LINE.
060800     MOVE 'PROCESSING DATE AT START' TO DLN-LABEL.
060900     MOVE OLD-PROC-DATE              TO DLN-DATE.
061000     MOVE SPACES                     TO DLN-TIME.
061100     WRITE REPORT-LINE FROM DATE-LINE AFTER ADVANCING 1 LINE.
061200     IF FUNC-ADVANCE
061300         MOVE 'RUN RECORDS READ'        TO TOT-LABEL
061400         MOVE RECORDS-READ-COUNT        TO TOT-VALUE
061500         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
061600         MOVE 'WINDOW RUNS SINCE IT OPENED' TO TOT-LABEL
061700         MOVE WINDOW-RUN-COUNT          TO TOT-VALUE
061800         WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
061900         IF JOBSTAT-JUDGED
062000             MOVE 'JOBSTAT RAN AT'      TO DLN-LABEL
062100             MOVE JOBSTAT-DATE          TO DLN-DATE
062200             MOVE JOBSTAT-TIME          TO DLN-TIME
062300             WRITE REPORT-LINE FROM DATE-LINE
062400                 AFTER ADVANCING 1 LINE
062500             MOVE 'JOBSTAT RETURN CODE' TO TOT-LABEL
062600             MOVE JOBSTAT-RC            TO TOT-VALUE
062700             WRITE REPORT-LINE FROM TOTAL-LINE
062800                 AFTER ADVANCING 1 LINE
062900         END-IF
063000     END-IF.
063100     MOVE SPACES TO MESSAGE-LINE.
063200     MOVE ACTION-TEXT TO MSG-TEXT.
063300     WRITE REPORT-LINE FROM MESSAGE-LINE
063400         AFTER ADVANCING 2 LINES.
063500     MOVE SPACES TO REPORT-LINE.
063600     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
063700     MOVE 'PROCESSING DATE NOW'      TO DLN-LABEL.
063800     MOVE PROC-DATE                  TO DLN-DATE.
063900     MOVE SPACES                     TO DLN-TIME.
064000     WRITE REPORT-LINE FROM DATE-LINE AFTER ADVANCING 1 LINE.
064100     MOVE 'WINDOW OPENED'            TO DLN-LABEL.
064200     MOVE WINDOW-OPEN-DATE           TO DLN-DATE.
064300     MOVE WINDOW-OPEN-TIME           TO DLN-TIME.
064400     WRITE REPORT-LINE FROM DATE-LINE AFTER ADVANCING 1 LINE.
064500     MOVE 'LAST DAY CLOSED'          TO DLN-LABEL.
064600     MOVE LAST-DATE                  TO DLN-DATE.
064700     MOVE SPACES                     TO DLN-TIME.
064800     WRITE REPORT-LINE FROM DATE-LINE AFTER ADVANCING 1 LINE.
064900     MOVE 'DAYS DUE TO RUN'          TO TOT-LABEL.
065000     MOVE DAYS-DUE                   TO TOT-VALUE.
065100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
065200     MOVE SPACES TO MESSAGE-LINE.
065300     EVALUATE TRUE
065400         WHEN DAYS-DUE > 1
065500             MOVE 'CATCH-UP - RUN THE WINDOW FOR THE DATE ABOVE,'
065600                 TO MSG-TEXT
065700             WRITE REPORT-LINE FROM MESSAGE-LINE
065800                 AFTER ADVANCING 2 LINES
065900             MOVE ' THEN ONCE MORE FOR EACH LATER DAY DUE'
066000                 TO MSG-TEXT
066100         WHEN DAYS-DUE = 1
066200             MOVE 'RUN THE WINDOW FOR THE DATE ABOVE' TO MSG-TEXT
066300         WHEN OTHER
066400             MOVE 'NO DAY DUE - NOTHING TO RUN' TO MSG-TEXT
066500     END-EVALUATE.
066600     WRITE REPORT-LINE FROM MESSAGE-LINE
066700         AFTER ADVANCING 1 LINE.
066800 6000-EXIT.
066900     EXIT.
067000*****************************************************************
067100*  8800-WRITE-RUN-STATUS - APPEND THIS RUN TO THE RUN CONTROL   *
067200*  FILE.  JOBSTAT AND LATER DATECTL RUNS SKIP THESE RECORDS.    *
067300*****************************************************************
067400 8800-WRITE-RUN-STATUS.
067500     OPEN EXTEND RUN-STATUS-FILE.
067600     IF RUNCTL-STATUS = '35'
067700         OPEN OUTPUT RUN-STATUS-FILE
067800         CLOSE RUN-STATUS-FILE
067900         OPEN EXTEND RUN-STATUS-FILE
068000     END-IF.
068100     IF NOT RUNCTL-OK
068200         DISPLAY 'DATECTL: CANNOT WRITE RUN CONTROL, STATUS '
068300                 RUNCTL-STATUS
068400             UPON OPERATOR-CONSOLE
068500         GO TO 8800-EXIT
068600     END-IF.
068700     MOVE SPACES            TO RSTA-REC.
068800     MOVE 'DATECTL '        TO RSTA-JOB-NAME.
068900     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
069000     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
069100     MOVE RUN-RC            TO RSTA-RC.
069200     MOVE WINDOW-RUN-COUNT  TO RSTA-COUNT-1.
069300     MOVE DAYS-DUE          TO RSTA-COUNT-2.
069400     WRITE RSTA-REC.
069500     CLOSE RUN-STATUS-FILE.
069600 8800-EXIT.
069700     EXIT.
069800*****************************************************************
069900*  9000-TERMINATE - CLOSE FILES                                 *
070000*****************************************************************
070100 9000-TERMINATE.
070200     IF REPORT-IS-OPEN
070220         CLOSE REPORT-FILE
070240     END-IF.
070300 9000-EXIT.
070400     EXIT.

000900*                                                               *
001000*  READS THE RUN CONTROL FILE (RUNCTL) OF RUN-STATUS RECORDS    *
001100*  APPENDED BY THE NIGHTLY JOBS AND PRINTS A ONE-PAGE           *
001150*  DASHBOARD (JOBRPT) FOR THE WINDOW OF THE PROCESSING DATE ON  *
001200*  PROCDATE: EVERY RUN STAMPED AT OR AFTER THE WINDOW WAS       *
001250*  OPENED, WHATEVER THE MACHINE DATE.  EXPECTED JOBS, IN        *
001300*  WINDOW ORDER:                                                *
001400*      TRANSBAT, ABANDON, SCORMRGE, RECONBAL, RATING, LEADRPT,  *
001450*      EXTRACT, ACHIEVE, WATCHDET                               *
001500*  PLUS ROLLUP, WHICH IS PERIOD-END ONLY AND NEVER FLAGGED      *
001600*  MISSING.  WHEN A JOB RAN MORE THAN ONCE THE LAST RUN OF      *
001620*  THE WINDOW IS SHOWN WITH THE RUN COUNT.                      *
001640*                                                               *
001660*  THE DASHBOARDS OWN RETURN CODE IS APPENDED TO RUNCTL AS THE  *
001680*  WINDOWS VERDICT: DATECTL MOVES THE PROCESSING DATE ON ONLY   *
001700*  AFTER A JOBSTAT RUN OF 0004 OR BETTER.  JOBSTAT AND DATECTL  *
001720*  RECORDS ARE NOT WINDOW RUNS AND ARE NOT SHOWN.               *
001800*                                                               *
001900*  FLAGS RAISED:                                                *
002000*      MISSING       A REQUIRED JOB LEFT NO RECORD              *
002100*      FAILED        THE JOB ENDED RC 0008 OR WORSE             *
002200*      OUT OF ORDER  ABANDON BEFORE TRANSBAT, SCORMRGE BEFORE   *
002250*                    ABANDON OR TRANSBAT, RECONBAL, ACHIEVE OR  *
002300*                    WATCHDET BEFORE SCORMRGE, OR A REPORT JOB  *
002350*                    BEFORE RECONBAL                            *
002400*      HELD-JOB RAN  RATING OR EXTRACT RAN ON A DAY RECONBAL    *
002500*                    ENDED RC 0008 OUT OF BALANCE - THE HOLD    *
002600*                    THE RECONBAL HEADER CALLS FOR              *
002620*      TABLE FULL    MORE JOBS REPORTED IN THAN THE JOB TABLE   *
002640*                    HOLDS - THE RUNS DROPPED ARE NAMED ON THE  *
002660*                    CONSOLE AND THE WINDOW IS NOT CLEAN        *
002700*                                                               *
002800*  RETURN CODES:  0000 = WINDOW CLEAN                           *
002900*                 0004 = WARNINGS ONLY (RC 0004 RUNS)           *
003000*                 0008 = MISSING, FAILED, OUT OF ORDER, A HELD  *
003100*                        JOB RAN OR THE JOB TABLE FULL          *
003200*                 0016 = FILE ERROR, NOTHING PROVED             *
003300*****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  2025-08-08  TG   NEW PROGRAM                                 *
003510*  2025-09-19  TG   SCORMRGE JOINS THE WINDOW BETWEEN TRANSBAT  *
003520*                   AND RECONBAL                                *
003530*  2026-10-15  TG   WINDOW TAKEN FROM THE PROCESSING-DATE       *
003540*                   CONTROL RECORD INSTEAD OF A REPORT-DT CARD; *
003550*                   ORDER CHECKS ON DATE AND TIME SO A WINDOW   *
003560*                   MAY RUN PAST MIDNIGHT; VERDICT WRITTEN TO   *
003570*                   RUNCTL FOR DATECTL                          *
003575*  2026-10-15  TG   ABANDON, ACHIEVE AND WATCHDET JOIN THE      *
003580*                   WINDOW WITH THEIR ORDER CHECKS; JOB TABLE   *
003585*                   RAISED TO 24 AND A FULL TABLE NO LONGER     *
003590*                   PASSES THE WINDOW                           *
003592*  2026-10-15  TG   WATCHDET CHECKED AGAINST SCORMRGE AS        *
003594*                   ACHIEVE IS                                  *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004300     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS RUNCTL-STATUS.
004600     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS  IS PROCDATE-STATUS.
004900     SELECT REPORT-FILE      ASSIGN TO JOBRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS  IS REPORT-STATUS.
005300 FILE SECTION.
005400 FD  RUN-STATUS-FILE.
005500     COPY GMRSTA.
005600 FD  PROC-DATE-FILE.
005700     COPY GMPDTE.
005800 FD  REPORT-FILE.
005900 01  REPORT-LINE             PIC X(132).
006000 WORKING-STORAGE SECTION.
006100 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
006200     88  RUNCTL-OK                       VALUE '00'.
006300     88  RUNCTL-EOF                      VALUE '10'.
006350 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
006400     88  PROCDATE-OK                     VALUE '00'.
006450 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
006500     88  REPORT-OK                       VALUE '00'.
006550 77  RUN-RC                  PIC 9(04) VALUE ZERO.
006600 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
006650 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
006700 77  REPORT-DATE             PIC 9(08) VALUE ZERO.
006750 77  RECORDS-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
006800 77  RECORDS-USED-COUNT      PIC 9(07) COMP VALUE ZERO.
006850 77  FLAGGED-COUNT           PIC 9(07) COMP VALUE ZERO.
006950 77  DROPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
007300 77  JT-SUB                  PIC S9(04) COMP VALUE ZERO.
007400 77  MATCH-SUB               PIC S9(04) COMP VALUE ZERO.
007500 77  JOB-MAX                 PIC S9(04) COMP VALUE 24.
007600*    ENTRIES 1-10 ARE LOADED IN WINDOW ORDER BY 1100-LOAD, SO
007700*    THE RULE CHECKS MAY INDEX THEM DIRECTLY.
007800 77  TRANSBAT-SUB            PIC S9(04) COMP VALUE 1.
007820 77  ABANDON-SUB             PIC S9(04) COMP VALUE 2.
007850 77  SCORMRGE-SUB            PIC S9(04) COMP VALUE 3.
007900 77  RECONBAL-SUB            PIC S9(04) COMP VALUE 4.
008000 77  RATING-SUB              PIC S9(04) COMP VALUE 5.
008100 77  LEADRPT-SUB             PIC S9(04) COMP VALUE 6.
008200 77  EXTRACT-SUB             PIC S9(04) COMP VALUE 7.
008220 77  ACHIEVE-SUB             PIC S9(04) COMP VALUE 8.
008240 77  WATCHDET-SUB            PIC S9(04) COMP VALUE 9.
008300 77  ROLLUP-SUB              PIC S9(04) COMP VALUE 10.
008400 77  WORK-JOB-NAME           PIC X(08) VALUE SPACES.
008500 77  WORK-REQUIRED           PIC X(01) VALUE SPACE.
008600 01  DATE-WORK.
008700     05  DATE-WORK-YY        PIC 9(02).
008800     05  DATE-WORK-MM        PIC 9(02).
008900     05  DATE-WORK-DD        PIC 9(02).
008905 01  TIME-WORK.
008910     05  TIME-WORK-HHMMSS    PIC 9(06).
008915     05  FILLER              PIC 9(02).
008920*    DATE AND TIME STAMPS, COMPARED WHOLE SO A WINDOW THAT RUNS
008925*    PAST MIDNIGHT STAYS IN ORDER.
008930 01  WINDOW-OPEN-STAMP.
008935     05  WINDOW-OPEN-DATE    PIC 9(08) VALUE ZERO.
008940     05  WINDOW-OPEN-TIME    PIC 9(06) VALUE ZERO.
008945 01  RUN-STAMP.
008950     05  RUN-STAMP-DATE      PIC 9(08) VALUE ZERO.
008955     05  RUN-STAMP-TIME      PIC 9(06) VALUE ZERO.
009000 01  JOB-TABLE.
009100     05  JT-COUNT            PIC S9(04) COMP VALUE ZERO.
009200     05  JT-ENTRY OCCURS 24 TIMES.
009300         10  JT-NAME         PIC X(08).
009400         10  JT-REQUIRED     PIC X(01).
009500             88  JT-IS-REQUIRED          VALUE 'R'.
009700             88  JT-IS-EXTRA             VALUE 'X'.
009800         10  JT-SEEN         PIC X(01).
009900             88  JT-WAS-SEEN             VALUE 'Y'.
009950         10  JT-STAMP.
010000             15  JT-DATE     PIC 9(08).
010050             15  JT-TIME     PIC 9(06).
010100         10  JT-RC           PIC 9(04).
010200         10  JT-C1           PIC 9(07).
010300         10  JT-C2           PIC 9(07).
010800     05  FILLER              PIC X(32)
010900         VALUE 'NIGHTLY OPERATIONS DASHBOARD FOR'.
011000     05  HDG1-DATE           PIC 9(08).
011020     05  FILLER              PIC X(16)
011040         VALUE '  WINDOW OPENED '.
011060     05  HDG1-OPEN-DATE      PIC 9(08).
011080     05  FILLER              PIC X(01) VALUE SPACE.
011100     05  HDG1-OPEN-TIME      PIC 9(06).
011120     05  FILLER              PIC X(51) VALUE SPACES.
011200 01  HEADING-LINE-2.
011300     05  FILLER              PIC X(10) VALUE 'JOB'.
011400     05  FILLER              PIC X(09) VALUE 'STATUS'.
015800         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
015900     END-IF.
016000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016020*    RUNCTL IS CLOSED FOR INPUT BEFORE THE VERDICT IS APPENDED.
016040     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
016100     MOVE RUN-RC TO RETURN-CODE.
016200     STOP RUN.
016300*****************************************************************
016500*****************************************************************
016600 1000-INITIALIZE.
016700     ACCEPT DATE-WORK FROM DATE.
016750     COMPUTE CURRENT-DATE-N =
016800         20000000 + (DATE-WORK-YY * 10000)
016850                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
016900     ACCEPT TIME-WORK FROM TIME.
016950     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
017000     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
017050     IF RUN-RC >= 16
017100         GO TO 1000-EXIT
017150     END-IF.
017200     MOVE 'TRANSBAT' TO WORK-JOB-NAME.
017300     MOVE 'R'        TO WORK-REQUIRED.
017400     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
017402     MOVE 'ABANDON ' TO WORK-JOB-NAME.
017404     MOVE 'R'        TO WORK-REQUIRED.
017406     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
017410     MOVE 'SCORMRGE' TO WORK-JOB-NAME.
017420     MOVE 'R'        TO WORK-REQUIRED.
017430     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
018400     MOVE 'EXTRACT ' TO WORK-JOB-NAME.
018500     MOVE 'R'        TO WORK-REQUIRED.
018600     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
018610     MOVE 'ACHIEVE ' TO WORK-JOB-NAME.
018620     MOVE 'R'        TO WORK-REQUIRED.
018630     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
018640     MOVE 'WATCHDET' TO WORK-JOB-NAME.
018650     MOVE 'R'        TO WORK-REQUIRED.
018660     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
018700     MOVE 'ROLLUP  ' TO WORK-JOB-NAME.
018800     MOVE 'O'        TO WORK-REQUIRED.
018900     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
022200     MOVE WORK-JOB-NAME TO JT-NAME (JT-COUNT).
022300     MOVE WORK-REQUIRED TO JT-REQUIRED (JT-COUNT).
022400     MOVE 'N'           TO JT-SEEN (JT-COUNT).
022450     MOVE ZERO          TO JT-DATE (JT-COUNT)
022500                           JT-TIME (JT-COUNT)
022600                           JT-RC (JT-COUNT)
022700                           JT-C1 (JT-COUNT)
022800                           JT-C2 (JT-COUNT)
023100 1100-EXIT.
023200     EXIT.
023300*****************************************************************
023350*  1500-READ-PROC-DATE - TAKE THE PROCESSING DATE AND THE       *
023400*  WINDOW OPENING STAMP FROM THE CONTROL RECORD (PROCDATE)      *
023450*****************************************************************
023500 1500-READ-PROC-DATE.
023550     OPEN INPUT PROC-DATE-FILE.
023600     IF NOT PROCDATE-OK
023650         DISPLAY 'JOBSTAT: NO PROCESSING DATE, PROCDATE STATUS '
023700                 PROCDATE-STATUS
023750             UPON OPERATOR-CONSOLE
023800         MOVE 16 TO RUN-RC
023850         GO TO 1500-EXIT
023900     END-IF.
023950     READ PROC-DATE-FILE
024000         AT END MOVE '10' TO PROCDATE-STATUS.
024050     IF PROCDATE-OK
024100        AND PDTE-PROC-DATE NUMERIC
024150        AND PDTE-OPEN-STAMP NUMERIC
024200         MOVE PDTE-PROC-DATE  TO REPORT-DATE
024250         MOVE PDTE-OPEN-STAMP TO WINDOW-OPEN-STAMP
024300     ELSE
024350         DISPLAY 'JOBSTAT: PROCESSING DATE RECORD MISSING OR '
024400                 'INVALID'
024450             UPON OPERATOR-CONSOLE
024500         MOVE 16 TO RUN-RC
024550     END-IF.
024600     CLOSE PROC-DATE-FILE.
024650 1500-EXIT.
026000     EXIT.
026100*****************************************************************
026150*  2000-TAKE-RECORD - ROLL ONE RUN-STATUS RECORD IN.  RUNS      *
026200*  BEFORE THE WINDOW OPENED BELONG TO AN EARLIER DAY.           *
026250*****************************************************************
026300 2000-TAKE-RECORD.
026350     MOVE RSTA-RUN-DATE TO RUN-STAMP-DATE.
026400     MOVE RSTA-RUN-TIME TO RUN-STAMP-TIME.
026450     IF RUN-STAMP < WINDOW-OPEN-STAMP
026500        OR RSTA-JOB-NAME = 'JOBSTAT '
026550        OR RSTA-JOB-NAME = 'DATECTL '
026600         GO TO 2000-NEXT
026700     END-IF.
026800     ADD 1 TO RECORDS-USED-COUNT.
027100         GO TO 2000-NEXT
027200     END-IF.
027300*    THE FILE IS APPENDED IN RUN ORDER, SO THE LAST RECORD OF
027400*    THE WINDOW FOR A JOB IS THE ONE THAT STANDS.
027500     MOVE 'Y'           TO JT-SEEN (MATCH-SUB).
027600     MOVE RUN-STAMP     TO JT-STAMP (MATCH-SUB).
027700     MOVE RSTA-RC       TO JT-RC (MATCH-SUB).
027800     MOVE RSTA-COUNT-1  TO JT-C1 (MATCH-SUB).
027900     MOVE RSTA-COUNT-2  TO JT-C2 (MATCH-SUB).
031200         DISPLAY 'JOBSTAT: JOB TABLE FULL, JOB '
031300                 RSTA-JOB-NAME ' DROPPED'
031400             UPON OPERATOR-CONSOLE
031420         ADD 1 TO DROPPED-COUNT
031440         IF RUN-RC < 8
031460             MOVE 8 TO RUN-RC
031480         END-IF
031500         GO TO 3000-EXIT
031600     END-IF.
031700     MOVE RSTA-JOB-NAME TO WORK-JOB-NAME.
033800     MOVE ZERO TO JT-SUB.
033900     PERFORM 5100-CHECK-ONE-JOB THRU 5100-EXIT
034000         UNTIL JT-SUB >= JT-COUNT.
034100*    ORDER: ABANDON MUST FOLLOW TRANSBAT, SCORMRGE MUST FOLLOW
034200*    BOTH, RECONBAL AND ACHIEVE MUST FOLLOW SCORMRGE, AND THE
034210*    REPORT JOBS FOLLOW RECONBAL.
034220     IF JT-WAS-SEEN (TRANSBAT-SUB)
034230        AND JT-WAS-SEEN (ABANDON-SUB)
034240        AND JT-STAMP (ABANDON-SUB) < JT-STAMP (TRANSBAT-SUB)
034250         MOVE 'OUT OF ORDER - BEFORE TRANSBAT'
034260             TO JT-FLAG (ABANDON-SUB)
034270         MOVE 8 TO RUN-RC
034280     END-IF.
034300     IF JT-WAS-SEEN (TRANSBAT-SUB)
034400        AND JT-WAS-SEEN (SCORMRGE-SUB)
034500        AND JT-STAMP (SCORMRGE-SUB) < JT-STAMP (TRANSBAT-SUB)
034600         MOVE 'OUT OF ORDER - BEFORE TRANSBAT'
034700             TO JT-FLAG (SCORMRGE-SUB)
034800         MOVE 8 TO RUN-RC
034900     END-IF.
034910     IF JT-WAS-SEEN (SCORMRGE-SUB)
034920        AND JT-WAS-SEEN (RECONBAL-SUB)
034930        AND JT-STAMP (RECONBAL-SUB) < JT-STAMP (SCORMRGE-SUB)
034940         MOVE 'OUT OF ORDER - BEFORE SCORMRGE'
034950             TO JT-FLAG (RECONBAL-SUB)
034960         MOVE 8 TO RUN-RC
034970     END-IF.
034972     IF JT-WAS-SEEN (ABANDON-SUB)
034974        AND JT-WAS-SEEN (SCORMRGE-SUB)
034976        AND JT-STAMP (SCORMRGE-SUB) < JT-STAMP (ABANDON-SUB)
034978         MOVE 'OUT OF ORDER - BEFORE ABANDON'
034980             TO JT-FLAG (SCORMRGE-SUB)
034982         MOVE 8 TO RUN-RC
034984     END-IF.
034986     IF JT-WAS-SEEN (SCORMRGE-SUB)
034988        AND JT-WAS-SEEN (ACHIEVE-SUB)
034990        AND JT-STAMP (ACHIEVE-SUB) < JT-STAMP (SCORMRGE-SUB)
034992         MOVE 'OUT OF ORDER - BEFORE SCORMRGE'
034994             TO JT-FLAG (ACHIEVE-SUB)
034996         MOVE 8 TO RUN-RC
034998     END-IF.
034999     IF JT-WAS-SEEN (SCORMRGE-SUB)
035000        AND JT-WAS-SEEN (WATCHDET-SUB)
035001        AND JT-STAMP (WATCHDET-SUB) < JT-STAMP (SCORMRGE-SUB)
035002         MOVE 'OUT OF ORDER - BEFORE SCORMRGE'
035003             TO JT-FLAG (WATCHDET-SUB)
035004         MOVE 8 TO RUN-RC
035005     END-IF.
035006     MOVE RATING-SUB TO JT-SUB.
035100     PERFORM 5200-CHECK-AFTER-RECON THRU 5200-EXIT.
035200     MOVE LEADRPT-SUB TO JT-SUB.
035300     PERFORM 5200-CHECK-AFTER-RECON THRU 5200-EXIT.
040600 5200-CHECK-AFTER-RECON.
040700     IF JT-WAS-SEEN (JT-SUB)
040800        AND JT-WAS-SEEN (RECONBAL-SUB)
040900        AND JT-STAMP (JT-SUB) < JT-STAMP (RECONBAL-SUB)
041000         MOVE 'OUT OF ORDER - BEFORE RECONBAL'
041100             TO JT-FLAG (JT-SUB)
041200         MOVE 8 TO RUN-RC
041700*  6000-PRINT-REPORT - THE ONE-PAGE DASHBOARD                   *
041800*****************************************************************
041900 6000-PRINT-REPORT.
041950     MOVE REPORT-DATE      TO HDG1-DATE.
042000     MOVE WINDOW-OPEN-DATE TO HDG1-OPEN-DATE.
042050     MOVE WINDOW-OPEN-TIME TO HDG1-OPEN-TIME.
042100     WRITE REPORT-LINE FROM HEADING-LINE-1
042200         AFTER ADVANCING PAGE.
042300     WRITE REPORT-LINE FROM HEADING-LINE-2
043200     MOVE 'RUN RECORDS READ'        TO TOT-LABEL.
043300     MOVE RECORDS-READ-COUNT        TO TOT-VALUE.
043400     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
043500     MOVE 'RUN RECORDS IN THE WINDOW' TO TOT-LABEL.
043600     MOVE RECORDS-USED-COUNT        TO TOT-VALUE.
043700     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
043710     IF DROPPED-COUNT > ZERO
043720         MOVE 'JOB TABLE FULL - RUNS DROPPED' TO TOT-LABEL
043730         MOVE DROPPED-COUNT         TO TOT-VALUE
043740         WRITE REPORT-LINE FROM TOTAL-LINE
043750             AFTER ADVANCING 1 LINE
043760     END-IF.
043800     MOVE SPACES TO MESSAGE-LINE.
043900     EVALUATE TRUE
044000         WHEN RUN-RC = ZERO
048100         MOVE JT-RUNS (JT-SUB) TO DTL-RUNS
048200     END-IF.
048300     MOVE JT-FLAG (JT-SUB)   TO DTL-FLAG.
048320     IF JT-FLAG (JT-SUB) NOT = SPACES
048340         ADD 1 TO FLAGGED-COUNT
048360     END-IF.
048400     WRITE REPORT-LINE FROM DETAIL-LINE
048500         AFTER ADVANCING 1 LINE.
048600 6100-EXIT.
048700     EXIT.
048800*****************************************************************
048802*  8800-WRITE-RUN-STATUS - APPEND THE VERDICT ON THE WINDOW TO  *
048804*  THE RUN CONTROL FILE FOR DATECTL                             *
048806*****************************************************************
048808 8800-WRITE-RUN-STATUS.
048810     OPEN EXTEND RUN-STATUS-FILE.
048812     IF RUNCTL-STATUS = '35'
048814         OPEN OUTPUT RUN-STATUS-FILE
048816         CLOSE RUN-STATUS-FILE
048818         OPEN EXTEND RUN-STATUS-FILE
048820     END-IF.
048822     IF NOT RUNCTL-OK
048824         DISPLAY 'JOBSTAT: CANNOT WRITE RUN CONTROL, STATUS '
048826                 RUNCTL-STATUS
048828             UPON OPERATOR-CONSOLE
048830         GO TO 8800-EXIT
048832     END-IF.
048834     MOVE SPACES             TO RSTA-REC.
048836     MOVE 'JOBSTAT '         TO RSTA-JOB-NAME.
048838     MOVE CURRENT-DATE-N     TO RSTA-RUN-DATE.
048840     MOVE CURRENT-TIME-N     TO RSTA-RUN-TIME.
048842     MOVE RUN-RC             TO RSTA-RC.
048844     MOVE RECORDS-USED-COUNT TO RSTA-COUNT-1.
048846     MOVE FLAGGED-COUNT      TO RSTA-COUNT-2.
048848     WRITE RSTA-REC.
048850     CLOSE RUN-STATUS-FILE.
048852 8800-EXIT.
048854     EXIT.
048856*****************************************************************
048900*  9000-TERMINATE - CLOSE FILES                                 *
049000*****************************************************************
049100 9000-TERMINATE.

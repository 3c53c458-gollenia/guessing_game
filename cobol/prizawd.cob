000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIZAWD.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  PRIZAWD  --  MONTHLY PRIZE AWARDS TO PAYROLL                 *
000900*                                                               *
001000*  RUNS AFTER ROLLUP.  READS THE MONTHLY HISTORY RECORDS FOR    *
001100*  THE PRIZE PERIOD (HISTIN, SEE GMHIST), RANKS THEM AS ROLLRPT *
001200*  DOES (POINTS, WINS, AVERAGE TRIES) AND APPLIES THE PRIZE     *
001300*  SCHEDULE CARDS (PRIZSCHD, SEE GMPRZS): PLACES PAID AND THEIR *
001400*  AMOUNTS, MINIMUM GAMES TO QUALIFY, INACTIVE PLAYERS          *
001500*  EXCLUDED.  A PLAYER WHO HAS BEEN THROUGH OFFBOARD (ID IS AN  *
001600*  ANONYMOUS 'Z' TOKEN OR THE NAME IS BLANK) OR IS MISSING      *
001700*  FROM THE MASTER KEEPS THE PLACE BUT THE PRIZE IS HELD BACK - *
001800*  THE PERSON CAN NO LONGER BE IDENTIFIED FOR PAYMENT.          *
001900*                                                               *
002000*  TWO RUNS PER MONTH (PRIZE-FUNC CARD):                        *
002100*    0 = REGISTER ONLY (DEFAULT).  PRINTS THE AWARD REGISTER    *
002120*        (PRIZRPT) FOR SIGN-OFF WITH THE THREE APPROVAL CARDS   *
002140*        TO KEY: PRIZE-OK (AMOUNT PAYABLE IN CENTS), PRIZE-AP   *
002160*        (THE PERIOD) AND PRIZE-HASH (PAYEE HASH TOTAL - THE    *
002180*        PLACE TIMES THE PLAYER ID, READ AS A BASE-37 NUMBER    *
002200*        WITH 0-9 AND A-Z AS THEIR DIGITS AND ANY OTHER         *
002220*        CHARACTER AS 36, SUMMED OVER THE AWARDS PAYABLE, LAST  *
002240*        8 DIGITS).                                             *
002260*    1 = PAY.  RECOMPUTES THE AWARDS AND, ONLY IF THE AMOUNT    *
002280*        ON THE PRIZE-OK CARD MATCHES THE AMOUNT PAYABLE TO     *
002300*        THE CENT, PRIZE-AP IS THE PERIOD BEING PAID AND        *
002320*        PRIZE-HASH MATCHES THE PAYEES AND PLACES RECOMPUTED,   *
002340*        WRITES THE PAYROLL INTERFACE FILE (PAYFILE)            *
002700*        AND ENTERS THE MONTH ON THE PAID-PRIZE REGISTER        *
002800*        (PRIZREG, SEE GMPREG):                                 *
002900*          H|GMPRIZE|PERIOD|RUN DATE|RUN TIME                   *
003000*          D|PLACE|PLAYER ID|NAME|AMOUNT                        *
003100*          T|DETAIL COUNT|AMOUNT TOTAL                          *
003200*  A MONTH ALREADY ON PRIZREG IS NEVER PAID AGAIN.              *
003300*                                                               *
003400*  THE PERIOD IS THE PRIZE-PD CARD (YYYYMM), ELSE THE ROLLUP-PD *
003500*  CARD, ELSE THE CURRENT MONTH - THE SAME DEFAULT AS ROLLUP.   *
003600*                                                               *
003700*  RETURN CODES:  0000 = REGISTER PRINTED / MONTH PAID          *
003800*                 0004 = AWARDS HELD, TIE AT THE LAST PAID      *
003900*                        PLACE, NOTHING TO PAY, OR A REGISTER   *
004000*                        RUN FOR A MONTH ALREADY PAID           *
004100*                 0012 = PAY REFUSED - ALREADY PAID, NO         *
004150*                        PRIZE-OK CARD, OR THE AMOUNT, PERIOD   *
004200*                        OR PAYEE HASH DOES NOT MATCH           *
004300*                 0016 = FILE ERROR, PLAYER TABLE FULL OR BAD   *
004350*                        SCHEDULE - THE MONTH IS NOT PAID       *
004400*****************************************************************
004500*  MODIFICATION HISTORY                                         *
004600*  2026-10-15  TG   NEW PROGRAM                                 *
004620*  2026-10-15  TG   NOTHING PAID FROM A RANKING CUT SHORT BY    *
004640*                   A FILE ERROR OR A FULL TABLE; PAYFILE       *
004660*                   WRITES CHECKED AND THE MONTH REGISTERED     *
004680*                   ONLY WHEN THE FILE IS COMPLETE              *
004682*  2026-10-15  TG   APPROVAL TIED TO THE PERIOD AND THE PAYEES  *
004684*                   (PRIZE-AP AND PRIZE-HASH CARDS) AS WELL AS  *
004686*                   THE AMOUNT, SO A LEFTOVER OR REUSED CARD    *
004688*                   CANNOT PAY AN UNSIGNED REGISTER             *
004690*  2026-10-15  TG   PRIZREG WRITE CHECKED - THE MONTH IS NOT    *
004692*                   REPORTED PAID UNLESS IT IS ON THE REGISTER  *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SPECIAL-NAMES.
005100     CONSOLE IS OPERATOR-CONSOLE.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PARM-FILE        ASSIGN TO GMPARM
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS  IS PARM-STATUS.
005700     SELECT SCHED-FILE       ASSIGN TO PRIZSCHD
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS SCHED-STATUS.
006000     SELECT HIST-IN-FILE     ASSIGN TO HISTIN
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS  IS HISTIN-STATUS.
006300     SELECT PLAYER-MASTER    ASSIGN TO PLAYMST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE  IS RANDOM
006600         RECORD KEY   IS PLAY-ID
006700         FILE STATUS  IS PLAYMST-STATUS.
006800     SELECT PRIZE-REG-FILE   ASSIGN TO PRIZREG
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS  IS PRIZREG-STATUS.
007100     SELECT PAY-FILE         ASSIGN TO PAYFILE
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS  IS PAYFILE-STATUS.
007400     SELECT REPORT-FILE      ASSIGN TO PRIZRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS  IS REPORT-STATUS.
007700     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS  IS RUNCTL-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARM-FILE.
008300     COPY GMPARM.
008400 FD  SCHED-FILE.
008500     COPY GMPRZS.
008600 FD  HIST-IN-FILE.
008700     COPY GMHIST.
008800 FD  PLAYER-MASTER.
008900     COPY GMPLAY.
009000 FD  PRIZE-REG-FILE.
009100     COPY GMPREG.
009200 FD  PAY-FILE.
009300 01  PAY-LINE                PIC X(100).
009400 FD  REPORT-FILE.
009500 01  REPORT-LINE             PIC X(132).
009600 FD  RUN-STATUS-FILE.
009700     COPY GMRSTA.
009800 WORKING-STORAGE SECTION.
009900 77  PARM-STATUS             PIC X(02) VALUE SPACES.
010000     88  PARM-OK                         VALUE '00'.
010100     88  PARM-EOF                        VALUE '10'.
010200 77  SCHED-STATUS            PIC X(02) VALUE SPACES.
010300     88  SCHED-OK                        VALUE '00'.
010400     88  SCHED-EOF                       VALUE '10'.
010500 77  HISTIN-STATUS           PIC X(02) VALUE SPACES.
010600     88  HISTIN-OK                       VALUE '00'.
010700     88  HISTIN-EOF                      VALUE '10'.
010800 77  PLAYMST-STATUS          PIC X(02) VALUE SPACES.
010900     88  PLAYMST-OK                      VALUE '00'.
011000 77  PRIZREG-STATUS          PIC X(02) VALUE SPACES.
011100     88  PRIZREG-OK                      VALUE '00'.
011200     88  PRIZREG-EOF                     VALUE '10'.
011300 77  PAYFILE-STATUS          PIC X(02) VALUE SPACES.
011400     88  PAYFILE-OK                      VALUE '00'.
011500 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
011600     88  REPORT-OK                       VALUE '00'.
011700 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
011800     88  RUNCTL-OK                       VALUE '00'.
011900 77  RUN-RC                  PIC 9(04) VALUE ZERO.
012000 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
012100 77  CURRENT-TIME-N          PIC 9(06) VALUE ZERO.
012200 77  PRIZE-PERIOD            PIC 9(06) VALUE ZERO.
012300 77  ROLLUP-CARD-PD          PIC 9(06) VALUE ZERO.
012400 77  PRIZE-CARD-PD           PIC 9(06) VALUE ZERO.
012500 77  PRIZE-FUNC              PIC 9(01) VALUE ZERO.
012600     88  FUNC-REGISTER                   VALUE 0.
012700     88  FUNC-PAY                        VALUE 1.
012800 77  APPROVED-CENTS          PIC 9(09) VALUE ZERO.
012900 77  APPROVAL-FLAG           PIC X(01) VALUE 'N'.
013000     88  APPROVAL-GIVEN                  VALUE 'Y'.
013020 77  APPROVED-PERIOD         PIC 9(08) VALUE ZERO.
013040 77  APPROVED-HASH           PIC 9(08) VALUE ZERO.
013100 77  PAID-FLAG               PIC X(01) VALUE 'N'.
013200     88  PERIOD-ALREADY-PAID             VALUE 'Y'.
013300 77  PAID-DATE               PIC 9(08) VALUE ZERO.
013400 77  PAY-DONE-FLAG           PIC X(01) VALUE 'N'.
013500     88  PAY-DONE                        VALUE 'Y'.
013600 77  TIE-FLAG                PIC X(01) VALUE 'N'.
013700     88  TIE-AT-LAST-PLACE               VALUE 'Y'.
013800 77  REPORT-OPENED           PIC X(01) VALUE 'N'.
013900     88  REPORT-IS-OPEN                  VALUE 'Y'.
014000 77  MIN-GAMES               PIC 9(05) VALUE ZERO.
014100 77  INACTIVE-RULE           PIC X(01) VALUE 'X'.
014200     88  EXCLUDE-INACTIVE                VALUE 'X'.
014300 77  RULE-CARD-COUNT         PIC 9(03) COMP VALUE ZERO.
014400 77  PLACE-COUNT             PIC S9(04) COMP VALUE ZERO.
014500 77  PLACE-MAX               PIC S9(04) COMP VALUE 20.
014600 77  PLACE-SUB               PIC S9(04) COMP VALUE ZERO.
014700 77  AWARD-PLACES            PIC S9(04) COMP VALUE ZERO.
014800 77  PT-COUNT                PIC S9(04) COMP VALUE ZERO.
014900 77  PT-MAX                  PIC S9(04) COMP VALUE 500.
015000 77  PT-SUB                  PIC S9(04) COMP VALUE ZERO.
015100 77  PT-SUB-2                PIC S9(04) COMP VALUE ZERO.
015200 77  SWAP-FLAG               PIC X(01) VALUE 'N'.
015300     88  SWAP-DONE                       VALUE 'Y'.
015400 77  HIST-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
015500 77  HIST-PERIOD-COUNT       PIC 9(07) COMP VALUE ZERO.
015600 77  UNDER-MIN-COUNT         PIC 9(07) COMP VALUE ZERO.
015700 77  INACTIVE-COUNT          PIC 9(07) COMP VALUE ZERO.
015800 77  PAY-COUNT               PIC 9(07) COMP VALUE ZERO.
015900 77  HELD-COUNT              PIC 9(07) COMP VALUE ZERO.
016000 77  PAY-TOTAL               PIC 9(07)V99 VALUE ZERO.
016100 77  HELD-TOTAL              PIC 9(07)V99 VALUE ZERO.
016200 77  PAY-CENTS               PIC 9(09) VALUE ZERO.
016210 77  PAYEE-HASH              PIC 9(08) VALUE ZERO.
016220 77  PAYEE-HASH-SUM          PIC 9(12) VALUE ZERO.
016230 77  HASH-QUOTIENT           PIC 9(12) VALUE ZERO.
016240 77  ID-HASH-VALUE           PIC 9(08) VALUE ZERO.
016250 77  ID-CHAR-VALUE           PIC 9(02) VALUE ZERO.
016260 77  ID-CHAR-SUB             PIC S9(04) COMP VALUE ZERO.
016270 77  ID-CHAR                 PIC X(01) VALUE SPACE.
016300 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
016400 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
016500 77  NAME-LEN                PIC S9(04) COMP VALUE ZERO.
016600 77  LINE-PTR                PIC S9(04) COMP VALUE ZERO.
016700 01  DATE-WORK.
016800     05  DATE-WORK-YY        PIC 9(02).
016900     05  DATE-WORK-MM        PIC 9(02).
017000     05  DATE-WORK-DD        PIC 9(02).
017100 01  TIME-WORK.
017200     05  TIME-WORK-HHMMSS    PIC 9(06).
017300     05  FILLER              PIC 9(02).
017400 01  PERIOD-SPLIT.
017500     05  PERIOD-YYYY         PIC 9(04).
017600     05  PERIOD-MM           PIC 9(02).
017620 01  HASH-CHARACTERS         PIC X(36)
017640     VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
017700 01  PLACE-TABLE.
017800     05  PL-ENTRY OCCURS 20 TIMES.
017900         10  PL-SET          PIC X(01).
018000         10  PL-AMOUNT       PIC 9(05)V99.
018100 01  PLAYER-TABLE.
018200     05  PT-ENTRY OCCURS 500 TIMES.
018300         10  PT-ID           PIC X(05).
018400         10  PT-NAME         PIC X(30).
018500         10  PT-GAMES        PIC 9(05) COMP.
018600         10  PT-WINS         PIC 9(05) COMP.
018700         10  PT-AVG-TRIES    PIC 9(03)V9 COMP-3.
018800         10  PT-POINTS       PIC 9(09) COMP.
018900         10  PT-STATE        PIC X(01).
019000             88  PT-PAYABLE              VALUE 'P'.
019100             88  PT-OFFBOARDED           VALUE 'O'.
019200             88  PT-NOT-ON-MASTER        VALUE 'U'.
019300 01  SWAP-ENTRY.
019400     05  FILLER              PIC X(05).
019500     05  FILLER              PIC X(30).
019600     05  FILLER              PIC 9(05) COMP.
019700     05  FILLER              PIC 9(05) COMP.
019800     05  FILLER              PIC 9(03)V9 COMP-3.
019900     05  FILLER              PIC 9(09) COMP.
020000     05  FILLER              PIC X(01).
020100 01  EDIT-FIELDS.
020200     05  EDIT-PERIOD-6       PIC 9(06).
020300     05  EDIT-DATE-8         PIC 9(08).
020400     05  EDIT-TIME-6         PIC 9(06).
020500     05  EDIT-PLACE-3        PIC 9(03).
020600     05  EDIT-AMOUNT-8       PIC 9(05).99.
020700     05  EDIT-COUNT-7        PIC 9(07).
020800     05  EDIT-TOTAL-10       PIC 9(07).99.
020900 01  NAME-WORK               PIC X(30).
021000 01  HEADING-LINE-1.
021100     05  FILLER              PIC X(10) VALUE 'PRIZAWD'.
021200     05  FILLER              PIC X(32)
021300         VALUE 'PRIZE AWARD REGISTER FOR PERIOD'.
021400     05  HDG1-PERIOD         PIC 9(06).
021500     05  FILLER              PIC X(06) VALUE ' PAGE '.
021600     05  HDG1-PAGE           PIC ZZZZ9.
021700     05  FILLER              PIC X(73) VALUE SPACES.
021800 01  HEADING-LINE-2.
021900     05  FILLER              PIC X(10) VALUE SPACES.
022000     05  HDG2-STATUS         PIC X(60).
022100     05  FILLER              PIC X(62) VALUE SPACES.
022200 01  HEADING-LINE-3.
022300     05  FILLER              PIC X(43)
022400         VALUE 'PLC   PLAYER NAME'.
022500     05  FILLER              PIC X(05) VALUE 'GAMES'.
022600     05  FILLER              PIC X(06) VALUE '  WINS'.
022700     05  FILLER              PIC X(13)
022800         VALUE '       POINTS'.
022900     05  FILLER              PIC X(12) VALUE '      AMOUNT'.
023000     05  FILLER              PIC X(14) VALUE '   DISPOSITION'.
023100     05  FILLER              PIC X(39) VALUE SPACES.
023200 01  DETAIL-LINE.
023300     05  DTL-PLACE           PIC ZZ9.
023400     05  FILLER              PIC X(03) VALUE SPACES.
023500     05  DTL-ID              PIC X(05).
023600     05  FILLER              PIC X(02) VALUE SPACES.
023700     05  DTL-NAME            PIC X(30).
023800     05  FILLER              PIC X(02) VALUE SPACES.
023900     05  DTL-GAMES           PIC ZZZZ9.
024000     05  FILLER              PIC X(01) VALUE SPACE.
024100     05  DTL-WINS            PIC ZZZZ9.
024200     05  FILLER              PIC X(02) VALUE SPACES.
024300     05  DTL-POINTS          PIC ZZZ,ZZZ,ZZ9.
024400     05  FILLER              PIC X(03) VALUE SPACES.
024500     05  DTL-AMOUNT          PIC ZZ,ZZ9.99.
024600     05  FILLER              PIC X(03) VALUE SPACES.
024700     05  DTL-DISP            PIC X(24).
024800     05  FILLER              PIC X(24) VALUE SPACES.
024900 01  MESSAGE-LINE.
025000     05  FILLER              PIC X(01) VALUE SPACE.
025100     05  MSG-TEXT            PIC X(80).
025200     05  FILLER              PIC X(51) VALUE SPACES.
025300 01  TOTAL-LINE.
025400     05  FILLER              PIC X(01) VALUE SPACE.
025500     05  TOT-LABEL           PIC X(30).
025600     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
025700     05  FILLER              PIC X(92) VALUE SPACES.
025800 01  AMOUNT-LINE.
025900     05  FILLER              PIC X(01) VALUE SPACE.
026000     05  AMT-LABEL           PIC X(30).
026100     05  AMT-VALUE           PIC Z,ZZZ,ZZ9.99.
026200     05  FILLER              PIC X(89) VALUE SPACES.
026300 01  APPROVAL-LINE.
026400     05  FILLER              PIC X(01) VALUE SPACE.
026500     05  APV-LABEL           PIC X(40).
026600     05  APV-KEYWORD         PIC X(10).
026700     05  APV-VALUE           PIC 9(08).
026900     05  FILLER              PIC X(73) VALUE SPACES.
027000 01  SIGN-OFF-LINE.
027100     05  FILLER              PIC X(01) VALUE SPACE.
027200     05  FILLER              PIC X(50)
027300         VALUE 'APPROVED BY: ______________________________'.
027400     05  FILLER              PIC X(30)
027500         VALUE 'DATE: ____________'.
027600     05  FILLER              PIC X(51) VALUE SPACES.
027700 PROCEDURE DIVISION.
027800*****************************************************************
027900*  0000-MAINLINE - CONTROL THE PRIZE AWARD RUN                  *
028000*****************************************************************
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300     IF RUN-RC < 16
028400         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
028500             UNTIL HISTIN-EOF
028600         PERFORM 3000-RANK-PLAYERS THRU 3000-EXIT
028700         PERFORM 4000-SET-AWARDS THRU 4000-EXIT
028800         IF FUNC-PAY
028900             PERFORM 5000-PAY-AWARDS THRU 5000-EXIT
029000         END-IF
029100         PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT
029200     END-IF.
029300     PERFORM 8800-WRITE-RUN-STATUS THRU 8800-EXIT.
029400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029500     MOVE RUN-RC TO RETURN-CODE.
029600     STOP RUN.
029700*****************************************************************
029800*  1000-INITIALIZE - CARDS, SCHEDULE, PAID CHECK, OPEN FILES    *
029900*****************************************************************
030000 1000-INITIALIZE.
030100     ACCEPT DATE-WORK FROM DATE.
030200     COMPUTE CURRENT-DATE-N =
030300         20000000 + (DATE-WORK-YY * 10000)
030400                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
030500     ACCEPT TIME-WORK FROM TIME.
030600     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
030700     MOVE '10' TO HISTIN-STATUS.
030800     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
030900     IF PRIZE-CARD-PD > ZERO
031000         MOVE PRIZE-CARD-PD TO PRIZE-PERIOD
031100     ELSE
031200         IF ROLLUP-CARD-PD > ZERO
031300             MOVE ROLLUP-CARD-PD TO PRIZE-PERIOD
031400         ELSE
031500             COMPUTE PRIZE-PERIOD =
031600                 200000 + (DATE-WORK-YY * 100) + DATE-WORK-MM
031700         END-IF
031800     END-IF.
031900     MOVE PRIZE-PERIOD TO PERIOD-SPLIT.
032000     IF PERIOD-MM < 1 OR PERIOD-MM > 12
032100         DISPLAY 'PRIZAWD: INVALID PRIZE PERIOD ' PRIZE-PERIOD
032200             UPON OPERATOR-CONSOLE
032300         MOVE 16 TO RUN-RC
032400         GO TO 1000-EXIT
032500     END-IF.
032600     IF PRIZE-FUNC > 1
032700         DISPLAY 'PRIZAWD: INVALID PRIZE-FUNC ' PRIZE-FUNC
032800             UPON OPERATOR-CONSOLE
032900         MOVE 16 TO RUN-RC
033000         GO TO 1000-EXIT
033100     END-IF.
033200     PERFORM 1700-LOAD-SCHEDULE THRU 1700-EXIT.
033300     IF RUN-RC >= 16
033400         GO TO 1000-EXIT
033500     END-IF.
033600     PERFORM 1800-CHECK-PAID THRU 1800-EXIT.
033700     IF RUN-RC >= 16
033800         GO TO 1000-EXIT
033900     END-IF.
034000     OPEN INPUT  HIST-IN-FILE
034100          INPUT  PLAYER-MASTER
034200          OUTPUT REPORT-FILE.
034300     IF REPORT-OK
034400         MOVE 'Y' TO REPORT-OPENED
034500     END-IF.
034600     IF NOT HISTIN-OK OR NOT PLAYMST-OK OR NOT REPORT-OK
034700         DISPLAY 'PRIZAWD: FILE OPEN ERROR HISTIN='
034800                 HISTIN-STATUS ' PLAYMST=' PLAYMST-STATUS
034900                 ' REPORT=' REPORT-STATUS
035000             UPON OPERATOR-CONSOLE
035100*        WITHOUT THE MASTER NO PAYEE CAN BE IDENTIFIED, SO THERE
035200*        IS NO FALLING BACK TO IDS ONLY AS THE REPORTS DO.
035300         MOVE 16 TO RUN-RC
035400         MOVE '10' TO HISTIN-STATUS
035500         GO TO 1000-EXIT
035600     END-IF.
035700     PERFORM 2500-READ-HISTORY THRU 2500-EXIT.
035800 1000-EXIT.
035900     EXIT.
036000*****************************************************************
036100*  1500-LOAD-PARMS - PERIOD, FUNCTION AND APPROVAL CARDS        *
036200*****************************************************************
036300 1500-LOAD-PARMS.
036400     OPEN INPUT PARM-FILE.
036500     IF NOT PARM-OK
036600         GO TO 1500-EXIT
036700     END-IF.
036800     PERFORM 1600-READ-PARM THRU 1600-EXIT
036900         UNTIL PARM-EOF.
037000     CLOSE PARM-FILE.
037100 1500-EXIT.
037200     EXIT.
037300*****************************************************************
037400*  1600-READ-PARM - APPLY ONE PARAMETER CARD                    *
037500*****************************************************************
037600 1600-READ-PARM.
037700     READ PARM-FILE
037800         AT END GO TO 1600-EXIT.
037900     IF PARM-REC (1:1) = '*'
038000         GO TO 1600-EXIT
038100     END-IF.
038200     IF PARM-VALUE-X NOT NUMERIC
038300         GO TO 1600-EXIT
038400     END-IF.
038500     IF PARM-KEYWORD = 'ROLLUP-PD '
038600         MOVE PARM-VALUE TO ROLLUP-CARD-PD
038700     END-IF.
038800     IF PARM-KEYWORD = 'PRIZE-PD  '
038900         MOVE PARM-VALUE TO PRIZE-CARD-PD
039000     END-IF.
039100     IF PARM-KEYWORD = 'PRIZE-FUNC'
039200         MOVE PARM-VALUE TO PRIZE-FUNC
039300     END-IF.
039400     IF PARM-KEYWORD = 'PRIZE-OK  '
039500         MOVE PARM-VALUE TO APPROVED-CENTS
039600         MOVE 'Y' TO APPROVAL-FLAG
039700     END-IF.
039710     IF PARM-KEYWORD = 'PRIZE-AP  '
039720         MOVE PARM-VALUE TO APPROVED-PERIOD
039730     END-IF.
039740     IF PARM-KEYWORD = 'PRIZE-HASH'
039750         MOVE PARM-VALUE TO APPROVED-HASH
039760     END-IF.
039800 1600-EXIT.
039900     EXIT.
040000*****************************************************************
040100*  1700-LOAD-SCHEDULE - PLACE AND RULE CARDS.  THE PLACES MUST  *
040200*  RUN 1 UP WITH NO GAPS OR DUPLICATES - A BAD SCHEDULE STOPS   *
040300*  THE JOB RATHER THAN PAY THE WRONG AMOUNTS                    *
040400*****************************************************************
040500 1700-LOAD-SCHEDULE.
040600     MOVE SPACES TO PLACE-TABLE.
040700     OPEN INPUT SCHED-FILE.
040800     IF NOT SCHED-OK
040900         DISPLAY 'PRIZAWD: CANNOT OPEN PRIZSCHD, STATUS '
041000                 SCHED-STATUS
041100             UPON OPERATOR-CONSOLE
041200         MOVE 16 TO RUN-RC
041300         GO TO 1700-EXIT
041400     END-IF.
041500     PERFORM 1750-READ-SCHEDULE THRU 1750-EXIT
041600         UNTIL SCHED-EOF.
041700     CLOSE SCHED-FILE.
041800     IF RUN-RC >= 16
041900         GO TO 1700-EXIT
042000     END-IF.
042100     IF PLACE-COUNT = ZERO
042200         DISPLAY 'PRIZAWD: NO PLACE CARDS ON PRIZSCHD'
042300             UPON OPERATOR-CONSOLE
042400         MOVE 16 TO RUN-RC
042500         GO TO 1700-EXIT
042600     END-IF.
042700     MOVE ZERO TO PLACE-SUB.
042800     PERFORM 1790-CHECK-PLACE THRU 1790-EXIT
042900         UNTIL PLACE-SUB >= PLACE-COUNT.
043000 1700-EXIT.
043100     EXIT.
043200*****************************************************************
043300*  1750-READ-SCHEDULE - APPLY ONE SCHEDULE CARD                 *
043400*****************************************************************
043500 1750-READ-SCHEDULE.
043600     READ SCHED-FILE
043700         AT END GO TO 1750-EXIT.
043800     IF NOT SCHED-OK
043900         DISPLAY 'PRIZAWD: PRIZSCHD READ ERROR, STATUS '
044000                 SCHED-STATUS
044100             UPON OPERATOR-CONSOLE
044200         MOVE 16 TO RUN-RC
044300         MOVE '10' TO SCHED-STATUS
044400         GO TO 1750-EXIT
044500     END-IF.
044600     IF PRZS-TYPE = '*' OR PRZS-REC = SPACES
044700         GO TO 1750-EXIT
044800     END-IF.
044900     IF PRZS-RULE-CARD
045000         PERFORM 1760-APPLY-RULE THRU 1760-EXIT
045100         GO TO 1750-EXIT
045200     END-IF.
045300     IF NOT PRZS-PLACE-CARD
045400        OR PRZS-PLACE-X NOT NUMERIC
045500        OR PRZS-AMOUNT-X NOT NUMERIC
045600        OR PRZS-PLACE < 1
045700        OR PRZS-PLACE > PLACE-MAX
045800         DISPLAY 'PRIZAWD: BAD PRIZE SCHEDULE CARD ' PRZS-REC
045900             UPON OPERATOR-CONSOLE
046000         MOVE 16 TO RUN-RC
046100         GO TO 1750-EXIT
046200     END-IF.
046300     IF PL-SET (PRZS-PLACE) = 'Y'
046400         DISPLAY 'PRIZAWD: PLACE ' PRZS-PLACE
046500                 ' IS ON THE SCHEDULE TWICE'
046600             UPON OPERATOR-CONSOLE
046700         MOVE 16 TO RUN-RC
046800         GO TO 1750-EXIT
046900     END-IF.
047000     MOVE 'Y'         TO PL-SET (PRZS-PLACE).
047100     MOVE PRZS-AMOUNT TO PL-AMOUNT (PRZS-PLACE).
047200     IF PRZS-PLACE > PLACE-COUNT
047300         MOVE PRZS-PLACE TO PLACE-COUNT
047400     END-IF.
047500 1750-EXIT.
047600     EXIT.
047700*****************************************************************
047800*  1760-APPLY-RULE - MINIMUM GAMES AND THE INACTIVE RULE        *
047900*****************************************************************
048000 1760-APPLY-RULE.
048100     ADD 1 TO RULE-CARD-COUNT.
048200     IF RULE-CARD-COUNT > 1
048300         DISPLAY 'PRIZAWD: MORE THAN ONE RULE CARD ON PRIZSCHD'
048400             UPON OPERATOR-CONSOLE
048500         MOVE 16 TO RUN-RC
048600         GO TO 1760-EXIT
048700     END-IF.
048800     IF PRZS-MIN-GAMES-X = SPACES
048900         MOVE ZERO TO MIN-GAMES
049000     ELSE
049100         IF PRZS-MIN-GAMES-X NOT NUMERIC
049200             DISPLAY 'PRIZAWD: BAD RULE CARD ' PRZS-REC
049300                 UPON OPERATOR-CONSOLE
049400             MOVE 16 TO RUN-RC
049500             GO TO 1760-EXIT
049600         END-IF
049700         MOVE PRZS-MIN-GAMES TO MIN-GAMES
049800     END-IF.
049900     IF PRZS-INCLUDE-INACTIVE
050000         MOVE 'I' TO INACTIVE-RULE
050100     ELSE
050200         IF NOT PRZS-EXCLUDE-INACTIVE
050300             DISPLAY 'PRIZAWD: BAD RULE CARD ' PRZS-REC
050400                 UPON OPERATOR-CONSOLE
050500             MOVE 16 TO RUN-RC
050600         END-IF
050700     END-IF.
050800 1760-EXIT.
050900     EXIT.
051000*****************************************************************
051100*  1790-CHECK-PLACE - EVERY PLACE UP TO THE LAST MUST BE SET    *
051200*****************************************************************
051300 1790-CHECK-PLACE.
051400     ADD 1 TO PLACE-SUB.
051500     IF PL-SET (PLACE-SUB) NOT = 'Y'
051600         DISPLAY 'PRIZAWD: PRIZE SCHEDULE HAS NO CARD FOR PLACE '
051700                 PLACE-SUB
051800             UPON OPERATOR-CONSOLE
051900         MOVE 16 TO RUN-RC
052000     END-IF.
052100 1790-EXIT.
052200     EXIT.
052300*****************************************************************
052400*  1800-CHECK-PAID - IS THE PERIOD ALREADY ON THE PAID-PRIZE    *
052500*  REGISTER?  NO REGISTER YET MEANS NOTHING HAS BEEN PAID       *
052600*****************************************************************
052700 1800-CHECK-PAID.
052800     OPEN INPUT PRIZE-REG-FILE.
052900     IF PRIZREG-STATUS = '35'
053000         GO TO 1800-EXIT
053100     END-IF.
053200     IF NOT PRIZREG-OK
053300         DISPLAY 'PRIZAWD: PRIZREG OPEN ERROR, STATUS '
053400                 PRIZREG-STATUS
053500             UPON OPERATOR-CONSOLE
053600         MOVE 16 TO RUN-RC
053700         GO TO 1800-EXIT
053800     END-IF.
053900     PERFORM 1850-READ-PAID THRU 1850-EXIT
054000         UNTIL PRIZREG-EOF.
054100     CLOSE PRIZE-REG-FILE.
054200 1800-EXIT.
054300     EXIT.
054400*****************************************************************
054500*  1850-READ-PAID - COMPARE ONE REGISTER ENTRY                  *
054600*****************************************************************
054700 1850-READ-PAID.
054800     READ PRIZE-REG-FILE
054900         AT END GO TO 1850-EXIT.
055000     IF NOT PRIZREG-OK
055100         DISPLAY 'PRIZAWD: PRIZREG READ ERROR, STATUS '
055200                 PRIZREG-STATUS
055300             UPON OPERATOR-CONSOLE
055400         MOVE 16 TO RUN-RC
055500         MOVE '10' TO PRIZREG-STATUS
055600         GO TO 1850-EXIT
055700     END-IF.
055800     IF PREG-PERIOD = PRIZE-PERIOD
055900         MOVE 'Y' TO PAID-FLAG
056000         MOVE PREG-PAID-DATE TO PAID-DATE
056100     END-IF.
056200 1850-EXIT.
056300     EXIT.
056400*****************************************************************
056500*  2000-LOAD-HISTORY - ONE MONTHLY RECORD OF THE PERIOD INTO    *
056600*  THE TABLE, OR COUNTED OUT UNDER THE SCHEDULE RULES           *
056700*****************************************************************
056800 2000-LOAD-HISTORY.
056900     IF NOT HIST-MONTHLY
057000        OR HIST-PERIOD NOT = PRIZE-PERIOD
057100         GO TO 2000-NEXT
057200     END-IF.
057300     ADD 1 TO HIST-PERIOD-COUNT.
057400     IF HIST-GAMES < MIN-GAMES
057500         ADD 1 TO UNDER-MIN-COUNT
057600         GO TO 2000-NEXT
057700     END-IF.
057800     IF PT-COUNT >= PT-MAX
057900         DISPLAY 'PRIZAWD: PLAYER TABLE FULL, PLAYER '
058000                 HIST-PLAY-ID ' DROPPED'
058100             UPON OPERATOR-CONSOLE
058200         MOVE 16 TO RUN-RC
058300         GO TO 2000-NEXT
058400     END-IF.
058500     MOVE HIST-PLAY-ID TO PLAY-ID.
058600     READ PLAYER-MASTER
058700         INVALID KEY
058800             MOVE SPACES TO PLAY-NAME
058900             MOVE 'U'    TO PLAY-STATUS.
059000*    AN OFFBOARDED PLAYER IS HELD WHETHER OR NOT INACTIVE
059100*    PLAYERS ARE EXCLUDED - OFFBOARD ONLY TAKES INACTIVE ONES.
059200     IF PLAY-STATUS NOT = 'U'
059300        AND (HIST-PLAY-ID (1:1) NOT = 'Z'
059400             OR HIST-PLAY-ID (2:4) NOT NUMERIC)
059500        AND PLAY-NAME NOT = SPACES
059600        AND PLAY-INACTIVE
059700        AND EXCLUDE-INACTIVE
059800         ADD 1 TO INACTIVE-COUNT
059900         GO TO 2000-NEXT
060000     END-IF.
060100     ADD 1 TO PT-COUNT.
060200     MOVE HIST-PLAY-ID    TO PT-ID (PT-COUNT).
060300     MOVE PLAY-NAME       TO PT-NAME (PT-COUNT).
060400     MOVE HIST-GAMES      TO PT-GAMES (PT-COUNT).
060500     MOVE HIST-WINS       TO PT-WINS (PT-COUNT).
060600     MOVE HIST-AVG-TRIES  TO PT-AVG-TRIES (PT-COUNT).
060700     MOVE ZERO            TO PT-POINTS (PT-COUNT).
060800     IF HIST-POINTS-TOT NUMERIC
060900         MOVE HIST-POINTS-TOT TO PT-POINTS (PT-COUNT)
061000     END-IF.
061100     MOVE 'P' TO PT-STATE (PT-COUNT).
061200     IF PLAY-STATUS = 'U'
061300         MOVE 'U' TO PT-STATE (PT-COUNT)
061400     ELSE
061500         IF (HIST-PLAY-ID (1:1) = 'Z'
061600             AND HIST-PLAY-ID (2:4) NUMERIC)
061700            OR PLAY-NAME = SPACES
061800             MOVE 'O' TO PT-STATE (PT-COUNT)
061900         END-IF
062000     END-IF.
062100 2000-NEXT.
062200     PERFORM 2500-READ-HISTORY THRU 2500-EXIT.
062300 2000-EXIT.
062400     EXIT.
062500*****************************************************************
062600*  2500-READ-HISTORY - READ THE NEXT HISTORY RECORD             *
062700*****************************************************************
062800 2500-READ-HISTORY.
062900     READ HIST-IN-FILE
063000         AT END GO TO 2500-EXIT.
063100     IF NOT HISTIN-OK AND NOT HISTIN-EOF
063200         DISPLAY 'PRIZAWD: HISTIN READ ERROR, STATUS '
063300                 HISTIN-STATUS
063400             UPON OPERATOR-CONSOLE
063500         MOVE 16 TO RUN-RC
063600         MOVE '10' TO HISTIN-STATUS
063700         GO TO 2500-EXIT
063800     END-IF.
063900     ADD 1 TO HIST-READ-COUNT.
064000 2500-EXIT.
064100     EXIT.
064200*****************************************************************
064300*  3000-RANK-PLAYERS - SORT THE TABLE AS ROLLRPT RANKS IT       *
064400*****************************************************************
064500 3000-RANK-PLAYERS.
064600     IF PT-COUNT < 2
064700         GO TO 3000-EXIT
064800     END-IF.
064900     MOVE 'Y' TO SWAP-FLAG.
065000     PERFORM 3100-SORT-PASS THRU 3100-EXIT
065100         UNTIL NOT SWAP-DONE.
065200 3000-EXIT.
065300     EXIT.
065400*****************************************************************
065500*  3100-SORT-PASS - ONE BUBBLE PASS OVER THE TABLE              *
065600*****************************************************************
065700 3100-SORT-PASS.
065800     MOVE 'N' TO SWAP-FLAG.
065900     MOVE 1 TO PT-SUB.
066000     PERFORM 3200-COMPARE-PAIR THRU 3200-EXIT
066100         UNTIL PT-SUB >= PT-COUNT.
066200 3100-EXIT.
066300     EXIT.
066400*****************************************************************
066500*  3200-COMPARE-PAIR - SWAP ADJACENT ENTRIES OUT OF ORDER       *
066600*****************************************************************
066700 3200-COMPARE-PAIR.
066800     COMPUTE PT-SUB-2 = PT-SUB + 1.
066900     IF PT-POINTS (PT-SUB-2) > PT-POINTS (PT-SUB)
067000         OR (PT-POINTS (PT-SUB-2) = PT-POINTS (PT-SUB)
067100             AND PT-WINS (PT-SUB-2) > PT-WINS (PT-SUB))
067200         OR (PT-POINTS (PT-SUB-2) = PT-POINTS (PT-SUB)
067300             AND PT-WINS (PT-SUB-2) = PT-WINS (PT-SUB)
067400             AND PT-AVG-TRIES (PT-SUB-2) < PT-AVG-TRIES (PT-SUB))
067500         MOVE PT-ENTRY (PT-SUB)   TO SWAP-ENTRY
067600         MOVE PT-ENTRY (PT-SUB-2) TO PT-ENTRY (PT-SUB)
067700         MOVE SWAP-ENTRY          TO PT-ENTRY (PT-SUB-2)
067800         MOVE 'Y' TO SWAP-FLAG
067900     END-IF.
068000     ADD 1 TO PT-SUB.
068100 3200-EXIT.
068200     EXIT.
068300*****************************************************************
068400*  4000-SET-AWARDS - PRIZE PER PLACE, PAYABLE OR HELD, THE      *
068500*  PAYEE HASH TOTAL AND THE TIE CHECK AT THE LAST PAID PLACE    *
068600*****************************************************************
068700 4000-SET-AWARDS.
068800     MOVE PLACE-COUNT TO AWARD-PLACES.
068900     IF PT-COUNT < AWARD-PLACES
069000         MOVE PT-COUNT TO AWARD-PLACES
069100     END-IF.
069200     MOVE ZERO TO PT-SUB.
069300     PERFORM 4100-AWARD-PLACE THRU 4100-EXIT
069400         UNTIL PT-SUB >= AWARD-PLACES.
069500     COMPUTE PAY-CENTS = PAY-TOTAL * 100.
069520     DIVIDE PAYEE-HASH-SUM BY 100000000 GIVING HASH-QUOTIENT
069540         REMAINDER PAYEE-HASH.
069600     IF HELD-COUNT > ZERO AND RUN-RC < 4
069700         MOVE 4 TO RUN-RC
069800     END-IF.
069900*    A FULL TIE ACROSS THE LINE MEANS THE LAST PRIZE COULD AS
070000*    WELL GO TO THE NEXT PLAYER - THE SIGNER MUST DECIDE.
070100     IF PT-COUNT > PLACE-COUNT
070200         MOVE PLACE-COUNT TO PT-SUB
070300         COMPUTE PT-SUB-2 = PT-SUB + 1
070400         IF PT-POINTS (PT-SUB-2) = PT-POINTS (PT-SUB)
070500            AND PT-WINS (PT-SUB-2) = PT-WINS (PT-SUB)
070600            AND PT-AVG-TRIES (PT-SUB-2) = PT-AVG-TRIES (PT-SUB)
070700             MOVE 'Y' TO TIE-FLAG
070800             IF RUN-RC < 4
070900                 MOVE 4 TO RUN-RC
071000             END-IF
071100         END-IF
071200     END-IF.
071300 4000-EXIT.
071400     EXIT.
071500*****************************************************************
071600*  4100-AWARD-PLACE - ONE PLACE OF THE SCHEDULE                 *
071700*****************************************************************
071800 4100-AWARD-PLACE.
071900     ADD 1 TO PT-SUB.
072000     IF PT-PAYABLE (PT-SUB)
072100         ADD 1 TO PAY-COUNT
072200         ADD PL-AMOUNT (PT-SUB) TO PAY-TOTAL
072250         PERFORM 4200-HASH-PAYEE THRU 4200-EXIT
072300     ELSE
072400         ADD 1 TO HELD-COUNT
072500         ADD PL-AMOUNT (PT-SUB) TO HELD-TOTAL
072600     END-IF.
072700 4100-EXIT.
072800     EXIT.
072802*****************************************************************
072804*  4200-HASH-PAYEE - PLACE TIMES THE PLAYER ID, READ AS A       *
072806*  BASE-37 NUMBER, INTO THE PAYEE HASH TOTAL                    *
072808*****************************************************************
072810 4200-HASH-PAYEE.
072812     MOVE ZERO TO ID-HASH-VALUE.
072814     MOVE ZERO TO ID-CHAR-SUB.
072816     PERFORM 4300-HASH-ID-CHAR THRU 4300-EXIT
072818         UNTIL ID-CHAR-SUB >= 5.
072820     COMPUTE PAYEE-HASH-SUM = PAYEE-HASH-SUM
072822                            + (PT-SUB * ID-HASH-VALUE).
072824 4200-EXIT.
072826     EXIT.
072828*****************************************************************
072830*  4300-HASH-ID-CHAR - ONE CHARACTER OF THE ID: ITS POSITION    *
072832*  IN 0-9/A-Z, OR 36 FOR ANY OTHER CHARACTER                    *
072834*****************************************************************
072836 4300-HASH-ID-CHAR.
072838     ADD 1 TO ID-CHAR-SUB.
072840     MOVE PT-ID (PT-SUB) (ID-CHAR-SUB:1) TO ID-CHAR.
072842     MOVE ZERO TO ID-CHAR-VALUE.
072844     INSPECT HASH-CHARACTERS TALLYING ID-CHAR-VALUE
072846         FOR CHARACTERS BEFORE INITIAL ID-CHAR.
072848     COMPUTE ID-HASH-VALUE = (ID-HASH-VALUE * 37) + ID-CHAR-VALUE.
072850 4300-EXIT.
072852     EXIT.
072900*****************************************************************
073000*  5000-PAY-AWARDS - THE PAY RUN.  EVERY CHECK COMES BEFORE THE *
073100*  PAYROLL FILE IS OPENED; THE MONTH GOES ON THE REGISTER ONLY  *
073200*  AFTER THE FILE IS COMPLETE                                   *
073300*****************************************************************
073400 5000-PAY-AWARDS.
073410     IF RUN-RC >= 16
073420         DISPLAY 'PRIZAWD: AWARDS NOT COMPLETE FOR PERIOD '
073430                 PRIZE-PERIOD ' - NOTHING PAID'
073440             UPON OPERATOR-CONSOLE
073450         GO TO 5000-EXIT
073460     END-IF.
073500     IF PERIOD-ALREADY-PAID
073600         DISPLAY 'PRIZAWD: PERIOD ' PRIZE-PERIOD
073700                 ' ALREADY PAID ON ' PAID-DATE
073800                 ' - NO PAYROLL FILE WRITTEN'
073900             UPON OPERATOR-CONSOLE
074000         MOVE 12 TO RUN-RC
074100         GO TO 5000-EXIT
074200     END-IF.
074300     IF NOT APPROVAL-GIVEN
074400         DISPLAY 'PRIZAWD: NO PRIZE-OK CARD - THE REGISTER HAS '
074500                 'NOT BEEN APPROVED, NOTHING PAID'
074600             UPON OPERATOR-CONSOLE
074700         MOVE 12 TO RUN-RC
074800         GO TO 5000-EXIT
074900     END-IF.
074910     IF APPROVED-PERIOD NOT = PRIZE-PERIOD
074920         DISPLAY 'PRIZAWD: PRIZE-AP ' APPROVED-PERIOD
074930                 ' IS NOT THE PERIOD BEING PAID ' PRIZE-PERIOD
074940                 ' - NOTHING PAID'
074950             UPON OPERATOR-CONSOLE
074960         MOVE 12 TO RUN-RC
074970         GO TO 5000-EXIT
074980     END-IF.
075000     IF APPROVED-CENTS NOT = PAY-CENTS
075100         DISPLAY 'PRIZAWD: PRIZE-OK ' APPROVED-CENTS
075200                 ' DOES NOT MATCH THE AMOUNT PAYABLE '
075300                 PAY-CENTS ' - NOTHING PAID'
075400             UPON OPERATOR-CONSOLE
075500         MOVE 12 TO RUN-RC
075600         GO TO 5000-EXIT
075700     END-IF.
075710     IF APPROVED-HASH NOT = PAYEE-HASH
075720         DISPLAY 'PRIZAWD: PRIZE-HASH ' APPROVED-HASH
075730                 ' DOES NOT MATCH THE PAYEES ' PAYEE-HASH
075740                 ' - NOTHING PAID'
075750             UPON OPERATOR-CONSOLE
075760         MOVE 12 TO RUN-RC
075770         GO TO 5000-EXIT
075780     END-IF.
075800     IF PAY-COUNT = ZERO
075900         DISPLAY 'PRIZAWD: NO AWARD PAYABLE FOR PERIOD '
076000                 PRIZE-PERIOD
076100             UPON OPERATOR-CONSOLE
076200         IF RUN-RC < 4
076300             MOVE 4 TO RUN-RC
076400         END-IF
076500         GO TO 5000-EXIT
076600     END-IF.
076700     OPEN OUTPUT PAY-FILE.
076800     IF NOT PAYFILE-OK
076900         DISPLAY 'PRIZAWD: PAYFILE OPEN ERROR, STATUS '
077000                 PAYFILE-STATUS
077100             UPON OPERATOR-CONSOLE
077200         MOVE 16 TO RUN-RC
077300         GO TO 5000-EXIT
077400     END-IF.
077500     PERFORM 5100-WRITE-PAYFILE THRU 5100-EXIT.
077600     CLOSE PAY-FILE.
077650     IF RUN-RC < 16
077700         PERFORM 5500-REGISTER-PAID THRU 5500-EXIT
077750     END-IF.
077800 5000-EXIT.
077900     EXIT.
078000*****************************************************************
078100*  5100-WRITE-PAYFILE - HEADER, ONE DETAIL PER PAYEE, TRAILER   *
078200*****************************************************************
078300 5100-WRITE-PAYFILE.
078400     MOVE SPACES TO PAY-LINE.
078500     MOVE PRIZE-PERIOD   TO EDIT-PERIOD-6.
078600     MOVE CURRENT-DATE-N TO EDIT-DATE-8.
078700     MOVE CURRENT-TIME-N TO EDIT-TIME-6.
078800     STRING 'H|GMPRIZE|' EDIT-PERIOD-6 '|' EDIT-DATE-8
078900         '|' EDIT-TIME-6
079000         DELIMITED BY SIZE INTO PAY-LINE.
079100     WRITE PAY-LINE.
079120     IF NOT PAYFILE-OK
079140         PERFORM 5300-PAYFILE-ERROR THRU 5300-EXIT
079160         GO TO 5100-EXIT
079180     END-IF.
079200     MOVE ZERO TO PT-SUB.
079300     PERFORM 5200-WRITE-PAYEE THRU 5200-EXIT
079400         UNTIL PT-SUB >= AWARD-PLACES OR RUN-RC >= 16.
079420     IF RUN-RC >= 16
079440         GO TO 5100-EXIT
079460     END-IF.
079500     MOVE SPACES TO PAY-LINE.
079600     MOVE PAY-COUNT TO EDIT-COUNT-7.
079700     MOVE PAY-TOTAL TO EDIT-TOTAL-10.
079800     STRING 'T|' EDIT-COUNT-7 '|' EDIT-TOTAL-10
079900         DELIMITED BY SIZE INTO PAY-LINE.
080000     WRITE PAY-LINE.
080020     IF NOT PAYFILE-OK
080040         PERFORM 5300-PAYFILE-ERROR THRU 5300-EXIT
080060     END-IF.
080100 5100-EXIT.
080200     EXIT.
080300*****************************************************************
080400*  5200-WRITE-PAYEE - ONE DELIMITED PAYEE LINE; HELD AWARDS     *
080500*  NEVER REACH THE PAYROLL FILE                                 *
080600*****************************************************************
080700 5200-WRITE-PAYEE.
080800     ADD 1 TO PT-SUB.
080900     IF NOT PT-PAYABLE (PT-SUB)
081000         GO TO 5200-EXIT
081100     END-IF.
081200     MOVE PT-NAME (PT-SUB) TO NAME-WORK.
081300     INSPECT NAME-WORK REPLACING ALL '|' BY '!'.
081400     PERFORM 7000-TRIM-NAME THRU 7000-EXIT.
081500     MOVE SPACES TO PAY-LINE.
081600     MOVE PT-SUB             TO EDIT-PLACE-3.
081700     MOVE PL-AMOUNT (PT-SUB) TO EDIT-AMOUNT-8.
081800     MOVE 1 TO LINE-PTR.
081900     STRING 'D|' EDIT-PLACE-3 '|' PT-ID (PT-SUB) '|'
082000         DELIMITED BY SIZE INTO PAY-LINE
082100         POINTER LINE-PTR.
082200     STRING NAME-WORK (1:NAME-LEN)
082300         DELIMITED BY SIZE INTO PAY-LINE
082400         POINTER LINE-PTR.
082500     STRING '|' EDIT-AMOUNT-8
082600         DELIMITED BY SIZE INTO PAY-LINE
082700         POINTER LINE-PTR.
082800     WRITE PAY-LINE.
082820     IF NOT PAYFILE-OK
082840         PERFORM 5300-PAYFILE-ERROR THRU 5300-EXIT
082860     END-IF.
082900 5200-EXIT.
083000     EXIT.
083005*****************************************************************
083010*  5300-PAYFILE-ERROR - A SHORT PAYROLL FILE IS NEVER SENT AND  *
083015*  THE MONTH STAYS OFF THE PAID-PRIZE REGISTER                  *
083020*****************************************************************
083025 5300-PAYFILE-ERROR.
083030     DISPLAY 'PRIZAWD: PAYFILE WRITE ERROR, STATUS '
083035             PAYFILE-STATUS ' - DO NOT SEND THE PAYFILE'
083040         UPON OPERATOR-CONSOLE.
083045     MOVE 16 TO RUN-RC.
083050 5300-EXIT.
083055     EXIT.
083100*****************************************************************
083200*  5500-REGISTER-PAID - ENTER THE MONTH ON THE PAID-PRIZE       *
083300*  REGISTER SO IT CANNOT BE PAID AGAIN                          *
083400*****************************************************************
083500 5500-REGISTER-PAID.
083600     OPEN EXTEND PRIZE-REG-FILE.
083700     IF PRIZREG-STATUS = '35'
083800         OPEN OUTPUT PRIZE-REG-FILE
083900         CLOSE PRIZE-REG-FILE
084000         OPEN EXTEND PRIZE-REG-FILE
084100     END-IF.
084200     IF NOT PRIZREG-OK
084300         DISPLAY 'PRIZAWD: PAYFILE WRITTEN BUT PRIZREG NOT '
084400                 'UPDATED, STATUS ' PRIZREG-STATUS
084500                 ' - DO NOT SEND THE PAYFILE'
084600             UPON OPERATOR-CONSOLE
084700         MOVE 16 TO RUN-RC
084800         GO TO 5500-EXIT
084900     END-IF.
085000     MOVE SPACES         TO PREG-REC.
085100     MOVE PRIZE-PERIOD   TO PREG-PERIOD.
085200     MOVE CURRENT-DATE-N TO PREG-PAID-DATE.
085300     MOVE CURRENT-TIME-N TO PREG-PAID-TIME.
085400     MOVE PAY-COUNT      TO PREG-COUNT.
085500     MOVE PAY-TOTAL      TO PREG-AMOUNT.
085600     MOVE HELD-COUNT     TO PREG-HELD-COUNT.
085700     MOVE HELD-TOTAL     TO PREG-HELD-AMOUNT.
085800     WRITE PREG-REC.
085810     IF NOT PRIZREG-OK
085820         DISPLAY 'PRIZAWD: PAYFILE WRITTEN BUT PRIZREG NOT '
085830                 'UPDATED, STATUS ' PRIZREG-STATUS
085840                 ' - DO NOT SEND THE PAYFILE'
085850             UPON OPERATOR-CONSOLE
085860         MOVE 16 TO RUN-RC
085870         CLOSE PRIZE-REG-FILE
085880         GO TO 5500-EXIT
085890     END-IF.
085900     CLOSE PRIZE-REG-FILE.
086000     MOVE 'Y' TO PAY-DONE-FLAG.
086100 5500-EXIT.
086200     EXIT.
086300*****************************************************************
086400*  6000-PRINT-REGISTER - THE AWARD REGISTER FOR SIGN-OFF        *
086500*****************************************************************
086600 6000-PRINT-REGISTER.
086700     EVALUATE TRUE
086800         WHEN PAY-DONE
086900             MOVE 'PAID - PAYROLL INTERFACE FILE WRITTEN THIS RUN'
087000                 TO HDG2-STATUS
087100         WHEN PERIOD-ALREADY-PAID
087200             MOVE 'ALREADY PAID - FOR REFERENCE ONLY'
087300                 TO HDG2-STATUS
087400         WHEN FUNC-PAY
087500             MOVE 'PAY RUN REFUSED - NOTHING PAID'
087600                 TO HDG2-STATUS
087700         WHEN OTHER
087800             MOVE 'FOR SIGN-OFF - NOT YET PAID'
087900                 TO HDG2-STATUS
088000     END-EVALUATE.
088100     IF PERIOD-ALREADY-PAID AND FUNC-REGISTER AND RUN-RC < 4
088200         MOVE 4 TO RUN-RC
088300     END-IF.
088400     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT.
088500     MOVE ZERO TO PT-SUB.
088600     PERFORM 6100-PRINT-AWARD THRU 6100-EXIT
088700         UNTIL PT-SUB >= AWARD-PLACES.
088800     IF TIE-AT-LAST-PLACE
088900         MOVE SPACES TO MSG-TEXT
089000         MOVE PLACE-COUNT TO EDIT-PLACE-3
089100         STRING 'TIE AT PLACE ' EDIT-PLACE-3
089200             ' WITH THE NEXT PLAYER (' PT-ID (PLACE-COUNT + 1)
089300             ') - REVIEW BEFORE SIGN-OFF'
089400             DELIMITED BY SIZE INTO MSG-TEXT
089500         WRITE REPORT-LINE FROM MESSAGE-LINE
089600             AFTER ADVANCING 2 LINES
089700     END-IF.
089800     IF PERIOD-ALREADY-PAID
089900         MOVE SPACES TO MSG-TEXT
090000         STRING 'PERIOD ALREADY ON THE PAID-PRIZE REGISTER, PAID '
090100             PAID-DATE
090200             DELIMITED BY SIZE INTO MSG-TEXT
090300         WRITE REPORT-LINE FROM MESSAGE-LINE
090400             AFTER ADVANCING 2 LINES
090500     END-IF.
090600     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
090700 6000-EXIT.
090800     EXIT.
090900*****************************************************************
091000*  6100-PRINT-AWARD - ONE PLACE ON THE REGISTER                 *
091100*****************************************************************
091200 6100-PRINT-AWARD.
091300     ADD 1 TO PT-SUB.
091400     IF LINE-COUNT > 55
091500         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
091600     END-IF.
091700     MOVE SPACES              TO DETAIL-LINE.
091800     MOVE PT-SUB              TO DTL-PLACE.
091900     MOVE PT-ID (PT-SUB)      TO DTL-ID.
092000     MOVE PT-NAME (PT-SUB)    TO DTL-NAME.
092100     MOVE PT-GAMES (PT-SUB)   TO DTL-GAMES.
092200     MOVE PT-WINS (PT-SUB)    TO DTL-WINS.
092300     MOVE PT-POINTS (PT-SUB)  TO DTL-POINTS.
092400     MOVE PL-AMOUNT (PT-SUB)  TO DTL-AMOUNT.
092500     EVALUATE TRUE
092600         WHEN PT-PAYABLE (PT-SUB)
092700             MOVE 'PAY'                  TO DTL-DISP
092800         WHEN PT-OFFBOARDED (PT-SUB)
092900             MOVE 'HELD - OFFBOARDED'    TO DTL-DISP
093000             MOVE '*OFFBOARDED*'         TO DTL-NAME
093100         WHEN OTHER
093200             MOVE 'HELD - NOT ON MASTER' TO DTL-DISP
093300             MOVE '*UNKNOWN PLAYER*'     TO DTL-NAME
093400     END-EVALUATE.
093500     WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
093600     ADD 1 TO LINE-COUNT.
093700 6100-EXIT.
093800     EXIT.
093900*****************************************************************
094000*  6500-PRINT-HEADINGS - START A NEW REGISTER PAGE              *
094100*****************************************************************
094200 6500-PRINT-HEADINGS.
094300     ADD 1 TO PAGE-COUNT.
094400     MOVE PRIZE-PERIOD TO HDG1-PERIOD.
094500     MOVE PAGE-COUNT   TO HDG1-PAGE.
094600     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
094700     WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
094800     WRITE REPORT-LINE FROM HEADING-LINE-3
094900         AFTER ADVANCING 2 LINES.
095000     MOVE SPACES TO REPORT-LINE.
095100     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
095200     MOVE 5 TO LINE-COUNT.
095300 6500-EXIT.
095400     EXIT.
095500*****************************************************************
095600*  7000-TRIM-NAME - LENGTH OF NAME-WORK LESS TRAILING SPACES    *
095700*****************************************************************
095800 7000-TRIM-NAME.
095900     MOVE 30 TO NAME-LEN.
096000     PERFORM 7100-BACK-UP-ONE THRU 7100-EXIT
096100         UNTIL NAME-LEN = ZERO
096200            OR NAME-WORK (NAME-LEN:1) NOT = SPACE.
096300     IF NAME-LEN = ZERO
096400         MOVE 1 TO NAME-LEN
096500         MOVE '?' TO NAME-WORK (1:1)
096600     END-IF.
096700 7000-EXIT.
096800     EXIT.
096900*****************************************************************
097000*  7100-BACK-UP-ONE - STEP BACK OVER ONE TRAILING SPACE         *
097100*****************************************************************
097200 7100-BACK-UP-ONE.
097300     IF NAME-WORK (NAME-LEN:1) = SPACE
097400         SUBTRACT 1 FROM NAME-LEN
097500     END-IF.
097600 7100-EXIT.
097700     EXIT.
097800*****************************************************************
097900*  7500-PRINT-TOTALS - CONTROL TOTALS AND THE SIGN-OFF BLOCK    *
098000*****************************************************************
098100 7500-PRINT-TOTALS.
098200     MOVE SPACES TO REPORT-LINE.
098300     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
098400     MOVE 'HISTORY RECORDS READ'       TO TOT-LABEL.
098500     MOVE HIST-READ-COUNT              TO TOT-VALUE.
098600     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
098700     MOVE 'PLAYERS IN THE PERIOD'      TO TOT-LABEL.
098800     MOVE HIST-PERIOD-COUNT            TO TOT-VALUE.
098900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
099000     MOVE 'UNDER THE MINIMUM GAMES'    TO TOT-LABEL.
099100     MOVE UNDER-MIN-COUNT              TO TOT-VALUE.
099200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
099300     MOVE 'INACTIVE, EXCLUDED'         TO TOT-LABEL.
099400     MOVE INACTIVE-COUNT               TO TOT-VALUE.
099500     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
099600     MOVE 'PLAYERS RANKED'             TO TOT-LABEL.
099700     MOVE PT-COUNT                     TO TOT-VALUE.
099800     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
099900     MOVE 'PLACES ON THE SCHEDULE'     TO TOT-LABEL.
100000     MOVE PLACE-COUNT                  TO TOT-VALUE.
100100     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
100200     MOVE 'AWARDS PAYABLE'             TO TOT-LABEL.
100300     MOVE PAY-COUNT                    TO TOT-VALUE.
100400     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
100500     MOVE 'AMOUNT PAYABLE'             TO AMT-LABEL.
100600     MOVE PAY-TOTAL                    TO AMT-VALUE.
100700     WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.
100800     MOVE 'AWARDS HELD BACK'           TO TOT-LABEL.
100900     MOVE HELD-COUNT                   TO TOT-VALUE.
101000     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
101100     MOVE 'AMOUNT HELD BACK'           TO AMT-LABEL.
101200     MOVE HELD-TOTAL                   TO AMT-VALUE.
101300     WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.
101400     IF PAY-DONE OR PERIOD-ALREADY-PAID
101500         GO TO 7500-EXIT
101600     END-IF.
101620     MOVE 'APPROVAL CARDS FOR THE PAY RUN:' TO APV-LABEL.
101640     MOVE 'PRIZE-OK  '                      TO APV-KEYWORD.
101660     MOVE PAY-CENTS                         TO APV-VALUE.
101680     WRITE REPORT-LINE FROM APPROVAL-LINE AFTER ADVANCING 3 LINES.
101700     MOVE SPACES                            TO APV-LABEL.
101720     MOVE 'PRIZE-AP  '                      TO APV-KEYWORD.
101740     MOVE PRIZE-PERIOD                      TO APV-VALUE.
101760     WRITE REPORT-LINE FROM APPROVAL-LINE AFTER ADVANCING 1 LINE.
101780     MOVE 'PRIZE-HASH'                      TO APV-KEYWORD.
101800     MOVE PAYEE-HASH                        TO APV-VALUE.
101820     WRITE REPORT-LINE FROM APPROVAL-LINE AFTER ADVANCING 1 LINE.
101900     WRITE REPORT-LINE FROM SIGN-OFF-LINE AFTER ADVANCING 3 LINES.
102000 7500-EXIT.
102100     EXIT.
102200*****************************************************************
102300*  8800-WRITE-RUN-STATUS - ONE RUN-CONTROL RECORD FOR JOBSTAT   *
102400*****************************************************************
102500 8800-WRITE-RUN-STATUS.
102600     OPEN EXTEND RUN-STATUS-FILE.
102700     IF RUNCTL-STATUS = '35'
102800         OPEN OUTPUT RUN-STATUS-FILE
102900         CLOSE RUN-STATUS-FILE
103000         OPEN EXTEND RUN-STATUS-FILE
103100     END-IF.
103200     IF NOT RUNCTL-OK
103300         DISPLAY 'PRIZAWD: CANNOT WRITE RUN CONTROL, STATUS '
103400                 RUNCTL-STATUS
103500             UPON OPERATOR-CONSOLE
103600         GO TO 8800-EXIT
103700     END-IF.
103800     MOVE SPACES            TO RSTA-REC.
103900     MOVE 'PRIZAWD '        TO RSTA-JOB-NAME.
104000     MOVE CURRENT-DATE-N    TO RSTA-RUN-DATE.
104100     MOVE CURRENT-TIME-N    TO RSTA-RUN-TIME.
104200     MOVE RUN-RC            TO RSTA-RC.
104300     MOVE PAY-COUNT         TO RSTA-COUNT-1.
104400     MOVE HELD-COUNT        TO RSTA-COUNT-2.
104500     WRITE RSTA-REC.
104600     CLOSE RUN-STATUS-FILE.
104700 8800-EXIT.
104800     EXIT.
104900*****************************************************************
105000*  9000-TERMINATE - CLOSE FILES                                 *
105100*****************************************************************
105200 9000-TERMINATE.
105300     IF REPORT-IS-OPEN
105400         CLOSE HIST-IN-FILE
105500               PLAYER-MASTER
105600               REPORT-FILE
105700     END-IF.
105800 9000-EXIT.
105900     EXIT.

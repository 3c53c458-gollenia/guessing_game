000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISPUTE.
000300 AUTHOR. THOMAS GOLLENIA.
000400 INSTALLATION. DEPT ENGAGEMENT SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*****************************************************************
000800*  DISPUTE  --  PLAYER DISPUTE CASE FILE                        *
000900*                                                               *
001000*  WORKS THE DISPUTE CASE FILE (DISPCASE, SEE GMDISP).  A CASE  *
001100*  IS OPENED AGAINST ONE ROUND ON THE SCORES MASTER, NAMED BY   *
001200*  ITS SCOR-SEQ.  FUNCTIONS:                                    *
001300*      O = OPEN A CASE.  THE ROUNDS AUDIT TRAIL LINES ARE       *
001400*          FOUND ON AUDITTRL AND ATTACHED TO THE CASE (DISPAUD, *
001500*          SEE GMDAUD) - THE GUESSES OF AN ONLINE ROUND, THE    *
001600*          POSTING RECORD OF A BATCH OR TOURNAMENT ROUND        *
001700*      T = ATTACH THE TRAIL TO AN OPEN CASE THAT HAS NONE -     *
001800*          FOR AN OLD ROUND, AFTER RESTORE HAS MERGED THE       *
001900*          AUDIT ARCHIVE BACK INTO AUDITTRL                     *
002000*      V = VIEW A CASE AND ITS ATTACHED LINES                   *
002100*      D = DECIDE A CASE: THE FINDING, WHO DECIDED IT, UPHELD   *
002200*          OR NOT.  AN UPHELD CASE WRITES DISPOUT AS A COMPLETE *
002300*          TRANS-IN BATCH FOR TRANSBAT - HEADER 'DC' + CASE     *
002400*          NUMBER, THE 'R' REVERSAL OF THE ROUND, THE CORRECTED *
002500*          'D' ROUND IF ONE WAS KEYED, TRAILER.  ONE UPHELD     *
002600*          CASE PER SESSION, SINCE DISPOUT HOLDS ONE BATCH      *
002700*      A = AGING REPORT OF THE CASES NOT YET CLOSED ON DISPRPT, *
002800*          FLAGGING THOSE OPEN MORE THAN CASE-DAYS (PARAMETER   *
002900*          CARD, DEFAULT 14)                                    *
003000*      Q = QUIT                                                 *
003100*  AT START-UP EVERY UPHELD CASE WHOSE BATCH IS ON THE POSTED-  *
003200*  BATCH REGISTER (BATCHREG) IS MARKED POSTED AND CLOSED.       *
003300*  TRANSBAT STAMPS THE BATCH ID ON THE AUDIT RECORDS IT WRITES, *
003400*  SO THE CHANGED ROUND TRACES BACK TO THE CASE.                *
003500*  A ROUND POSTED TODAY IS STILL ON THE SCORDLY DELTA WITHOUT   *
003600*  A SCOR-SEQ - IT CAN BE DISPUTED ONCE SCORMRGE HAS MERGED IT. *
003700*****************************************************************
003800*  MODIFICATION HISTORY                                         *
003900*  2026-10-15  TG   NEW PROGRAM                                 *
003920*  2026-10-15  TG   DECIDING OPERATOR NAMED AS KEYER ON THE     *
003940*                   DISPOUT BATCH HEADER                        *
003960*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
003980*                   SCORES SELECT TO MATCH THE MASTER           *
003982*  2026-10-15  TG   NEW CASE READ BACK BEFORE ITS AUDIT COUNT   *
003984*                   IS REWRITTEN; DISPAUD AND DISPOUT WRITES    *
003986*                   CHECKED, AND A CASE IS UPHELD ONLY WHEN ITS *
003988*                   DISPOUT BATCH IS COMPLETE                   *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     CONSOLE IS OPERATOR-CONSOLE.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CASE-FILE        ASSIGN TO DISPCASE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE  IS DYNAMIC
005000         RECORD KEY   IS DISP-CASE-NO
005100         FILE STATUS  IS DISPCASE-STATUS.
005200     SELECT CASE-AUDIT-FILE  ASSIGN TO DISPAUD
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS DISPAUD-STATUS.
005500     SELECT SCORES-FILE      ASSIGN TO SCORES
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS SEQUENTIAL
005800         RECORD KEY   IS SCOR-SEQ
005900         ALTERNATE RECORD KEY IS SCOR-DATE
006000                      WITH DUPLICATES
006020         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
006040                      WITH DUPLICATES
006100         FILE STATUS  IS SCORES-STATUS.
006200     SELECT AUDIT-FILE       ASSIGN TO AUDITTRL
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS AUDIT-STATUS.
006500     SELECT BATCH-REGISTER   ASSIGN TO BATCHREG
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS  IS REGISTER-STATUS.
006800     SELECT BATCH-OUT-FILE   ASSIGN TO DISPOUT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS  IS DISPOUT-STATUS.
007100     SELECT PARM-FILE        ASSIGN TO GMPARM
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS  IS PARM-STATUS.
007400     SELECT REPORT-FILE      ASSIGN TO DISPRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS  IS REPORT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CASE-FILE.
008000     COPY GMDISP.
008100 FD  CASE-AUDIT-FILE.
008200     COPY GMDAUD.
008300 FD  SCORES-FILE.
008400     COPY GMSCOR.
008500 FD  AUDIT-FILE.
008600     COPY GMAUDT.
008700 FD  BATCH-REGISTER.
008800     COPY GMBREG.
008900 FD  BATCH-OUT-FILE.
009000 01  BATCH-OUT-REC           PIC X(80).
009100 FD  PARM-FILE.
009200     COPY GMPARM.
009300 FD  REPORT-FILE.
009400 01  REPORT-LINE             PIC X(132).
009500 WORKING-STORAGE SECTION.
009600 77  DISPCASE-STATUS         PIC X(02) VALUE SPACES.
009700     88  DISPCASE-OK                     VALUE '00'.
009800     88  DISPCASE-EOF                    VALUE '10'.
009900 77  DISPAUD-STATUS          PIC X(02) VALUE SPACES.
010000     88  DISPAUD-OK                      VALUE '00'.
010100     88  DISPAUD-EOF                     VALUE '10'.
010200 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
010300     88  SCORES-OK                       VALUE '00'.
010400 77  AUDIT-STATUS            PIC X(02) VALUE SPACES.
010500     88  AUDIT-OK                        VALUE '00'.
010600     88  AUDIT-EOF                       VALUE '10'.
010700 77  REGISTER-STATUS         PIC X(02) VALUE SPACES.
010800     88  REGISTER-OK                     VALUE '00'.
010900     88  REGISTER-EOF                    VALUE '10'.
011000 77  DISPOUT-STATUS          PIC X(02) VALUE SPACES.
011100     88  DISPOUT-OK                      VALUE '00'.
011200 77  PARM-STATUS             PIC X(02) VALUE SPACES.
011300     88  PARM-OK                         VALUE '00'.
011400     88  PARM-EOF                        VALUE '10'.
011500 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
011600     88  REPORT-OK                       VALUE '00'.
011700 77  CASE-DAYS-LIMIT         PIC 9(03) VALUE 14.
011800 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
011900 77  MAINT-FUNCTION          PIC X(01) VALUE SPACE.
012000     88  FUNC-OPEN                       VALUE 'O'.
012100     88  FUNC-ATTACH                     VALUE 'T'.
012200     88  FUNC-VIEW                       VALUE 'V'.
012300     88  FUNC-DECIDE                     VALUE 'D'.
012400     88  FUNC-AGING                      VALUE 'A'.
012500     88  FUNC-QUIT                       VALUE 'Q'.
012600 77  CASE-FILE-FLAG          PIC X(01) VALUE 'N'.
012700     88  CASE-FILE-OPEN                  VALUE 'Y'.
012800 77  CASE-FOUND-FLAG         PIC X(01) VALUE 'N'.
012900     88  CASE-FOUND                      VALUE 'Y'.
013000 77  ROUND-FOUND-FLAG        PIC X(01) VALUE 'N'.
013100     88  ROUND-FOUND                     VALUE 'Y'.
013200 77  DISPOUT-FLAG            PIC X(01) VALUE 'N'.
013300     88  DISPOUT-WRITTEN                 VALUE 'Y'.
013400 77  LAST-CASE-NO            PIC 9(06) VALUE ZERO.
013500 77  CASE-NUMBER             PIC 9(06) VALUE ZERO.
013600 77  DUP-CASE-NO             PIC 9(06) VALUE ZERO.
013700 77  ROUND-SEQ               PIC 9(07) VALUE ZERO.
013800 77  ANSWER-FIELD            PIC X(08) VALUE SPACES.
013900 77  ANSWER-TEXT             PIC X(40) VALUE SPACES.
014000 77  ANSWER-OPERATOR         PIC X(08) VALUE SPACES.
014100 77  DECISION-ANSWER         PIC X(01) VALUE SPACE.
014200     88  DECIDE-UPHELD                   VALUE 'U'.
014300     88  DECIDE-NOT-UPHELD               VALUE 'N'.
014400 77  ACTION-ANSWER           PIC X(01) VALUE SPACE.
014500     88  ACTION-REVERSE                  VALUE 'R'.
014600     88  ACTION-CORRECT                  VALUE 'C'.
014700 77  CORR-RANGE              PIC 9(04) VALUE ZERO.
014800 77  CORR-TRIES              PIC 9(03) VALUE ZERO.
014900 77  CORR-RESULT             PIC X(01) VALUE SPACE.
015000 77  BATCH-OUT-ID            PIC X(08) VALUE SPACES.
015100 77  CARD-COUNT              PIC 9(07) VALUE ZERO.
015200 77  GUESS-COUNT             PIC S9(05) COMP VALUE ZERO.
015300 77  GUESS-SEEN              PIC S9(05) COMP VALUE ZERO.
015400 77  FIRST-WANTED            PIC S9(05) COMP VALUE ZERO.
015500 77  LINE-NUMBER             PIC 9(03) VALUE ZERO.
015600 77  CASE-COUNT              PIC 9(07) COMP VALUE ZERO.
015700 77  OPEN-COUNT              PIC 9(07) COMP VALUE ZERO.
015800 77  POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
015900 77  AWAIT-DECISION-COUNT    PIC 9(07) COMP VALUE ZERO.
016000 77  AWAIT-POSTING-COUNT     PIC 9(07) COMP VALUE ZERO.
016100 77  OVERDUE-COUNT           PIC 9(07) COMP VALUE ZERO.
016200 77  AGE-DAYS                PIC 9(03) VALUE ZERO.
016300 77  LINE-COUNT              PIC 9(03) COMP VALUE 99.
016400 77  PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
016500*    THE DISPUTED ROUND, AN ATTACHED AUDIT LINE, AN OUTPUT CARD
016600     COPY GMSCOR REPLACING LEADING ==SCOR== BY ==RND==.
016700     COPY GMAUDT REPLACING LEADING ==AUDT== BY ==ATT==.
016800     COPY GMTRAN REPLACING LEADING ==TRAN== BY ==DTR==.
016900 77  EDIT-SUB                PIC S9(04) COMP VALUE ZERO.
017000 77  EDIT-LENGTH             PIC S9(04) COMP VALUE ZERO.
017100 77  EDIT-DIGITS             PIC S9(04) COMP VALUE ZERO.
017200 77  EDIT-VALUE              PIC 9(08) VALUE ZERO.
017300 77  EDIT-ERROR              PIC X(01) VALUE 'N'.
017400     88  EDIT-BAD                        VALUE 'Y'.
017500 01  EDIT-CHAR.
017600     05  EDIT-CHAR-X         PIC X(01).
017700     05  EDIT-CHAR-9         REDEFINES EDIT-CHAR-X
017800                             PIC 9(01).
017900 01  DATE-WORK.
018000     05  DATE-WORK-YY        PIC 9(02).
018100     05  DATE-WORK-MM        PIC 9(02).
018200     05  DATE-WORK-DD        PIC 9(02).
018300 01  CALC-DATE.
018400     05  CALC-YYYY           PIC 9(04).
018500     05  CALC-MM             PIC 9(02).
018600     05  CALC-DD             PIC 9(02).
018700 01  CALC-DATE-N             REDEFINES CALC-DATE
018800                             PIC 9(08).
018900 77  LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
019000 77  LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
019100 77  MONTH-DAYS              PIC 9(02) VALUE ZERO.
019200 01  HEADING-LINE-1.
019300     05  FILLER              PIC X(10) VALUE 'DISPUTE'.
019400     05  FILLER              PIC X(30)
019500         VALUE 'OPEN DISPUTE CASES AGING'.
019600     05  FILLER              PIC X(05) VALUE 'DATE '.
019700     05  HDG1-DATE           PIC 9(08).
019800     05  FILLER              PIC X(06) VALUE ' PAGE '.
019900     05  HDG1-PAGE           PIC ZZZZ9.
020000     05  FILLER              PIC X(68) VALUE SPACES.
020100 01  HEADING-LINE-2.
020200     05  FILLER              PIC X(36)
020300         VALUE 'CASES OPEN MORE THAN'.
020400     05  HDG2-DAYS           PIC ZZ9.
020500     05  FILLER              PIC X(93)
020600         VALUE ' DAYS ARE FLAGGED OVERDUE'.
020700 01  HEADING-LINE-3.
020800     05  FILLER              PIC X(09) VALUE ' CASE'.
020900     05  FILLER              PIC X(24) VALUE 'STATUS'.
021000     05  FILLER              PIC X(10) VALUE 'OPENED'.
021100     05  FILLER              PIC X(05) VALUE 'DAYS'.
021200     05  FILLER              PIC X(07) VALUE 'PLAYER'.
021300     05  FILLER              PIC X(09) VALUE 'SCOR-SEQ'.
021400     05  FILLER              PIC X(10) VALUE 'OPENED BY'.
021500     05  FILLER              PIC X(10) VALUE 'BATCH'.
021600     05  FILLER              PIC X(48) VALUE SPACES.
021700 01  AGING-LINE.
021800     05  FILLER              PIC X(01) VALUE SPACE.
021900     05  AGL-CASE-NO         PIC 9(06).
022000     05  FILLER              PIC X(02) VALUE SPACES.
022100     05  AGL-STATUS          PIC X(22).
022200     05  FILLER              PIC X(02) VALUE SPACES.
022300     05  AGL-OPEN-DATE       PIC 9(08).
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  AGL-DAYS            PIC ZZ9.
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  AGL-PLAY-ID         PIC X(05).
022800     05  FILLER              PIC X(02) VALUE SPACES.
022900     05  AGL-SCOR-SEQ        PIC 9(07).
023000     05  FILLER              PIC X(02) VALUE SPACES.
023100     05  AGL-OPENED-BY       PIC X(08).
023200     05  FILLER              PIC X(02) VALUE SPACES.
023300     05  AGL-BATCH-ID        PIC X(08).
023400     05  FILLER              PIC X(02) VALUE SPACES.
023500     05  AGL-OVERDUE         PIC X(07).
023600     05  FILLER              PIC X(41) VALUE SPACES.
023700 01  TOTAL-LINE.
023800     05  FILLER              PIC X(01) VALUE SPACE.
023900     05  TOT-LABEL           PIC X(30).
024000     05  TOT-VALUE           PIC Z,ZZZ,ZZ9.
024100     05  FILLER              PIC X(92) VALUE SPACES.
024200 PROCEDURE DIVISION.
024300*****************************************************************
024400*  0000-MAINLINE - CONTROL THE DISPUTE SESSION                  *
024500*****************************************************************
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
024900         UNTIL FUNC-QUIT.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     STOP RUN.
025200*****************************************************************
025300*  1000-INITIALIZE - OPEN THE CASE FILE, CLOSE POSTED CASES,    *
025400*  FIND THE LAST CASE NUMBER                                    *
025500*****************************************************************
025600 1000-INITIALIZE.
025700     ACCEPT DATE-WORK FROM DATE.
025800     COMPUTE CURRENT-DATE-N =
025900         20000000 + (DATE-WORK-YY * 10000)
026000                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
026100     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
026200     OPEN I-O CASE-FILE.
026300     IF DISPCASE-STATUS = '35'
026400         OPEN OUTPUT CASE-FILE
026500         CLOSE CASE-FILE
026600         OPEN I-O CASE-FILE
026700     END-IF.
026800     IF NOT DISPCASE-OK
026900         DISPLAY 'DISPUTE: CANNOT OPEN DISPCASE, STATUS '
027000                 DISPCASE-STATUS
027100         MOVE 'Q' TO MAINT-FUNCTION
027200         GO TO 1000-EXIT
027300     END-IF.
027400     MOVE 'Y' TO CASE-FILE-FLAG.
027500     PERFORM 1800-MATCH-REGISTER THRU 1800-EXIT.
027600     PERFORM 1200-FIND-LAST-CASE THRU 1200-EXIT.
027700     DISPLAY 'DISPUTE CASES ON FILE: ' CASE-COUNT
027800             ' NOT CLOSED: ' OPEN-COUNT.
027900 1000-EXIT.
028000     EXIT.
028100*****************************************************************
028200*  1200-FIND-LAST-CASE - COUNT THE CASES, KEEP THE HIGHEST      *
028300*  CASE NUMBER FOR THE NEXT ONE OPENED                          *
028400*****************************************************************
028500 1200-FIND-LAST-CASE.
028600     MOVE ZERO TO LAST-CASE-NO CASE-COUNT OPEN-COUNT.
028700     PERFORM 7700-START-CASES THRU 7700-EXIT.
028800     PERFORM 1250-COUNT-ONE-CASE THRU 1250-EXIT
028900         UNTIL DISPCASE-EOF.
029000 1200-EXIT.
029100     EXIT.
029200*****************************************************************
029300*  1250-COUNT-ONE-CASE - ONE CASE INTO THE COUNTS               *
029400*****************************************************************
029500 1250-COUNT-ONE-CASE.
029600     PERFORM 7750-READ-NEXT-CASE THRU 7750-EXIT.
029700     IF DISPCASE-EOF
029800         GO TO 1250-EXIT
029900     END-IF.
030000     ADD 1 TO CASE-COUNT.
030100     MOVE DISP-CASE-NO TO LAST-CASE-NO.
030200     IF NOT DISP-CLOSED
030300         ADD 1 TO OPEN-COUNT
030400     END-IF.
030500 1250-EXIT.
030600     EXIT.
030700*****************************************************************
030800*  1500-LOAD-PARMS - PICK UP AN OPTIONAL CASE-DAYS CARD         *
030900*****************************************************************
031000 1500-LOAD-PARMS.
031100     OPEN INPUT PARM-FILE.
031200     IF NOT PARM-OK
031300         GO TO 1500-EXIT
031400     END-IF.
031500     PERFORM 1600-READ-PARM THRU 1600-EXIT
031600         UNTIL PARM-EOF.
031700     CLOSE PARM-FILE.
031800 1500-EXIT.
031900     EXIT.
032000*****************************************************************
032100*  1600-READ-PARM - APPLY ONE PARAMETER CARD                    *
032200*****************************************************************
032300 1600-READ-PARM.
032400     READ PARM-FILE
032500         AT END GO TO 1600-EXIT.
032600     IF PARM-REC (1:1) = '*'
032700         GO TO 1600-EXIT
032800     END-IF.
032900     IF PARM-KEYWORD = 'CASE-DAYS '
033000         AND PARM-VALUE-X NUMERIC
033100         MOVE PARM-VALUE TO CASE-DAYS-LIMIT
033200     END-IF.
033300 1600-EXIT.
033400     EXIT.
033500*****************************************************************
033600*  1800-MATCH-REGISTER - AN UPHELD CASE WHOSE BATCH TRANSBAT    *
033700*  HAS POSTED SINCE THE LAST SESSION IS MARKED POSTED           *
033800*****************************************************************
033900 1800-MATCH-REGISTER.
034000     MOVE ZERO TO POSTED-COUNT.
034100     OPEN INPUT BATCH-REGISTER.
034200     IF REGISTER-STATUS = '35'
034300         GO TO 1800-EXIT
034400     END-IF.
034500     IF NOT REGISTER-OK
034600         DISPLAY 'DISPUTE: BATCHREG OPEN ERROR, STATUS '
034700                 REGISTER-STATUS ' - POSTINGS NOT MATCHED'
034800         GO TO 1800-EXIT
034900     END-IF.
035000     PERFORM 1850-MATCH-ONE-BATCH THRU 1850-EXIT
035100         UNTIL REGISTER-EOF.
035200     CLOSE BATCH-REGISTER.
035300     IF POSTED-COUNT > ZERO
035400         DISPLAY 'CASES POSTED BY TRANSBAT AND NOW CLOSED: '
035500                 POSTED-COUNT
035600     END-IF.
035700 1800-EXIT.
035800     EXIT.
035900*****************************************************************
036000*  1850-MATCH-ONE-BATCH - IS THIS REGISTER ENTRY A CASE BATCH   *
036100*****************************************************************
036200 1850-MATCH-ONE-BATCH.
036300     READ BATCH-REGISTER
036400         AT END GO TO 1850-EXIT.
036500     IF NOT REGISTER-OK
036600         DISPLAY 'DISPUTE: BATCHREG READ ERROR, STATUS '
036700                 REGISTER-STATUS ' - POSTINGS NOT MATCHED'
036800         MOVE '10' TO REGISTER-STATUS
036900         GO TO 1850-EXIT
037000     END-IF.
037100     IF BREG-BATCH-ID (1:2) NOT = 'DC'
037200        OR BREG-BATCH-ID (3:6) NOT NUMERIC
037300         GO TO 1850-EXIT
037400     END-IF.
037500     MOVE BREG-BATCH-ID (3:6) TO DISP-CASE-NO.
037600     READ CASE-FILE
037700         INVALID KEY GO TO 1850-EXIT.
037800     IF NOT DISP-UPHELD
037900        OR DISP-BATCH-ID NOT = BREG-BATCH-ID
038000         GO TO 1850-EXIT
038100     END-IF.
038200     MOVE 'P'              TO DISP-STATUS.
038300     MOVE BREG-POSTED-DATE TO DISP-POSTED-DATE.
038400     REWRITE DISP-REC
038500         INVALID KEY
038600             DISPLAY 'DISPUTE: REWRITE FAILED FOR CASE '
038700                     DISP-CASE-NO ', STATUS ' DISPCASE-STATUS
038800             GO TO 1850-EXIT.
038900     ADD 1 TO POSTED-COUNT.
039000 1850-EXIT.
039100     EXIT.
039200*****************************************************************
039300*  2000-PROCESS-FUNCTION - ONE TRIP THROUGH THE MENU            *
039400*****************************************************************
039500 2000-PROCESS-FUNCTION.
039600     DISPLAY ' '.
039700     DISPLAY 'PLAYER DISPUTE CASES'.
039800     DISPLAY 'O=OPEN T=ATTACH TRAIL V=VIEW D=DECIDE A=AGING '
039900             'Q=QUIT'.
040000     DISPLAY 'FUNCTION: '.
040100     ACCEPT MAINT-FUNCTION.
040200     EVALUATE TRUE
040300         WHEN FUNC-OPEN
040400             PERFORM 3000-OPEN-CASE THRU 3000-EXIT
040500         WHEN FUNC-ATTACH
040600             PERFORM 4500-ATTACH-AGAIN THRU 4500-EXIT
040700         WHEN FUNC-VIEW
040800             PERFORM 6000-VIEW-CASE THRU 6000-EXIT
040900         WHEN FUNC-DECIDE
041000             PERFORM 5000-DECIDE-CASE THRU 5000-EXIT
041100         WHEN FUNC-AGING
041200             PERFORM 6500-AGING-REPORT THRU 6500-EXIT
041300         WHEN FUNC-QUIT
041400             CONTINUE
041500         WHEN OTHER
041600             DISPLAY 'INVALID FUNCTION, PLEASE RE-ENTER'
041700     END-EVALUATE.
041800 2000-EXIT.
041900     EXIT.
042000*****************************************************************
042100*  3000-OPEN-CASE - OPEN A CASE AGAINST ONE SCORES ROUND AND    *
042200*  ATTACH ITS AUDIT TRAIL                                       *
042300*****************************************************************
042400 3000-OPEN-CASE.
042500     PERFORM 7100-GET-ROUND-SEQ THRU 7100-EXIT.
042600     IF ROUND-SEQ = ZERO
042700         GO TO 3000-EXIT
042800     END-IF.
042900     PERFORM 3100-READ-ROUND THRU 3100-EXIT.
043000     IF NOT ROUND-FOUND
043100         GO TO 3000-EXIT
043200     END-IF.
043300     IF RND-REVERSAL
043400         DISPLAY 'ROUND ' ROUND-SEQ ' IS A REVERSAL ENTRY - OPEN '
043500                 'THE CASE ON THE ROUND IT BACKED OUT'
043600         GO TO 3000-EXIT
043700     END-IF.
043800     PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT.
043900     IF DUP-CASE-NO > ZERO
044000         DISPLAY 'ROUND ' ROUND-SEQ ' IS ALREADY UNDER CASE '
044100                 DUP-CASE-NO
044200         GO TO 3000-EXIT
044300     END-IF.
044400     PERFORM 6200-SHOW-ROUND THRU 6200-EXIT.
044500     DISPLAY 'PLAYER COMPLAINT (BLANK = CANCEL): '.
044600     MOVE SPACES TO ANSWER-TEXT.
044700     ACCEPT ANSWER-TEXT.
044800     IF ANSWER-TEXT = SPACES
044900         GO TO 3000-EXIT
045000     END-IF.
045100     PERFORM 7300-GET-OPERATOR THRU 7300-EXIT.
045200     IF ANSWER-OPERATOR = SPACES
045300         GO TO 3000-EXIT
045400     END-IF.
045500     ADD 1 TO LAST-CASE-NO.
045600     MOVE LAST-CASE-NO    TO CASE-NUMBER.
045700     MOVE SPACES          TO DISP-REC.
045800     MOVE CASE-NUMBER     TO DISP-CASE-NO.
045900     MOVE 'O'             TO DISP-STATUS.
046000     MOVE CURRENT-DATE-N  TO DISP-OPEN-DATE.
046100     MOVE ANSWER-OPERATOR TO DISP-OPENED-BY.
046200     MOVE ROUND-SEQ       TO DISP-SCOR-SEQ.
046300     MOVE RND-REC         TO DISP-ROUND.
046400     MOVE ANSWER-TEXT     TO DISP-COMPLAINT.
046500     MOVE ZERO            TO DISP-AUDIT-COUNT
046600                             DISP-DECIDED-DATE
046700                             DISP-CORR-RANGE
046800                             DISP-CORR-TRIES
046900                             DISP-POSTED-DATE.
047000     WRITE DISP-REC
047100         INVALID KEY
047200             DISPLAY 'DISPUTE: CASE ' CASE-NUMBER
047300                     ' ALREADY ON FILE, STATUS ' DISPCASE-STATUS
047400             GO TO 3000-EXIT.
047500     ADD 1 TO CASE-COUNT OPEN-COUNT.
047600     PERFORM 4000-ATTACH-TRAIL THRU 4000-EXIT.
047610*    THE RECORD AREA IS NOT HELD OVER A WRITE - READ THE NEW CASE
047620*    BACK BEFORE IT IS UPDATED.
047630     MOVE CASE-NUMBER TO DISP-CASE-NO.
047640     READ CASE-FILE
047650         INVALID KEY
047660             DISPLAY 'DISPUTE: CASE ' CASE-NUMBER
047670                     ' NOT READ BACK, STATUS ' DISPCASE-STATUS
047680                     ' - USE T TO ATTACH THE TRAIL'
047690             GO TO 3000-EXIT.
047700     MOVE LINE-NUMBER TO DISP-AUDIT-COUNT.
047800     REWRITE DISP-REC
047900         INVALID KEY
048000             DISPLAY 'DISPUTE: REWRITE FAILED FOR CASE '
048100                     CASE-NUMBER ', STATUS ' DISPCASE-STATUS.
048200     DISPLAY 'CASE ' CASE-NUMBER ' OPENED FOR PLAYER '
048300             RND-PLAY-ID ' - ' LINE-NUMBER
048400             ' AUDIT LINES ATTACHED'.
048500     IF LINE-NUMBER = ZERO
048600         DISPLAY 'NO AUDIT LINES FOUND - IF THE ROUND IS '
048700                 'ARCHIVED, RESTORE THE AUDIT FILE AND USE T'
048800     END-IF.
048900 3000-EXIT.
049000     EXIT.
049100*****************************************************************
049200*  3100-READ-ROUND - THE ROUND FOR ROUND-SEQ FROM THE MASTER    *
049300*****************************************************************
049400 3100-READ-ROUND.
049500     MOVE 'N' TO ROUND-FOUND-FLAG.
049600     OPEN INPUT SCORES-FILE.
049700     IF NOT SCORES-OK
049800         DISPLAY 'DISPUTE: CANNOT OPEN SCORES, STATUS '
049900                 SCORES-STATUS
050000         GO TO 3100-EXIT
050100     END-IF.
050200     MOVE ROUND-SEQ TO SCOR-SEQ.
050300     START SCORES-FILE KEY IS EQUAL TO SCOR-SEQ
050400         INVALID KEY
050500             DISPLAY 'ROUND ' ROUND-SEQ
050600                     ' NOT ON THE SCORES MASTER'
050700             GO TO 3100-CLOSE.
050800     READ SCORES-FILE
050900         AT END
051000             DISPLAY 'ROUND ' ROUND-SEQ
051100                     ' NOT ON THE SCORES MASTER'
051200             GO TO 3100-CLOSE.
051300     IF NOT SCORES-OK
051400         DISPLAY 'DISPUTE: SCORES READ ERROR, STATUS '
051500                 SCORES-STATUS
051600         GO TO 3100-CLOSE
051700     END-IF.
051800     MOVE SCOR-REC TO RND-REC.
051900     MOVE 'Y' TO ROUND-FOUND-FLAG.
052000 3100-CLOSE.
052100     CLOSE SCORES-FILE.
052200 3100-EXIT.
052300     EXIT.
052400*****************************************************************
052500*  3200-CHECK-DUPLICATE - A ROUND MAY BE UNDER ONE LIVE CASE    *
052600*  ONLY.  A CASE NOT UPHELD DOES NOT STOP A NEW ONE             *
052700*****************************************************************
052800 3200-CHECK-DUPLICATE.
052900     MOVE ZERO TO DUP-CASE-NO.
053000     PERFORM 7700-START-CASES THRU 7700-EXIT.
053100     PERFORM 3250-TEST-ONE-CASE THRU 3250-EXIT
053200         UNTIL DISPCASE-EOF OR DUP-CASE-NO > ZERO.
053300 3200-EXIT.
053400     EXIT.
053500*****************************************************************
053600*  3250-TEST-ONE-CASE - IS THIS CASE ON THE SAME ROUND          *
053700*****************************************************************
053800 3250-TEST-ONE-CASE.
053900     PERFORM 7750-READ-NEXT-CASE THRU 7750-EXIT.
054000     IF DISPCASE-EOF
054100         GO TO 3250-EXIT
054200     END-IF.
054300     IF DISP-SCOR-SEQ = ROUND-SEQ
054400        AND NOT DISP-NOT-UPHELD
054500         MOVE DISP-CASE-NO TO DUP-CASE-NO
054600     END-IF.
054700 3250-EXIT.
054800     EXIT.
054900*****************************************************************
055000*  4000-ATTACH-TRAIL - COPY THE ROUNDS AUDIT LINES TO DISPAUD   *
055100*  UNDER CASE-NUMBER.  AN ONLINE ROUND IS THE LAST RND-TRIES    *
055200*  GUESSES BY THE PLAYER ON THE DAY UP TO THE ROUNDS TIME;      *
055300*  ANY ROUND ALSO TAKES THE POSTING RECORD STAMPED WITH ITS     *
055400*  OWN DATE AND TIME.  LINE-NUMBER RETURNS THE LINES ATTACHED   *
055500*****************************************************************
055600 4000-ATTACH-TRAIL.
055700     MOVE ZERO TO LINE-NUMBER GUESS-COUNT GUESS-SEEN.
055800     IF RND-ONLINE
055900         PERFORM 4050-COUNT-GUESSES THRU 4050-EXIT
056000     END-IF.
056100     COMPUTE FIRST-WANTED = GUESS-COUNT - RND-TRIES + 1.
056200     IF FIRST-WANTED < 1
056300         MOVE 1 TO FIRST-WANTED
056400     END-IF.
056500     OPEN INPUT AUDIT-FILE.
056600     IF AUDIT-STATUS = '35'
056700         GO TO 4000-EXIT
056800     END-IF.
056900     IF NOT AUDIT-OK
057000         DISPLAY 'DISPUTE: CANNOT OPEN AUDITTRL, STATUS '
057100                 AUDIT-STATUS
057200         GO TO 4000-EXIT
057300     END-IF.
057400     OPEN EXTEND CASE-AUDIT-FILE.
057500     IF DISPAUD-STATUS = '35'
057600         OPEN OUTPUT CASE-AUDIT-FILE
057700         CLOSE CASE-AUDIT-FILE
057800         OPEN EXTEND CASE-AUDIT-FILE
057900     END-IF.
058000     IF NOT DISPAUD-OK
058100         DISPLAY 'DISPUTE: CANNOT OPEN DISPAUD, STATUS '
058200                 DISPAUD-STATUS
058300         CLOSE AUDIT-FILE
058400         GO TO 4000-EXIT
058500     END-IF.
058600     PERFORM 4200-ATTACH-ONE THRU 4200-EXIT
058700         UNTIL AUDIT-EOF.
058800     CLOSE AUDIT-FILE
058900           CASE-AUDIT-FILE.
059000 4000-EXIT.
059100     EXIT.
059200*****************************************************************
059300*  4050-COUNT-GUESSES - PASS ONE: THE PLAYERS GUESSES ON THE    *
059400*  DAY UP TO THE ROUNDS TIME                                    *
059500*****************************************************************
059600 4050-COUNT-GUESSES.
059700     OPEN INPUT AUDIT-FILE.
059800     IF NOT AUDIT-OK
059900         GO TO 4050-EXIT
060000     END-IF.
060100     PERFORM 4100-COUNT-ONE-GUESS THRU 4100-EXIT
060200         UNTIL AUDIT-EOF.
060300     CLOSE AUDIT-FILE.
060400 4050-EXIT.
060500     EXIT.
060600*****************************************************************
060700*  4100-COUNT-ONE-GUESS - COUNT ONE QUALIFYING GUESS            *
060800*****************************************************************
060900 4100-COUNT-ONE-GUESS.
061000     READ AUDIT-FILE
061100         AT END GO TO 4100-EXIT.
061200     IF NOT AUDIT-OK
061300         DISPLAY 'DISPUTE: AUDITTRL READ ERROR, STATUS '
061400                 AUDIT-STATUS
061500         MOVE '10' TO AUDIT-STATUS
061600         GO TO 4100-EXIT
061700     END-IF.
061800     IF AUDT-GUESS-EVENT
061900        AND AUDT-PLAY-ID = RND-PLAY-ID
062000        AND AUDT-DATE = RND-DATE
062100        AND AUDT-TIME NOT > RND-TIME
062200         ADD 1 TO GUESS-COUNT
062300     END-IF.
062400 4100-EXIT.
062500     EXIT.
062600*****************************************************************
062700*  4200-ATTACH-ONE - PASS TWO: ATTACH ONE LINE IF IT BELONGS    *
062800*****************************************************************
062900 4200-ATTACH-ONE.
063000     READ AUDIT-FILE
063100         AT END GO TO 4200-EXIT.
063200     IF NOT AUDIT-OK
063300         DISPLAY 'DISPUTE: AUDITTRL READ ERROR, STATUS '
063400                 AUDIT-STATUS
063500         MOVE '10' TO AUDIT-STATUS
063600         GO TO 4200-EXIT
063700     END-IF.
063800     IF AUDT-PLAY-ID NOT = RND-PLAY-ID
063900        OR AUDT-DATE NOT = RND-DATE
064000         GO TO 4200-EXIT
064100     END-IF.
064200     IF AUDT-GUESS-EVENT
064300        AND RND-ONLINE
064400        AND AUDT-TIME NOT > RND-TIME
064500         ADD 1 TO GUESS-SEEN
064600         IF GUESS-SEEN >= FIRST-WANTED
064700             PERFORM 4300-WRITE-LINE THRU 4300-EXIT
064800         END-IF
064900         GO TO 4200-EXIT
065000     END-IF.
065100     IF AUDT-POST-EVENT
065200        AND AUDT-TIME = RND-TIME
065300         PERFORM 4300-WRITE-LINE THRU 4300-EXIT
065400     END-IF.
065500 4200-EXIT.
065600     EXIT.
065700*****************************************************************
065800*  4300-WRITE-LINE - ONE AUDIT LINE ONTO THE CASE.  A FAILED    *
065850*  WRITE ENDS THE ATTACH, COUNTING ONLY THE LINES WRITTEN       *
065900*****************************************************************
066000 4300-WRITE-LINE.
066100     IF LINE-NUMBER >= 999
066200         GO TO 4300-EXIT
066300     END-IF.
066400     ADD 1 TO LINE-NUMBER.
066500     MOVE SPACES      TO DAUD-REC.
066600     MOVE CASE-NUMBER TO DAUD-CASE-NO.
066700     MOVE LINE-NUMBER TO DAUD-LINE-NO.
066800     MOVE AUDT-REC    TO DAUD-AUDIT.
066900     WRITE DAUD-REC.
066910     IF NOT DISPAUD-OK
066920         DISPLAY 'DISPUTE: DISPAUD WRITE ERROR, STATUS '
066930                 DISPAUD-STATUS ' - TRAIL INCOMPLETE'
066940         SUBTRACT 1 FROM LINE-NUMBER
066950         MOVE '10' TO AUDIT-STATUS
066960     END-IF.
067000 4300-EXIT.
067100     EXIT.
067200*****************************************************************
067300*  4500-ATTACH-AGAIN - ATTACH THE TRAIL TO AN OPEN CASE THAT    *
067400*  HAS NONE, ONCE RESTORE HAS BROUGHT THE ARCHIVE BACK          *
067500*****************************************************************
067600 4500-ATTACH-AGAIN.
067700     PERFORM 7200-GET-CASE THRU 7200-EXIT.
067800     IF NOT CASE-FOUND
067900         GO TO 4500-EXIT
068000     END-IF.
068100     IF NOT DISP-OPEN
068200         DISPLAY 'CASE ' CASE-NUMBER ' IS NOT OPEN'
068300         GO TO 4500-EXIT
068400     END-IF.
068500     IF DISP-AUDIT-COUNT > ZERO
068600         DISPLAY 'CASE ' CASE-NUMBER ' ALREADY HAS '
068700                 DISP-AUDIT-COUNT ' AUDIT LINES ATTACHED'
068800         GO TO 4500-EXIT
068900     END-IF.
069000     MOVE DISP-ROUND TO RND-REC.
069100     PERFORM 4000-ATTACH-TRAIL THRU 4000-EXIT.
069200     IF LINE-NUMBER = ZERO
069300         DISPLAY 'NO AUDIT LINES FOUND FOR CASE ' CASE-NUMBER
069400         GO TO 4500-EXIT
069500     END-IF.
069600     MOVE LINE-NUMBER TO DISP-AUDIT-COUNT.
069700     REWRITE DISP-REC
069800         INVALID KEY
069900             DISPLAY 'DISPUTE: REWRITE FAILED FOR CASE '
070000                     CASE-NUMBER ', STATUS ' DISPCASE-STATUS
070100             GO TO 4500-EXIT.
070200     DISPLAY 'CASE ' CASE-NUMBER ' - ' LINE-NUMBER
070300             ' AUDIT LINES ATTACHED'.
070400 4500-EXIT.
070500     EXIT.
070600*****************************************************************
070700*  5000-DECIDE-CASE - RECORD THE FINDING AND WHO DECIDED IT.    *
070800*  AN UPHELD CASE WRITES ITS REVERSAL BATCH TO DISPOUT          *
070900*****************************************************************
071000 5000-DECIDE-CASE.
071100     PERFORM 7200-GET-CASE THRU 7200-EXIT.
071200     IF NOT CASE-FOUND
071300         GO TO 5000-EXIT
071400     END-IF.
071500     IF NOT DISP-OPEN
071600         DISPLAY 'CASE ' CASE-NUMBER ' IS NOT OPEN - STATUS '
071700                 DISP-STATUS
071800         GO TO 5000-EXIT
071900     END-IF.
072000     MOVE DISP-ROUND TO RND-REC.
072100     PERFORM 6200-SHOW-ROUND THRU 6200-EXIT.
072200     DISPLAY 'COMPLAINT:  ' DISP-COMPLAINT.
072300     DISPLAY 'AUDIT LINES ATTACHED: ' DISP-AUDIT-COUNT
072400             ' (V TO SEE THEM)'.
072500     DISPLAY 'DECISION U=UPHELD N=NOT UPHELD (BLANK = CANCEL): '.
072600     MOVE SPACE TO DECISION-ANSWER.
072700     ACCEPT DECISION-ANSWER.
072800     IF DECISION-ANSWER = SPACE
072900         GO TO 5000-EXIT
073000     END-IF.
073100     IF NOT DECIDE-UPHELD AND NOT DECIDE-NOT-UPHELD
073200         DISPLAY 'DECISION MUST BE U OR N - CASE NOT DECIDED'
073300         GO TO 5000-EXIT
073400     END-IF.
073500     MOVE SPACE TO ACTION-ANSWER.
073600     IF DECIDE-UPHELD
073700         IF DISPOUT-WRITTEN
073800             DISPLAY 'DISPOUT ALREADY HOLDS BATCH ' BATCH-OUT-ID
073900                     ' - DECIDE THIS CASE IN A NEW SESSION'
074000             GO TO 5000-EXIT
074100         END-IF
074200         DISPLAY 'ACTION R=REVERSE THE ROUND C=REVERSE AND POST '
074300                 'A CORRECTED ROUND: '
074400         ACCEPT ACTION-ANSWER
074500         IF NOT ACTION-REVERSE AND NOT ACTION-CORRECT
074600             DISPLAY 'ACTION MUST BE R OR C - CASE NOT DECIDED'
074700             GO TO 5000-EXIT
074800         END-IF
074900     END-IF.
075000     IF ACTION-CORRECT
075100         PERFORM 5100-TAKE-CORRECTION THRU 5100-EXIT
075200         IF EDIT-BAD
075300             GO TO 5000-EXIT
075400         END-IF
075500     END-IF.
075600     DISPLAY 'FINDING (REQUIRED): '.
075700     MOVE SPACES TO ANSWER-TEXT.
075800     ACCEPT ANSWER-TEXT.
075900     IF ANSWER-TEXT = SPACES
076000         DISPLAY 'A FINDING IS REQUIRED - CASE NOT DECIDED'
076100         GO TO 5000-EXIT
076200     END-IF.
076300     PERFORM 7300-GET-OPERATOR THRU 7300-EXIT.
076400     IF ANSWER-OPERATOR = SPACES
076500         GO TO 5000-EXIT
076600     END-IF.
076700     IF DECIDE-UPHELD
076800         PERFORM 5500-WRITE-BATCH THRU 5500-EXIT
076900         IF NOT DISPOUT-WRITTEN
077000             GO TO 5000-EXIT
077100         END-IF
077200     END-IF.
077300     MOVE ANSWER-TEXT     TO DISP-FINDING.
077400     MOVE ANSWER-OPERATOR TO DISP-DECIDED-BY.
077500     MOVE CURRENT-DATE-N  TO DISP-DECIDED-DATE.
077600     IF DECIDE-UPHELD
077700         MOVE 'U'           TO DISP-STATUS
077800         MOVE ACTION-ANSWER TO DISP-ACTION
077900         MOVE BATCH-OUT-ID  TO DISP-BATCH-ID
078000         IF ACTION-CORRECT
078100             MOVE CORR-RANGE  TO DISP-CORR-RANGE
078200             MOVE CORR-TRIES  TO DISP-CORR-TRIES
078300             MOVE CORR-RESULT TO DISP-CORR-RESULT
078400         END-IF
078500     ELSE
078600         MOVE 'N'           TO DISP-STATUS
078700     END-IF.
078800     REWRITE DISP-REC
078900         INVALID KEY
079000             DISPLAY 'DISPUTE: REWRITE FAILED FOR CASE '
079100                     CASE-NUMBER ', STATUS ' DISPCASE-STATUS
079200             GO TO 5000-EXIT.
079300     IF DECIDE-UPHELD
079400         DISPLAY 'CASE ' CASE-NUMBER ' UPHELD - BATCH '
079500                 BATCH-OUT-ID ' WRITTEN TO DISPOUT FOR TRANSBAT'
079600     ELSE
079700         SUBTRACT 1 FROM OPEN-COUNT
079800         DISPLAY 'CASE ' CASE-NUMBER ' NOT UPHELD - CLOSED'
079900     END-IF.
080000 5000-EXIT.
080100     EXIT.
080200*****************************************************************
080300*  5100-TAKE-CORRECTION - THE ROUND AS IT SHOULD HAVE POSTED.   *
080400*  EACH FIELD DEFAULTS TO THE DISPUTED ROUNDS VALUE             *
080500*****************************************************************
080600 5100-TAKE-CORRECTION.
080700     MOVE 'N'           TO EDIT-ERROR.
080800     MOVE RND-RANGE-HI  TO CORR-RANGE.
080900     MOVE RND-TRIES     TO CORR-TRIES.
081000     MOVE RND-RESULT    TO CORR-RESULT.
081100     DISPLAY 'CORRECTED RANGE (BLANK = ' RND-RANGE-HI '): '.
081200     MOVE SPACES TO ANSWER-FIELD.
081300     ACCEPT ANSWER-FIELD.
081400     IF ANSWER-FIELD NOT = SPACES
081500         MOVE 4 TO EDIT-LENGTH
081600         PERFORM 7500-EDIT-NUMBER THRU 7500-EXIT
081700         IF EDIT-BAD OR EDIT-DIGITS = ZERO
081800             DISPLAY 'RANGE MUST BE NUMERIC - CASE NOT DECIDED'
081900             MOVE 'Y' TO EDIT-ERROR
082000             GO TO 5100-EXIT
082100         END-IF
082200         MOVE EDIT-VALUE TO CORR-RANGE
082300     END-IF.
082400     DISPLAY 'CORRECTED TRIES (BLANK = ' RND-TRIES '): '.
082500     MOVE SPACES TO ANSWER-FIELD.
082600     ACCEPT ANSWER-FIELD.
082700     IF ANSWER-FIELD NOT = SPACES
082800         MOVE 3 TO EDIT-LENGTH
082900         PERFORM 7500-EDIT-NUMBER THRU 7500-EXIT
083000         IF EDIT-BAD OR EDIT-DIGITS = ZERO
083100             DISPLAY 'TRIES MUST BE NUMERIC - CASE NOT DECIDED'
083200             MOVE 'Y' TO EDIT-ERROR
083300             GO TO 5100-EXIT
083400         END-IF
083500         MOVE EDIT-VALUE TO CORR-TRIES
083600     END-IF.
083700     DISPLAY 'CORRECTED RESULT W OR L (BLANK = ' RND-RESULT '): '.
083800     MOVE SPACES TO ANSWER-FIELD.
083900     ACCEPT ANSWER-FIELD.
084000     IF ANSWER-FIELD NOT = SPACES
084100         MOVE ANSWER-FIELD (1:1) TO CORR-RESULT
084200     END-IF.
084300     IF CORR-RESULT NOT = 'W' AND CORR-RESULT NOT = 'L'
084400         DISPLAY 'RESULT MUST BE W OR L - CASE NOT DECIDED'
084500         MOVE 'Y' TO EDIT-ERROR
084600         GO TO 5100-EXIT
084700     END-IF.
084800     IF CORR-RANGE < 2 OR CORR-TRIES < 1
084900         DISPLAY 'RANGE MUST BE 2 OR MORE AND TRIES 1 OR MORE - '
085000                 'CASE NOT DECIDED'
085100         MOVE 'Y' TO EDIT-ERROR
085200         GO TO 5100-EXIT
085300     END-IF.
085400     IF CORR-RANGE = RND-RANGE-HI
085500        AND CORR-TRIES = RND-TRIES
085600        AND CORR-RESULT = RND-RESULT
085700         DISPLAY 'CORRECTED ROUND IS THE SAME AS THE ORIGINAL - '
085800                 'USE R TO REVERSE ONLY'
085900         MOVE 'Y' TO EDIT-ERROR
086000     END-IF.
086100 5100-EXIT.
086200     EXIT.
086300*****************************************************************
086400*  5500-WRITE-BATCH - THE DECISION GOES OUT AS A COMPLETE       *
086500*  TRANS-IN BATCH NAMED FOR THE CASE.  DISPOUT-FLAG IS SET      *
086550*  ONLY WHEN EVERY CARD IS WRITTEN                              *
086600*****************************************************************
086700 5500-WRITE-BATCH.
086800     MOVE SPACES TO BATCH-OUT-ID.
086900     STRING 'DC' CASE-NUMBER DELIMITED BY SIZE
087000         INTO BATCH-OUT-ID.
087100     MOVE 1 TO CARD-COUNT.
087200     IF ACTION-CORRECT
087300         MOVE 2 TO CARD-COUNT
087400     END-IF.
087500     OPEN OUTPUT BATCH-OUT-FILE.
087600     IF NOT DISPOUT-OK
087700         DISPLAY 'DISPUTE: CANNOT OPEN DISPOUT, STATUS '
087800                 DISPOUT-STATUS ' - CASE NOT DECIDED'
087900         GO TO 5500-EXIT
088000     END-IF.
088100     MOVE SPACES         TO DTR-REC.
088200     MOVE 'H'            TO DTR-TYPE.
088300     MOVE BATCH-OUT-ID   TO DTR-HDR-BATCH-ID.
088400     MOVE CURRENT-DATE-N TO DTR-HDR-CREATE-DT.
088450     MOVE ANSWER-OPERATOR TO DTR-HDR-KEYED-BY.
088500     MOVE CARD-COUNT     TO DTR-HDR-COUNT.
088600     WRITE BATCH-OUT-REC FROM DTR-REC.
088620     IF NOT DISPOUT-OK
088640         GO TO 5500-WRITE-ERROR
088660     END-IF.
088700     MOVE SPACES         TO DTR-REC.
088800     MOVE 'R'            TO DTR-TYPE.
088900     MOVE RND-PLAY-ID    TO DTR-PLAY-ID.
089000     MOVE RND-RANGE-HI   TO DTR-RANGE-HI.
089100     MOVE RND-TRIES      TO DTR-TRIES.
089200     MOVE RND-RESULT     TO DTR-RESULT.
089300*    AN ABANDONED ROUND COUNTS AS A LOSS, SO IT IS BACKED OUT
089400*    AS ONE.
089500     IF RND-ABANDONED
089600         MOVE 'L'        TO DTR-RESULT
089700     END-IF.
089800     WRITE BATCH-OUT-REC FROM DTR-REC.
089820     IF NOT DISPOUT-OK
089840         GO TO 5500-WRITE-ERROR
089860     END-IF.
089900     IF ACTION-CORRECT
090000         MOVE SPACES      TO DTR-REC
090100         MOVE 'D'         TO DTR-TYPE
090200         MOVE RND-PLAY-ID TO DTR-PLAY-ID
090300         MOVE CORR-RANGE  TO DTR-RANGE-HI
090400         MOVE CORR-TRIES  TO DTR-TRIES
090500         MOVE CORR-RESULT TO DTR-RESULT
090600         WRITE BATCH-OUT-REC FROM DTR-REC
090620         IF NOT DISPOUT-OK
090640             GO TO 5500-WRITE-ERROR
090660         END-IF
090700     END-IF.
090800     MOVE SPACES         TO DTR-REC.
090900     MOVE 'T'            TO DTR-TYPE.
091000     MOVE CARD-COUNT     TO DTR-TRL-COUNT.
091100     WRITE BATCH-OUT-REC FROM DTR-REC.
091120     IF NOT DISPOUT-OK
091140         GO TO 5500-WRITE-ERROR
091160     END-IF.
091180     CLOSE BATCH-OUT-FILE.
091200     MOVE 'Y' TO DISPOUT-FLAG.
091220     GO TO 5500-EXIT.
091240 5500-WRITE-ERROR.
091260     DISPLAY 'DISPUTE: DISPOUT WRITE ERROR, STATUS '
091280             DISPOUT-STATUS ' - CASE NOT DECIDED'.
091300     CLOSE BATCH-OUT-FILE.
091400 5500-EXIT.
091500     EXIT.
091600*****************************************************************
091700*  6000-VIEW-CASE - DISPLAY ONE CASE AND ITS AUDIT LINES        *
091800*****************************************************************
091900 6000-VIEW-CASE.
092000     PERFORM 7200-GET-CASE THRU 7200-EXIT.
092100     IF NOT CASE-FOUND
092200         GO TO 6000-EXIT
092300     END-IF.
092400     DISPLAY 'CASE:       ' DISP-CASE-NO ' STATUS ' DISP-STATUS.
092500     DISPLAY 'OPENED:     ' DISP-OPEN-DATE ' BY ' DISP-OPENED-BY.
092600     DISPLAY 'COMPLAINT:  ' DISP-COMPLAINT.
092700     MOVE DISP-ROUND TO RND-REC.
092800     PERFORM 6200-SHOW-ROUND THRU 6200-EXIT.
092900     IF DISP-DECIDED-DATE > ZERO
093000         DISPLAY 'DECIDED:    ' DISP-DECIDED-DATE ' BY '
093100                 DISP-DECIDED-BY
093200         DISPLAY 'FINDING:    ' DISP-FINDING
093300     END-IF.
093400     IF DISP-UPHELD OR DISP-POSTED
093500         DISPLAY 'ACTION:     ' DISP-ACTION ' BATCH '
093600                 DISP-BATCH-ID
093700     END-IF.
093800     IF DISP-REVERSE-CORRECT
093900         DISPLAY 'CORRECTED:  RANGE ' DISP-CORR-RANGE ' TRIES '
094000                 DISP-CORR-TRIES ' RESULT ' DISP-CORR-RESULT
094100     END-IF.
094200     IF DISP-POSTED
094300         DISPLAY 'POSTED:     ' DISP-POSTED-DATE
094400     END-IF.
094500     DISPLAY 'AUDIT LINES ATTACHED: ' DISP-AUDIT-COUNT.
094600     IF DISP-AUDIT-COUNT = ZERO
094700         GO TO 6000-EXIT
094800     END-IF.
094900     OPEN INPUT CASE-AUDIT-FILE.
095000     IF NOT DISPAUD-OK
095100         DISPLAY 'DISPUTE: CANNOT OPEN DISPAUD, STATUS '
095200                 DISPAUD-STATUS
095300         GO TO 6000-EXIT
095400     END-IF.
095500     PERFORM 6100-SHOW-ONE-LINE THRU 6100-EXIT
095600         UNTIL DISPAUD-EOF.
095700     CLOSE CASE-AUDIT-FILE.
095800 6000-EXIT.
095900     EXIT.
096000*****************************************************************
096100*  6100-SHOW-ONE-LINE - ONE ATTACHED LINE IF IT IS THIS CASES   *
096200*****************************************************************
096300 6100-SHOW-ONE-LINE.
096400     READ CASE-AUDIT-FILE
096500         AT END GO TO 6100-EXIT.
096600     IF NOT DISPAUD-OK
096700         DISPLAY 'DISPUTE: DISPAUD READ ERROR, STATUS '
096800                 DISPAUD-STATUS
096900         MOVE '10' TO DISPAUD-STATUS
097000         GO TO 6100-EXIT
097100     END-IF.
097200     IF DAUD-CASE-NO NOT = CASE-NUMBER
097300         GO TO 6100-EXIT
097400     END-IF.
097500     MOVE DAUD-AUDIT TO ATT-REC.
097600     DISPLAY DAUD-LINE-NO ' ' ATT-DATE ' ' ATT-TIME
097700             ' TYPE ' ATT-TYPE ' VALUE ' ATT-VALUE
097800             ' VERDICT ' ATT-VERDICT ' SOURCE ' ATT-SOURCE
097900             ' ' ATT-BATCH-ID.
098000 6100-EXIT.
098100     EXIT.
098200*****************************************************************
098300*  6200-SHOW-ROUND - DISPLAY THE ROUND IN RND-REC               *
098400*****************************************************************
098500 6200-SHOW-ROUND.
098600     DISPLAY 'ROUND:      SEQ ' RND-SEQ ' PLAYER ' RND-PLAY-ID
098700             ' DATE ' RND-DATE ' TIME ' RND-TIME.
098800     DISPLAY '            RANGE ' RND-RANGE-HI ' TRIES '
098900             RND-TRIES ' RESULT ' RND-RESULT ' SOURCE '
099000             RND-SOURCE ' POINTS ' RND-POINTS-X.
099100 6200-EXIT.
099200     EXIT.
099300*****************************************************************
099400*  6500-AGING-REPORT - THE CASES NOT YET CLOSED, WITH THEIR AGE *
099500*****************************************************************
099600 6500-AGING-REPORT.
099700     OPEN OUTPUT REPORT-FILE.
099800     IF NOT REPORT-OK
099900         DISPLAY 'DISPUTE: CANNOT OPEN DISPRPT, STATUS '
100000                 REPORT-STATUS
100100         GO TO 6500-EXIT
100200     END-IF.
100300     MOVE ZERO TO AWAIT-DECISION-COUNT AWAIT-POSTING-COUNT
100400                  OVERDUE-COUNT PAGE-COUNT.
100500     MOVE 99 TO LINE-COUNT.
100600     PERFORM 7700-START-CASES THRU 7700-EXIT.
100700     PERFORM 6600-AGE-ONE-CASE THRU 6600-EXIT
100800         UNTIL DISPCASE-EOF.
100900     IF PAGE-COUNT = ZERO
101000         PERFORM 6700-PRINT-HEADINGS THRU 6700-EXIT
101100     END-IF.
101200     MOVE SPACES TO REPORT-LINE.
101300     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
101400     MOVE 'CASES AWAITING A DECISION'  TO TOT-LABEL.
101500     MOVE AWAIT-DECISION-COUNT         TO TOT-VALUE.
101600     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
101700     MOVE 'UPHELD, AWAITING POSTING'   TO TOT-LABEL.
101800     MOVE AWAIT-POSTING-COUNT          TO TOT-VALUE.
101900     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
102000     MOVE 'CASES FLAGGED OVERDUE'      TO TOT-LABEL.
102100     MOVE OVERDUE-COUNT                TO TOT-VALUE.
102200     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
102300     CLOSE REPORT-FILE.
102400     DISPLAY 'CASES NOT CLOSED: ' OPEN-COUNT ' OVER '
102500             CASE-DAYS-LIMIT ' DAYS: ' OVERDUE-COUNT.
102600 6500-EXIT.
102700     EXIT.
102800*****************************************************************
102900*  6600-AGE-ONE-CASE - AGE AND REPORT ONE CASE NOT YET CLOSED   *
103000*****************************************************************
103100 6600-AGE-ONE-CASE.
103200     PERFORM 7750-READ-NEXT-CASE THRU 7750-EXIT.
103300     IF DISPCASE-EOF
103400         GO TO 6600-EXIT
103500     END-IF.
103600     IF DISP-CLOSED
103700         GO TO 6600-EXIT
103800     END-IF.
103900     PERFORM 6800-COUNT-AGE-DAYS THRU 6800-EXIT.
104000     MOVE DISP-ROUND TO RND-REC.
104100     MOVE SPACES          TO AGING-LINE.
104200     MOVE DISP-CASE-NO    TO AGL-CASE-NO.
104300     MOVE DISP-OPEN-DATE  TO AGL-OPEN-DATE.
104400     MOVE AGE-DAYS        TO AGL-DAYS.
104500     MOVE RND-PLAY-ID     TO AGL-PLAY-ID.
104600     MOVE DISP-SCOR-SEQ   TO AGL-SCOR-SEQ.
104700     MOVE DISP-OPENED-BY  TO AGL-OPENED-BY.
104800     MOVE DISP-BATCH-ID   TO AGL-BATCH-ID.
104900     IF DISP-UPHELD
105000         MOVE 'UPHELD - NOT POSTED' TO AGL-STATUS
105100         ADD 1 TO AWAIT-POSTING-COUNT
105200     ELSE
105300         MOVE 'OPEN'                TO AGL-STATUS
105400         ADD 1 TO AWAIT-DECISION-COUNT
105500     END-IF.
105600     IF AGE-DAYS > CASE-DAYS-LIMIT
105700         MOVE 'OVERDUE' TO AGL-OVERDUE
105800         ADD 1 TO OVERDUE-COUNT
105900     END-IF.
106000     IF LINE-COUNT > 55
106100         PERFORM 6700-PRINT-HEADINGS THRU 6700-EXIT
106200     END-IF.
106300     WRITE REPORT-LINE FROM AGING-LINE AFTER ADVANCING 1 LINE.
106400     ADD 1 TO LINE-COUNT.
106500 6600-EXIT.
106600     EXIT.
106700*****************************************************************
106800*  6700-PRINT-HEADINGS - START A NEW REPORT PAGE                *
106900*****************************************************************
107000 6700-PRINT-HEADINGS.
107100     ADD 1 TO PAGE-COUNT.
107200     MOVE CURRENT-DATE-N  TO HDG1-DATE.
107300     MOVE PAGE-COUNT      TO HDG1-PAGE.
107400     MOVE CASE-DAYS-LIMIT TO HDG2-DAYS.
107500     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER PAGE.
107600     WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
107700     MOVE SPACES TO REPORT-LINE.
107800     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
107900     WRITE REPORT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
108000     MOVE 4 TO LINE-COUNT.
108100 6700-EXIT.
108200     EXIT.
108300*****************************************************************
108400*  6800-COUNT-AGE-DAYS - DAYS FROM DISP-OPEN-DATE TO TODAY      *
108500*****************************************************************
108600 6800-COUNT-AGE-DAYS.
108700     MOVE ZERO TO AGE-DAYS.
108800     IF DISP-OPEN-DATE NOT NUMERIC
108900         GO TO 6800-EXIT
109000     END-IF.
109100     MOVE DISP-OPEN-DATE TO CALC-DATE-N.
109200     PERFORM 6850-ADD-ONE-DAY THRU 6850-EXIT
109300         UNTIL CALC-DATE-N >= CURRENT-DATE-N
109400            OR AGE-DAYS >= 999.
109500 6800-EXIT.
109600     EXIT.
109700*****************************************************************
109800*  6850-ADD-ONE-DAY - STEP CALC-DATE FORWARD ONE DAY            *
109900*****************************************************************
110000 6850-ADD-ONE-DAY.
110100     PERFORM 6900-DAYS-IN-MONTH THRU 6900-EXIT.
110200     IF CALC-DD < MONTH-DAYS
110300         ADD 1 TO CALC-DD
110400     ELSE
110500         MOVE 1 TO CALC-DD
110600         IF CALC-MM = 12
110700             MOVE 1 TO CALC-MM
110800             ADD 1 TO CALC-YYYY
110900         ELSE
111000             ADD 1 TO CALC-MM
111100         END-IF
111200     END-IF.
111300     ADD 1 TO AGE-DAYS.
111400 6850-EXIT.
111500     EXIT.
111600*****************************************************************
111700*  6900-DAYS-IN-MONTH - DAYS IN CALC-MM OF CALC-YYYY            *
111800*****************************************************************
111900 6900-DAYS-IN-MONTH.
112000     EVALUATE CALC-MM
112100         WHEN 4
112200         WHEN 6
112300         WHEN 9
112400         WHEN 11
112500             MOVE 30 TO MONTH-DAYS
112600         WHEN 2
112700             PERFORM 6950-FEBRUARY-DAYS THRU 6950-EXIT
112800         WHEN OTHER
112900             MOVE 31 TO MONTH-DAYS
113000     END-EVALUATE.
113100 6900-EXIT.
113200     EXIT.
113300*****************************************************************
113400*  6950-FEBRUARY-DAYS - 28 OR 29 FOR CALC-YYYY                  *
113500*****************************************************************
113600 6950-FEBRUARY-DAYS.
113700     MOVE 28 TO MONTH-DAYS.
113800     DIVIDE CALC-YYYY BY 400
113900         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
114000     IF LEAP-REMAINDER = ZERO
114100         MOVE 29 TO MONTH-DAYS
114200         GO TO 6950-EXIT
114300     END-IF.
114400     DIVIDE CALC-YYYY BY 100
114500         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
114600     IF LEAP-REMAINDER = ZERO
114700         GO TO 6950-EXIT
114800     END-IF.
114900     DIVIDE CALC-YYYY BY 4
115000         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
115100     IF LEAP-REMAINDER = ZERO
115200         MOVE 29 TO MONTH-DAYS
115300     END-IF.
115400 6950-EXIT.
115500     EXIT.
115600*****************************************************************
115700*  7100-GET-ROUND-SEQ - PROMPT FOR THE SCOR-SEQ OF A ROUND      *
115800*****************************************************************
115900 7100-GET-ROUND-SEQ.
116000     MOVE ZERO TO ROUND-SEQ.
116100     DISPLAY 'ROUND NUMBER ON THE SCORES MASTER - SCOR-SEQ '
116200             '(BLANK = CANCEL): '.
116300     MOVE SPACES TO ANSWER-FIELD.
116400     ACCEPT ANSWER-FIELD.
116500     IF ANSWER-FIELD = SPACES
116600         GO TO 7100-EXIT
116700     END-IF.
116800     MOVE 7 TO EDIT-LENGTH.
116900     PERFORM 7500-EDIT-NUMBER THRU 7500-EXIT.
117000     IF EDIT-BAD OR EDIT-DIGITS = ZERO
117100         DISPLAY 'ROUND NUMBER MUST BE NUMERIC'
117200         GO TO 7100-EXIT
117300     END-IF.
117400     MOVE EDIT-VALUE TO ROUND-SEQ.
117500     IF ROUND-SEQ = ZERO
117600         DISPLAY 'NO SUCH ROUND'
117700     END-IF.
117800 7100-EXIT.
117900     EXIT.
118000*****************************************************************
118100*  7200-GET-CASE - PROMPT FOR A CASE NUMBER AND READ THE CASE   *
118200*****************************************************************
118300 7200-GET-CASE.
118400     MOVE 'N'  TO CASE-FOUND-FLAG.
118500     MOVE ZERO TO CASE-NUMBER.
118600     DISPLAY 'CASE NUMBER (BLANK = CANCEL): '.
118700     MOVE SPACES TO ANSWER-FIELD.
118800     ACCEPT ANSWER-FIELD.
118900     IF ANSWER-FIELD = SPACES
119000         GO TO 7200-EXIT
119100     END-IF.
119200     MOVE 6 TO EDIT-LENGTH.
119300     PERFORM 7500-EDIT-NUMBER THRU 7500-EXIT.
119400     IF EDIT-BAD OR EDIT-DIGITS = ZERO
119500         DISPLAY 'CASE NUMBER MUST BE NUMERIC'
119600         GO TO 7200-EXIT
119700     END-IF.
119800     MOVE EDIT-VALUE  TO CASE-NUMBER.
119900     MOVE CASE-NUMBER TO DISP-CASE-NO.
120000     READ CASE-FILE
120100         INVALID KEY
120200             DISPLAY 'CASE ' CASE-NUMBER ' NOT ON FILE'
120300             GO TO 7200-EXIT.
120400     MOVE 'Y' TO CASE-FOUND-FLAG.
120500 7200-EXIT.
120600     EXIT.
120700*****************************************************************
120800*  7300-GET-OPERATOR - WHO IS OPENING OR DECIDING THE CASE      *
120900*****************************************************************
121000 7300-GET-OPERATOR.
121100     DISPLAY 'YOUR OPERATOR ID (REQUIRED): '.
121200     MOVE SPACES TO ANSWER-OPERATOR.
121300     ACCEPT ANSWER-OPERATOR.
121400     IF ANSWER-OPERATOR = SPACES
121500         DISPLAY 'OPERATOR ID IS REQUIRED - NOTHING RECORDED'
121600     END-IF.
121700 7300-EXIT.
121800     EXIT.
121900*****************************************************************
122000*  7500-EDIT-NUMBER - BUILD EDIT-VALUE FROM THE FIRST           *
122100*  EDIT-LENGTH CHARACTERS OF ANSWER-FIELD                       *
122200*****************************************************************
122300 7500-EDIT-NUMBER.
122400     MOVE 'N'  TO EDIT-ERROR.
122500     MOVE ZERO TO EDIT-DIGITS
122600                  EDIT-VALUE
122700                  EDIT-SUB.
122800     PERFORM 7600-EDIT-ONE-CHAR THRU 7600-EXIT
122900         UNTIL EDIT-SUB >= EDIT-LENGTH OR EDIT-BAD.
123000     IF ANSWER-FIELD (EDIT-LENGTH + 1:) NOT = SPACES
123100         MOVE 'Y' TO EDIT-ERROR
123200     END-IF.
123300 7500-EXIT.
123400     EXIT.
123500*****************************************************************
123600*  7600-EDIT-ONE-CHAR - JUDGE ONE CHARACTER OF THE INPUT        *
123700*****************************************************************
123800 7600-EDIT-ONE-CHAR.
123900     ADD 1 TO EDIT-SUB.
124000     MOVE ANSWER-FIELD (EDIT-SUB:1) TO EDIT-CHAR-X.
124100     IF EDIT-CHAR-X = SPACE
124200         IF EDIT-DIGITS > ZERO
124300             MOVE EDIT-LENGTH TO EDIT-SUB
124400         END-IF
124500         GO TO 7600-EXIT
124600     END-IF.
124700     IF EDIT-CHAR-X NUMERIC
124800         COMPUTE EDIT-VALUE =
124900             (EDIT-VALUE * 10) + EDIT-CHAR-9
125000         ADD 1 TO EDIT-DIGITS
125100     ELSE
125200         MOVE 'Y' TO EDIT-ERROR
125300     END-IF.
125400 7600-EXIT.
125500     EXIT.
125600*****************************************************************
125700*  7700-START-CASES - POSITION AT THE FIRST CASE ON FILE        *
125800*****************************************************************
125900 7700-START-CASES.
126000     MOVE ZERO TO DISP-CASE-NO.
126100     START CASE-FILE KEY IS NOT LESS THAN DISP-CASE-NO
126200         INVALID KEY
126300             MOVE '10' TO DISPCASE-STATUS.
126400 7700-EXIT.
126500     EXIT.
126600*****************************************************************
126700*  7750-READ-NEXT-CASE - THE NEXT CASE IN CASE NUMBER ORDER     *
126800*****************************************************************
126900 7750-READ-NEXT-CASE.
127000     READ CASE-FILE NEXT RECORD
127100         AT END GO TO 7750-EXIT.
127200     IF NOT DISPCASE-OK
127300         DISPLAY 'DISPUTE: DISPCASE READ ERROR, STATUS '
127400                 DISPCASE-STATUS
127500         MOVE '10' TO DISPCASE-STATUS
127600     END-IF.
127700 7750-EXIT.
127800     EXIT.
127900*****************************************************************
128000*  9000-TERMINATE - CLOSE THE CASE FILE AND LEAVE               *
128100*****************************************************************
128200 9000-TERMINATE.
128300     IF CASE-FILE-OPEN
128400         CLOSE CASE-FILE
128500     END-IF.
128600     IF DISPOUT-WRITTEN
128700         DISPLAY 'DISPOUT BATCH ' BATCH-OUT-ID
128800                 ' IS READY TO POST WITH TRANSBAT'
128900     END-IF.
129000     DISPLAY 'DISPUTE ENDED'.
129100 9000-EXIT.
129200     EXIT.

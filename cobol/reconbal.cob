001200*  (BATCHCTL), THE BATCH POSTING RECORDS ON THE AUDIT TRAIL,    *
001300*  AND THE BATCH RESULTS ON THE SCORES FILE MUST AGREE ON       *
001400*  RECORD COUNTS AND TRIES TOTALS FOR THE RECONCILIATION        *
001500*  DATE (THE PROCESSING DATE ON PROCDATE).                      *
001600*                                                               *
001610*  ABANDONED ONLINE ROUNDS POSTED BY ABANDON MUST TIE THE SAME  *
001620*  WAY: THE TYPE 'P' VERDICT 'A' AUDIT RECORDS AGAINST THE      *
001630*  RESULT 'A' SCORES ENTRIES.                                   *
001640*                                                               *
001700*  PRINTS THE BALANCING REPORT ON BALRPT.                       *
001800*                                                               *
001900*  RETURN CODES:  0000 = IN BALANCE                             *
002490*  2025-09-19  TG   RUNS AFTER SCORMRGE; SCORES READING STOPS   *
002492*                   ONCE THE SORTED MASTER PASSES RECON-DT      *
002494*  2025-10-03  TG   POSITIONS TO RECON-DT WITH START ON THE     *
002495*                   DATE ALTERNATE KEY OF THE INDEXED MASTER    *
002496*  2026-10-15  TG   ABANDONED-ROUND LEG FOR ABANDON POSTINGS    *
002497*  2026-10-15  TG   RECONCILIATION DATE TAKEN FROM THE          *
002498*                   PROCESSING-DATE CONTROL RECORD - RECON-DT   *
002499*                   CARD RETIRED                                *
002500*  2026-10-15  TG   PLAYER ID ALTERNATE KEY ADDED TO THE        *
002501*                   SCORES SELECT TO MATCH THE MASTER           *
002502*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
003920         RECORD KEY   IS SCOR-SEQ
003930         ALTERNATE RECORD KEY IS SCOR-DATE
003940                      WITH DUPLICATES
003960         ALTERNATE RECORD KEY IS SCOR-PLAY-ID
003980                      WITH DUPLICATES
004000         FILE STATUS  IS SCORES-STATUS.
004100     SELECT PROC-DATE-FILE   ASSIGN TO PROCDATE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS  IS PROCDATE-STATUS.
004400     SELECT REPORT-FILE      ASSIGN TO BALRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS  IS REPORT-STATUS.
005200     COPY GMAUDT.
005300 FD  SCORES-FILE.
005400     COPY GMSCOR.
005500 FD  PROC-DATE-FILE.
005600     COPY GMPDTE.
005700 FD  REPORT-FILE.
005800 01  REPORT-LINE             PIC X(132).
005810 FD  RUN-STATUS-FILE.
006600 77  SCORES-STATUS           PIC X(02) VALUE SPACES.
006700     88  SCORES-OK                       VALUE '00'.
006800     88  SCORES-EOF                      VALUE '10'.
006900 77  PROCDATE-STATUS         PIC X(02) VALUE SPACES.
007000     88  PROCDATE-OK                     VALUE '00'.
007200 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
007300     88  REPORT-OK                       VALUE '00'.
007310 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
008260 77  AUDT-REV-TRIES-ACCUM    PIC 9(09) COMP VALUE ZERO.
008270 77  SCOR-REV-COUNT          PIC 9(09) COMP VALUE ZERO.
008280 77  SCOR-REV-TRIES-ACCUM    PIC 9(09) COMP VALUE ZERO.
008282 77  AUDT-ABND-COUNT         PIC 9(09) COMP VALUE ZERO.
008284 77  AUDT-ABND-TRIES-ACCUM   PIC 9(09) COMP VALUE ZERO.
008286 77  SCOR-ABND-COUNT         PIC 9(09) COMP VALUE ZERO.
008288 77  SCOR-ABND-TRIES-ACCUM   PIC 9(09) COMP VALUE ZERO.
008300 77  BALANCE-FLAG            PIC X(01) VALUE 'Y'.
008400     88  IN-BALANCE                      VALUE 'Y'.
008500 01  DATE-WORK.
013100*****************************************************************
013200 1000-INITIALIZE.
013300     ACCEPT DATE-WORK FROM DATE.
013350     COMPUTE CURRENT-DATE-N =
013400         20000000 + (DATE-WORK-YY * 10000)
013450                  + (DATE-WORK-MM * 100) + DATE-WORK-DD.
013500     ACCEPT TIME-WORK FROM TIME.
013550     MOVE TIME-WORK-HHMMSS TO CURRENT-TIME-N.
013600     PERFORM 1500-READ-PROC-DATE THRU 1500-EXIT.
013650     IF RUN-RC >= 16
013700         GO TO 1000-EXIT
013750     END-IF.
013800     OPEN INPUT  CONTROL-FILE
013900          INPUT  AUDIT-FILE
014000          INPUT  SCORES-FILE
016400 1000-EXIT.
016500     EXIT.
016600*****************************************************************
016700*  1500-READ-PROC-DATE - TAKE THE RECON DATE FROM THE           *
016800*  PROCESSING-DATE CONTROL RECORD (PROCDATE)                    *
016900*****************************************************************
017000 1500-READ-PROC-DATE.
017100     OPEN INPUT PROC-DATE-FILE.
017200     IF NOT PROCDATE-OK
017300         DISPLAY 'RECONBAL: NO PROCESSING DATE, PROCDATE STATUS '
017400                 PROCDATE-STATUS
017500             UPON OPERATOR-CONSOLE
017600         MOVE 16 TO RUN-RC
017700         GO TO 1500-EXIT
017800     END-IF.
017900     READ PROC-DATE-FILE
018000         AT END MOVE '10' TO PROCDATE-STATUS.
018100     IF PROCDATE-OK
018200        AND PDTE-PROC-DATE NUMERIC
018300         MOVE PDTE-PROC-DATE TO RECON-DATE
018400     ELSE
018500         DISPLAY 'RECONBAL: PROCESSING DATE RECORD MISSING OR '
018600                 'INVALID'
018700             UPON OPERATOR-CONSOLE
018800         MOVE 16 TO RUN-RC
018900     END-IF.
019000     CLOSE PROC-DATE-FILE.
019100 1500-EXIT.
019300     EXIT.
019400*****************************************************************
019500*  2000-SUM-CONTROL - ACCUMULATE ONE CONTROL RECORD             *
022270         ADD 1          TO AUDT-REV-COUNT
022280         ADD AUDT-VALUE TO AUDT-REV-TRIES-ACCUM
022290     END-IF.
022291     IF AUDT-DATE = RECON-DATE
022293        AND AUDT-POST-EVENT AND AUDT-POST-ABANDONED
022295         ADD 1          TO AUDT-ABND-COUNT
022297         ADD AUDT-VALUE TO AUDT-ABND-TRIES-ACCUM
022299     END-IF.
022300     PERFORM 3500-READ-AUDIT THRU 3500-EXIT.
022400 3000-EXIT.
022500     EXIT.
024150         ADD 1          TO SCOR-REV-COUNT
024160         ADD SCOR-TRIES TO SCOR-REV-TRIES-ACCUM
024170     END-IF.
024172     IF SCOR-DATE = RECON-DATE AND SCOR-ABANDONED
024174         ADD 1          TO SCOR-ABND-COUNT
024176         ADD SCOR-TRIES TO SCOR-ABND-TRIES-ACCUM
024178     END-IF.
024200     PERFORM 4500-READ-SCORE THRU 4500-EXIT.
024300 4000-EXIT.
024400     EXIT.
026350         MOVE 'N' TO BALANCE-FLAG
026360         MOVE 8 TO RUN-RC
026370     END-IF.
026372     IF AUDT-ABND-COUNT NOT = SCOR-ABND-COUNT
026374        OR AUDT-ABND-TRIES-ACCUM NOT = SCOR-ABND-TRIES-ACCUM
026376         MOVE 'N' TO BALANCE-FLAG
026378         MOVE 8 TO RUN-RC
026380     END-IF.
026400 5000-EXIT.
026500     EXIT.
026600*****************************************************************
029480     MOVE SCOR-REV-TRIES-ACCUM TO DTL-TRIES.
029482     WRITE REPORT-LINE FROM DETAIL-LINE
029484         AFTER ADVANCING 1 LINE.
029485     MOVE SPACES TO DETAIL-LINE.
029486     MOVE 'AUDIT TRAIL (ABANDONED)' TO DTL-SOURCE.
029487     MOVE AUDT-ABND-COUNT       TO DTL-RECORDS.
029488     MOVE AUDT-ABND-TRIES-ACCUM TO DTL-TRIES.
029489     WRITE REPORT-LINE FROM DETAIL-LINE
029490         AFTER ADVANCING 1 LINE.
029491     MOVE SPACES TO DETAIL-LINE.
029492     MOVE 'SCORES FILE (ABANDONED)' TO DTL-SOURCE.
029493     MOVE SCOR-ABND-COUNT       TO DTL-RECORDS.
029494     MOVE SCOR-ABND-TRIES-ACCUM TO DTL-TRIES.
029495     WRITE REPORT-LINE FROM DETAIL-LINE
029496         AFTER ADVANCING 1 LINE.
029500     MOVE SPACES TO REPORT-LINE.
029600     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
029700     MOVE SPACES TO MESSAGE-LINE.

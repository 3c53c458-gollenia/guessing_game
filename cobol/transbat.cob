001440*  RECORD ARE WRITTEN AND THE PLAYERS LIFETIME COUNTERS ARE     *
001450*  DECREMENTED.  REVERSALS CARRY THEIR OWN CONTROL TOTALS SO    *
001460*  RECONBAL STILL PROVES THE WINDOW.                            *
001461*                                                               *
001462*  A DETAIL FOR A PLAYER FLAGGED ON THE WATCHLIST (WATCHLST,    *
001463*  SEE GMWTCH) PASSES EVERY OTHER EDIT BUT IS HELD ON SUSPENSE  *
001464*  UNDER REASON 11 UNTIL SUSPCORR CLEARS THE PLAYER.            *
001469*                                                               *
001474*  EVERY POSTING AND REVERSAL AUDIT RECORD CARRIES THE BATCH    *
001479*  ID, SO A ROUND CHANGED BY A DISPUTE DECISION (BATCH 'DC' +   *
001484*  CASE NUMBER, WRITTEN BY DISPUTE) TRACES BACK TO ITS CASE.    *
001500*                                                               *
001600*  RETURN CODES:  0000 = ALL TRANSACTIONS POSTED                *
001700*                 0004 = ONE OR MORE TRANSACTIONS REJECTED      *
003260*  2025-09-19  TG   ROUNDS POST TO THE SCORDLY DAILY DELTA -     *
003270*                   SCORMRGE FOLDS THE DELTA INTO THE SORTED     *
003280*                   SCORES MASTER NIGHTLY                        *
003290*  2026-10-15  TG   DETAILS FOR WATCHLISTED PLAYERS HELD ON      *
003291*                   SUSPENSE UNDER REASON 11                     *
003293*  2026-10-15  TG   BATCH ID STAMPED ON THE POSTING AND          *
003295*                   REVERSAL AUDIT RECORDS                       *
003296*  2026-10-15  TG   KEYED-BY OPERATOR FROM THE BATCH HEADER      *
003297*                   CARRIED ONTO SUSPENSE ITEMS                  *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006810     SELECT RUN-STATUS-FILE  ASSIGN TO RUNCTL
006820         ORGANIZATION IS SEQUENTIAL
006830         FILE STATUS  IS RUNCTL-STATUS.
006840     SELECT WATCH-FILE       ASSIGN TO WATCHLST
006850         ORGANIZATION IS SEQUENTIAL
006860         FILE STATUS  IS WATCH-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  TRANS-IN.
008800 01  REPORT-LINE             PIC X(132).
008810 FD  RUN-STATUS-FILE.
008820     COPY GMRSTA.
008830 FD  WATCH-FILE.
008840     COPY GMWTCH.
008900 WORKING-STORAGE SECTION.
009000 77  TRANSIN-STATUS          PIC X(02) VALUE SPACES.
009100     88  TRANSIN-OK                      VALUE '00'.
011200     88  BATCH-REFUSED                   VALUE 'R'.
011300 77  REFUSAL-REASON          PIC X(40) VALUE SPACES.
011400 77  BATCH-ID                PIC X(08) VALUE SPACES.
011450 77  BATCH-KEYED-BY          PIC X(08) VALUE SPACES.
011500 77  BATCH-EXPECTED          PIC 9(07) VALUE ZERO.
011600 77  BATCH-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
011700 77  TRAILER-SEEN            PIC X(01) VALUE 'N'.
012200     88  CONTROL-OK                      VALUE '00'.
012210 77  RUNCTL-STATUS           PIC X(02) VALUE SPACES.
012220     88  RUNCTL-OK                       VALUE '00'.
012230 77  WATCH-STATUS            PIC X(02) VALUE SPACES.
012240     88  WATCH-OK                        VALUE '00'.
012250     88  WATCH-EOF                       VALUE '10'.
012260 77  WATCH-MAX               PIC S9(04) COMP VALUE 500.
012270 77  WL-SUB                  PIC S9(04) COMP VALUE ZERO.
012280 77  WATCH-MATCH             PIC S9(04) COMP VALUE ZERO.
012290*    THE PLAYERS FLAGGED ON THE WATCHLIST
012291 01  WATCH-TABLE.
012292     05  WL-COUNT            PIC S9(04) COMP VALUE ZERO.
012293     05  WL-ID               OCCURS 500 TIMES
012294                             PIC X(05).
012300 77  RUN-RC                  PIC 9(04) VALUE ZERO.
012400 77  TRIES-POSTED-TOTAL      PIC 9(09) COMP VALUE ZERO.
012500 77  PARM-RANGE-HI           PIC 9(04) VALUE 100.
022200         GO TO 0500-CLOSE
022300     END-IF.
022400     MOVE TRAN-HDR-BATCH-ID TO BATCH-ID.
022450     MOVE TRAN-HDR-KEYED-BY TO BATCH-KEYED-BY.
022500     MOVE TRAN-HDR-COUNT    TO BATCH-EXPECTED.
022600     PERFORM 0550-SCAN-BATCH THRU 0550-EXIT
022700         UNTIL TRANSIN-EOF OR TRAILER-FOUND
036200         GO TO 1000-EXIT
036300     END-IF.
036400     PERFORM 1500-LOAD-PARMS THRU 1500-EXIT.
036410     PERFORM 1700-LOAD-WATCH THRU 1700-EXIT.
036420     IF RUN-RC >= 16
036430         GO TO 1000-EXIT
036440     END-IF.
036500     PERFORM 2500-READ-TRAN THRU 2500-EXIT.
036600 1000-EXIT.
036700     EXIT.
040200     END-EVALUATE.
040300 1600-EXIT.
040400     EXIT.
040402*****************************************************************
040404*  1700-LOAD-WATCH - THE FLAGGED PLAYERS FROM THE WATCHLIST     *
040406*****************************************************************
040408 1700-LOAD-WATCH.
040410     OPEN INPUT WATCH-FILE.
040412     IF WATCH-STATUS = '35'
040414         GO TO 1700-EXIT
040416     END-IF.
040418     IF NOT WATCH-OK
040420         DISPLAY 'TRANSBAT: WATCHLIST OPEN ERROR, STATUS '
040422                 WATCH-STATUS
040424             UPON OPERATOR-CONSOLE
040426         MOVE 16 TO RUN-RC
040428         GO TO 1700-EXIT
040430     END-IF.
040432     PERFORM 1750-LOAD-ONE-WATCH THRU 1750-EXIT
040434         UNTIL WATCH-EOF.
040436     CLOSE WATCH-FILE.
040438 1700-EXIT.
040440     EXIT.
040442*****************************************************************
040444*  1750-LOAD-ONE-WATCH - KEEP ONE FLAGGED ENTRY                 *
040446*****************************************************************
040448 1750-LOAD-ONE-WATCH.
040450     READ WATCH-FILE
040452         AT END GO TO 1750-EXIT.
040454     IF NOT WATCH-OK
040456         DISPLAY 'TRANSBAT: WATCHLIST READ ERROR, STATUS '
040458                 WATCH-STATUS
040460             UPON OPERATOR-CONSOLE
040462         MOVE 16 TO RUN-RC
040464         MOVE '10' TO WATCH-STATUS
040466         GO TO 1750-EXIT
040468     END-IF.
040470     IF NOT WTCH-FLAGGED
040472         GO TO 1750-EXIT
040474     END-IF.
040476     IF WL-COUNT >= WATCH-MAX
040478         DISPLAY 'TRANSBAT: MORE THAN 500 PLAYERS FLAGGED ON '
040480                 'THE WATCHLIST - NOTHING POSTED'
040482             UPON OPERATOR-CONSOLE
040484         MOVE 16 TO RUN-RC
040486         MOVE '10' TO WATCH-STATUS
040488         GO TO 1750-EXIT
040490     END-IF.
040492     ADD 1 TO WL-COUNT.
040494     MOVE WTCH-PLAY-ID TO WL-ID (WL-COUNT).
040496 1750-EXIT.
040498     EXIT.
040500*****************************************************************
040600*  2000-PROCESS-TRAN - EDIT AND POST ONE TRANSACTION            *
040700*****************************************************************
049280             GO TO 3000-EXIT
049290         END-IF
049292     END-IF.
049293*    A GOOD DETAIL FOR A WATCHLISTED PLAYER IS HELD, NOT
049294*    POSTED.  REVERSALS STILL GO THROUGH.
049295     IF TRAN-DETAIL
049296         PERFORM 3500-CHECK-WATCH THRU 3500-EXIT
049297         IF WATCH-MATCH > ZERO
049298             MOVE 'PLAYER ON WATCHLIST' TO REJECT-REASON
049299             MOVE '11' TO REJECT-CODE
049300             GO TO 3000-EXIT
049301         END-IF
049302     END-IF.
049303 3000-EXIT.
049400     EXIT.
049405*****************************************************************
049409*  3500-CHECK-WATCH - IS THE CARDS PLAYER FLAGGED               *
049413*****************************************************************
049417 3500-CHECK-WATCH.
049421     MOVE ZERO TO WATCH-MATCH WL-SUB.
049425     PERFORM 3550-SCAN-WATCH THRU 3550-EXIT
049429         UNTIL WATCH-MATCH > ZERO OR WL-SUB >= WL-COUNT.
049433 3500-EXIT.
049437     EXIT.
049441*****************************************************************
049445*  3550-SCAN-WATCH - COMPARE ONE FLAGGED PLAYER                 *
049449*****************************************************************
049453 3550-SCAN-WATCH.
049457     ADD 1 TO WL-SUB.
049461     IF WL-ID (WL-SUB) = TRAN-PLAY-ID
049465         MOVE WL-SUB TO WATCH-MATCH
049469     END-IF.
049473 3550-EXIT.
049477     EXIT.
049500*****************************************************************
049600*  4000-POST-TRAN - WRITE SCORES, AUDIT, ROLL MASTER COUNTS     *
049700*****************************************************************
051900     MOVE TRAN-TRIES        TO AUDT-VALUE.
052000     MOVE TRAN-RESULT       TO AUDT-VERDICT.
052100     MOVE 'B'               TO AUDT-SOURCE.
052150     MOVE BATCH-ID          TO AUDT-BATCH-ID.
052200     WRITE AUDT-REC.
052300     ADD TRAN-TRIES TO TRIES-POSTED-TOTAL.
052400     ADD 1 TO PLAY-GAMES.
053288     MOVE TRAN-TRIES        TO AUDT-VALUE.
053290     MOVE TRAN-RESULT       TO AUDT-VERDICT.
053292     MOVE 'B'               TO AUDT-SOURCE.
053293     MOVE BATCH-ID          TO AUDT-BATCH-ID.
053294     WRITE AUDT-REC.
053296     ADD TRAN-TRIES TO REV-TRIES-TOTAL.
053298     SUBTRACT 1 FROM PLAY-GAMES.
053900     MOVE CURRENT-DATE-N TO SUSP-DATE.
054000     MOVE REJECT-CODE    TO SUSP-REASON.
054100     MOVE TRAN-REC       TO SUSP-TRAN.
054150     MOVE BATCH-KEYED-BY TO SUSP-KEYED-BY.
054200     WRITE SUSP-REC.
054300 4500-EXIT.
054400     EXIT.

002200*  POST LIKE ANY OTHER BATCH.  UNPARSEABLE LINES GO TO THE      *
002300*  WEBREJ REJECT LISTING; ANY REJECT OR MISMATCH REFUSES THE    *
002400*  WHOLE TRANSMISSION SO THE WEB TEAM CAN RESEND IT.            *
002410*                                                               *
002420*  ROUNDS FOR A PLAYER FLAGGED ON THE WATCHLIST (WATCHLST, SEE  *
002430*  GMWTCH) ARE HELD ON THE SUSPENSE FILE UNDER REASON 11 AND    *
002440*  LISTED ON WEBREJ INSTEAD OF GOING OUT ON TRANSOUT; THE       *
002450*  TRANSOUT ENVELOPE COUNTS ONLY THE CARDS SENT.                *
002500*                                                               *
002600*  RETURN CODES:  0000 = BATCH WRITTEN TO TRANSOUT             *
002610*                 0004 = BATCH WRITTEN, ROUNDS HELD FOR         *
002620*                        WATCHLISTED PLAYERS                    *
002700*                 0012 = TRANSMISSION REFUSED - SEE WEBREJ      *
002800*                 0016 = FILE ERROR, NOTHING WRITTEN            *
002900*****************************************************************
003000*  MODIFICATION HISTORY                                         *
003100*  2025-07-25  TG   NEW PROGRAM                                 *
003110*  2026-10-15  TG   ROUNDS FOR WATCHLISTED PLAYERS HELD ON      *
003120*                   SUSPENSE UNDER REASON 11                    *
003140*  2026-10-15  TG   WEBGATE NAMED AS KEYER ON THE BATCH HEADER  *
003160*                   AND ON ITS SUSPENSE ITEMS                   *
003170*  2026-10-15  TG   SUSPENSE WRITE CHECKED - A ROUND THAT       *
003180*                   COULD NOT BE HELD STOPS THE BATCH           *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004500     SELECT REPORT-FILE      ASSIGN TO WEBREJ
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS  IS REPORT-STATUS.
004710     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS  IS SUSPENSE-STATUS.
004740     SELECT WATCH-FILE       ASSIGN TO WATCHLST
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS  IS WATCH-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  WEB-IN-FILE.
005300 01  TRANS-OUT-REC           PIC X(80).
005400 FD  REPORT-FILE.
005500 01  REPORT-LINE             PIC X(132).
005510 FD  SUSPENSE-FILE.
005520     COPY GMSUSP.
005530 FD  WATCH-FILE.
005540     COPY GMWTCH.
005600 WORKING-STORAGE SECTION.
005700 77  WEBIN-STATUS            PIC X(02) VALUE SPACES.
005800     88  WEBIN-OK                        VALUE '00'.
006100     88  TRANSOUT-OK                     VALUE '00'.
006200 77  REPORT-STATUS           PIC X(02) VALUE SPACES.
006300     88  REPORT-OK                       VALUE '00'.
006310 77  SUSPENSE-STATUS         PIC X(02) VALUE SPACES.
006320     88  SUSPENSE-OK                     VALUE '00'.
006330 77  WATCH-STATUS            PIC X(02) VALUE SPACES.
006340     88  WATCH-OK                        VALUE '00'.
006350     88  WATCH-EOF                       VALUE '10'.
006400 77  RUN-RC                  PIC 9(04) VALUE ZERO.
006500 77  HEADER-SEEN             PIC X(01) VALUE 'N'.
006600     88  HEADER-FOUND                    VALUE 'Y'.
007200 77  LINE-NUMBER             PIC 9(07) COMP VALUE ZERO.
007300 77  GOOD-COUNT              PIC 9(07) COMP VALUE ZERO.
007400 77  REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
007410 77  HELD-COUNT              PIC 9(07) COMP VALUE ZERO.
007420 77  SENT-COUNT              PIC 9(07) COMP VALUE ZERO.
007500 77  WINS-COUNT              PIC 9(07) COMP VALUE ZERO.
007600 77  RANGE-HASH              PIC 9(09) COMP VALUE ZERO.
007700 77  TRIES-HASH              PIC 9(09) COMP VALUE ZERO.
008400 77  CARD-SUB                PIC S9(04) COMP VALUE ZERO.
008500 77  BATCH-ID                PIC X(08) VALUE SPACES.
008600 77  CURRENT-DATE-N          PIC 9(08) VALUE ZERO.
008610 77  WATCH-MAX               PIC S9(04) COMP VALUE 500.
008620 77  WL-SUB                  PIC S9(04) COMP VALUE ZERO.
008630 77  WATCH-MATCH             PIC S9(04) COMP VALUE ZERO.
008640*    THE PLAYERS FLAGGED ON THE WATCHLIST
008650 01  WATCH-TABLE.
008660     05  WL-COUNT            PIC S9(04) COMP VALUE ZERO.
008670     05  WL-ID               OCCURS 500 TIMES
008680                             PIC X(05).
008700 77  EDIT-SUB                PIC S9(04) COMP VALUE ZERO.
008800 77  EDIT-DIGITS             PIC S9(04) COMP VALUE ZERO.
008900 77  EDIT-ERROR              PIC X(01) VALUE 'N'.
017500         MOVE 16 TO RUN-RC
017600         GO TO 1000-EXIT
017700     END-IF.
017710     PERFORM 1700-LOAD-WATCH THRU 1700-EXIT.
017720     IF RUN-RC >= 16
017730         GO TO 1000-EXIT
017740     END-IF.
017800     MOVE CURRENT-DATE-N TO HDG1-DATE.
017900     WRITE REPORT-LINE FROM HEADING-LINE-1
018000         AFTER ADVANCING PAGE.
018300     PERFORM 2500-READ-LINE THRU 2500-EXIT.
018400 1000-EXIT.
018500     EXIT.
018502*****************************************************************
018504*  1700-LOAD-WATCH - THE FLAGGED PLAYERS FROM THE WATCHLIST     *
018506*****************************************************************
018508 1700-LOAD-WATCH.
018510     OPEN INPUT WATCH-FILE.
018512     IF WATCH-STATUS = '35'
018514         GO TO 1700-EXIT
018516     END-IF.
018518     IF NOT WATCH-OK
018520         DISPLAY 'WEBGATE: WATCHLIST OPEN ERROR, STATUS '
018522                 WATCH-STATUS
018524             UPON OPERATOR-CONSOLE
018526         MOVE 16 TO RUN-RC
018528         GO TO 1700-EXIT
018530     END-IF.
018532     PERFORM 1750-LOAD-ONE-WATCH THRU 1750-EXIT
018534         UNTIL WATCH-EOF.
018536     CLOSE WATCH-FILE.
018538 1700-EXIT.
018540     EXIT.
018542*****************************************************************
018544*  1750-LOAD-ONE-WATCH - KEEP ONE FLAGGED ENTRY                 *
018546*****************************************************************
018548 1750-LOAD-ONE-WATCH.
018550     READ WATCH-FILE
018552         AT END GO TO 1750-EXIT.
018554     IF NOT WATCH-OK
018556         DISPLAY 'WEBGATE: WATCHLIST READ ERROR, STATUS '
018558                 WATCH-STATUS
018560             UPON OPERATOR-CONSOLE
018562         MOVE 16 TO RUN-RC
018564         MOVE '10' TO WATCH-STATUS
018566         GO TO 1750-EXIT
018568     END-IF.
018570     IF NOT WTCH-FLAGGED
018572         GO TO 1750-EXIT
018574     END-IF.
018576     IF WL-COUNT >= WATCH-MAX
018578         DISPLAY 'WEBGATE: MORE THAN 500 PLAYERS FLAGGED ON '
018580                 'THE WATCHLIST - NOTHING WRITTEN'
018582             UPON OPERATOR-CONSOLE
018584         MOVE 16 TO RUN-RC
018586         MOVE '10' TO WATCH-STATUS
018588         GO TO 1750-EXIT
018590     END-IF.
018592     ADD 1 TO WL-COUNT.
018594     MOVE WTCH-PLAY-ID TO WL-ID (WL-COUNT).
018596 1750-EXIT.
018598     EXIT.
018600*****************************************************************
018700*  2000-PROCESS-LINE - JUDGE ONE TRANSMISSION LINE              *
018800*****************************************************************
043600         MOVE 16 TO RUN-RC
043700         GO TO 6000-EXIT
043800     END-IF.
043810*    ROUNDS FOR WATCHLISTED PLAYERS COME OUT OF THE BATCH
043820*    ONTO SUSPENSE FIRST, SO THE ENVELOPE COUNTS WHAT IS SENT.
043830     IF WL-COUNT > ZERO
043840         PERFORM 6050-HOLD-WATCHED THRU 6050-EXIT
043850         IF RUN-RC >= 16
043860             CLOSE TRANS-OUT-FILE
043870             GO TO 6000-EXIT
043880         END-IF
043890     END-IF.
043895     COMPUTE SENT-COUNT = GOOD-COUNT - HELD-COUNT.
043900     MOVE SPACES          TO WTR-REC.
044000     MOVE 'H'             TO WTR-TYPE.
044100     MOVE BATCH-ID        TO WTR-HDR-BATCH-ID.
044200     MOVE CURRENT-DATE-N  TO WTR-HDR-CREATE-DT.
044250     MOVE 'WEBGATE'       TO WTR-HDR-KEYED-BY.
044300     MOVE SENT-COUNT      TO WTR-HDR-COUNT.
044400     WRITE TRANS-OUT-REC FROM WTR-REC.
044500     MOVE ZERO TO CARD-SUB.
044600     PERFORM 6100-WRITE-ONE-CARD THRU 6100-EXIT
044700         UNTIL CARD-SUB >= GOOD-COUNT.
044800     MOVE SPACES          TO WTR-REC.
044900     MOVE 'T'             TO WTR-TYPE.
045000     MOVE SENT-COUNT      TO WTR-TRL-COUNT.
045100     WRITE TRANS-OUT-REC FROM WTR-REC.
045200     CLOSE TRANS-OUT-FILE.
045300     DISPLAY 'WEBGATE: BATCH ' BATCH-ID ' WRITTEN WITH '
045400             SENT-COUNT ' CARDS'
045500         UPON OPERATOR-CONSOLE.
045510     IF HELD-COUNT > ZERO
045520         DISPLAY 'WEBGATE: ' HELD-COUNT ' ROUND(S) HELD ON '
045530                 'SUSPENSE - PLAYER ON WATCHLIST'
045540             UPON OPERATOR-CONSOLE
045550         IF RUN-RC < 4
045560             MOVE 4 TO RUN-RC
045570         END-IF
045580     END-IF.
045600 6000-EXIT.
045700     EXIT.
045701*****************************************************************
045702*  6050-HOLD-WATCHED - MOVE THE WATCHLISTED PLAYERS CARDS TO    *
045703*  THE SUSPENSE FILE                                            *
045704*****************************************************************
045705 6050-HOLD-WATCHED.
045706     OPEN EXTEND SUSPENSE-FILE.
045707     IF SUSPENSE-STATUS = '35'
045708         OPEN OUTPUT SUSPENSE-FILE
045709         CLOSE SUSPENSE-FILE
045710         OPEN EXTEND SUSPENSE-FILE
045711     END-IF.
045712     IF NOT SUSPENSE-OK
045713         DISPLAY 'WEBGATE: CANNOT OPEN SUSPENSE, STATUS '
045714                 SUSPENSE-STATUS ' - NOTHING WRITTEN'
045715             UPON OPERATOR-CONSOLE
045716         MOVE 16 TO RUN-RC
045717         GO TO 6050-EXIT
045718     END-IF.
045719     MOVE ZERO TO CARD-SUB.
045720     PERFORM 6060-HOLD-ONE-CARD THRU 6060-EXIT
045721         UNTIL CARD-SUB >= GOOD-COUNT.
045722     CLOSE SUSPENSE-FILE.
045723 6050-EXIT.
045724     EXIT.
045725*****************************************************************
045726*  6060-HOLD-ONE-CARD - HOLD ONE CARD IF ITS PLAYER IS FLAGGED  *
045727*****************************************************************
045728 6060-HOLD-ONE-CARD.
045729     ADD 1 TO CARD-SUB.
045730     MOVE CARD-IMAGE (CARD-SUB) TO WTR-REC.
045731     MOVE ZERO TO WATCH-MATCH WL-SUB.
045732     PERFORM 6070-SCAN-WATCH THRU 6070-EXIT
045733         UNTIL WATCH-MATCH > ZERO OR WL-SUB >= WL-COUNT.
045734     IF WATCH-MATCH = ZERO
045735         GO TO 6060-EXIT
045736     END-IF.
045737     MOVE SPACES         TO SUSP-REC.
045738     MOVE 'H'            TO SUSP-STATUS.
045739     MOVE CURRENT-DATE-N TO SUSP-DATE.
045740     MOVE '11'           TO SUSP-REASON.
045741     MOVE WTR-REC        TO SUSP-TRAN.
045742     MOVE 'WEBGATE'      TO SUSP-KEYED-BY.
045743     WRITE SUSP-REC.
045744     IF NOT SUSPENSE-OK
045745         DISPLAY 'WEBGATE: SUSPENSE WRITE ERROR, STATUS '
045746                 SUSPENSE-STATUS ' - NOTHING SENT'
045747             UPON OPERATOR-CONSOLE
045748         MOVE 16 TO RUN-RC
045749         MOVE GOOD-COUNT TO CARD-SUB
045750         GO TO 6060-EXIT
045751     END-IF.
045752     ADD 1 TO HELD-COUNT.
045753     MOVE SPACES         TO REJECT-LINE.
045754     MOVE CARD-SUB       TO REJ-LINE-NO.
045755     MOVE 'HELD - ON WATCHLIST' TO REJ-REASON.
045756     MOVE WTR-REC (1:60) TO REJ-TEXT.
045757     WRITE REPORT-LINE FROM REJECT-LINE
045758         AFTER ADVANCING 1 LINE.
045759*    A BLANKED SLOT IS SKIPPED WHEN THE BATCH IS WRITTEN.
045760     MOVE SPACES TO CARD-IMAGE (CARD-SUB).
045761 6060-EXIT.
045762     EXIT.
045763*****************************************************************
045764*  6070-SCAN-WATCH - COMPARE ONE FLAGGED PLAYER                 *
045765*****************************************************************
045766 6070-SCAN-WATCH.
045767     ADD 1 TO WL-SUB.
045768     IF WL-ID (WL-SUB) = WTR-PLAY-ID
045769         MOVE WL-SUB TO WATCH-MATCH
045770     END-IF.
045771 6070-EXIT.
045772     EXIT.
045800*****************************************************************
045900*  6100-WRITE-ONE-CARD - ONE PARSED DETAIL CARD                 *
046000*****************************************************************
046100 6100-WRITE-ONE-CARD.
046200     ADD 1 TO CARD-SUB.
046210     IF CARD-IMAGE (CARD-SUB) = SPACES
046220         GO TO 6100-EXIT
046230     END-IF.
046300     WRITE TRANS-OUT-REC FROM CARD-IMAGE (CARD-SUB).
046400 6100-EXIT.
046500     EXIT.
047800     MOVE 'LINES REJECTED'        TO TOT-LABEL.
047900     MOVE REJECT-COUNT            TO TOT-VALUE.
048000     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
048010     MOVE 'DETAILS HELD - WATCHLIST' TO TOT-LABEL.
048020     MOVE HELD-COUNT              TO TOT-VALUE.
048030     WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
048100     MOVE SPACES TO MESSAGE-LINE.
048200     IF FILE-REFUSED
048300         STRING 'TRANSMISSION REFUSED - ' REFUSAL-REASON

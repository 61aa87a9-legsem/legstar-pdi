       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTCYC.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTBAL.
      *
      * LISTS THE PERIODS CLOSED SO FAR FROM THE STANDING CYCLCTL
      * CYCLE-CONTROL DATASET PCUSTBAL APPENDS TO (SEE RCUSTCYC): ONE
      * LINE PER PERIOD WITH ITS RUN DATE, THE BALANCE MASTER
      * GENERATIONS READ AND WRITTEN, THE CUSTOMER AND TRANSACTION
      * COUNTS AND THE GRAND TOTALS. A PERIOD THAT DOES
      * NOT FOLLOW ON FROM THE ONE BEFORE IT (A GAP, OR A GENERATION
      * THAT DID NOT CHAIN) IS FLAGGED, AS IS A PERIOD WHOSE BALANCE
      * FORWARD DOES NOT EQUAL THE PRIOR PERIOD'S CLOSING TOTAL.
      * CONDITION CODES: 0 CLEAN, 4 AT LEAST ONE PERIOD FLAGGED, 16
      * I/O ERROR.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE
           ASSIGN TO CYCLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CYCLE-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-FILE
           RECORD CONTAINS 106 CHARACTERS.
       COPY RCUSTCYC.

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-CYCLE-FILE-STATUS        PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
      * ----------------------------------------------------------------
      * THE PERIOD BEFORE THE ONE BEING LISTED, FOR THE CHAIN CHECKS.
      * W-EXPECTED-PERIOD IS THE PERIOD THAT SHOULD HAVE FOLLOWED IT.
      * ----------------------------------------------------------------
       01  W-PRIOR-SWITCH             PIC X(1) VALUE 'N'.
           88 W-PRIOR-LISTED          VALUE 'Y'.
       01  W-PRIOR-OUTPUT-GEN         PIC 9(4).
       01  W-PRIOR-CLOSING            PIC S9(13)V99.
       01  W-EXPECTED-PERIOD          PIC 9(6).
       01  W-EXPECTED-PERIOD-PARTS REDEFINES W-EXPECTED-PERIOD.
           05 W-EXPECTED-YEAR         PIC 9(4).
           05 W-EXPECTED-MONTH        PIC 9(2).
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS.
      * ----------------------------------------------------------------
       01  W-PERIODS-LISTED           PIC 9(9) COMP VALUE ZERO.
       01  W-PERIODS-FLAGGED          PIC 9(9) COMP VALUE ZERO.
      * ----------------------------------------------------------------
      * PAGE CONTROLS AND REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTCYC'.
           05 FILLER                  PIC X(40)
              VALUE 'PERIODS CLOSED'.
           05 FILLER                  PIC X(68) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'PERIOD'.
           05 FILLER                  PIC X(9) VALUE 'RUN DATE'.
           05 FILLER                  PIC X(9) VALUE 'GEN I/O'.
           05 FILLER                  PIC X(10) VALUE ' CUSTOMERS'.
           05 FILLER                  PIC X(8) VALUE '   TRANS'.
           05 FILLER                  PIC X(19) VALUE
              '            FORWARD'.
           05 FILLER                  PIC X(19) VALUE
              '             DEBITS'.
           05 FILLER                  PIC X(19) VALUE
              '            CREDITS'.
           05 FILLER                  PIC X(19) VALUE
              '            CLOSING'.
           05 FILLER                  PIC X(5) VALUE ' FLAG'.
       01  W-DETAIL-LINE.
           05 W-DET-PERIOD            PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-RUN-DATE          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-INPUT-GEN         PIC 9(4).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 W-DET-OUTPUT-GEN        PIC 9(4).
           05 W-DET-CUSTOMERS         PIC ZZZZZZZZZ9.
           05 W-DET-TRANS-CNT         PIC ZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-FORWARD           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-DEBITS            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-CREDITS           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-CLOSING           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-FLAG              PIC X(7).
       01  W-TOTAL-LINE.
           05 W-TOT-LABEL             PIC X(26).
           05 W-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'PCUSTCYC STARTED. LISTING PERIODS CLOSED'.

           OPEN INPUT CYCLE-FILE.
           IF W-CYCLE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CYCLE-FILE=' W-CYCLE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM UNTIL W-EOF
               READ CYCLE-FILE
                   AT END
                       SET W-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-PERIOD-LINE
               END-READ
               IF W-CYCLE-FILE-STATUS NOT = ZERO
                       AND W-CYCLE-FILE-STATUS NOT = 10
                  DISPLAY 'ERROR READING CYCLE-FILE='
                          W-CYCLE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO PROGRAM-EXIT
               END-IF
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           IF W-PERIODS-FLAGGED NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'PERIODS LISTED       = ' W-PERIODS-LISTED.
           DISPLAY 'PERIODS FLAGGED      = ' W-PERIODS-FLAGGED.

           CLOSE CYCLE-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * PRINTS ONE CLOSED PERIOD, CHECKING IT CHAINS ON FROM THE ONE
      * BEFORE: THE NEXT CALENDAR MONTH (GAP), THE PRIOR OUTPUT
      * GENERATION AS ITS INPUT (GEN), AND THE PRIOR CLOSING TOTAL AS
      * ITS BALANCE FORWARD (FORWARD).
      * ----------------------------------------------------------------
       PRINT-PERIOD-LINE.

           ADD 1 TO W-PERIODS-LISTED.
           MOVE SPACE TO W-DET-FLAG.
           IF W-PRIOR-LISTED
              IF W-EXPECTED-MONTH = 12
                 ADD 1 TO W-EXPECTED-YEAR
                 MOVE 1 TO W-EXPECTED-MONTH
              ELSE
                 ADD 1 TO W-EXPECTED-MONTH
              END-IF
              EVALUATE TRUE
                 WHEN CYC-PERIOD-ID NOT = W-EXPECTED-PERIOD
                    MOVE 'GAP' TO W-DET-FLAG
                 WHEN CYC-INPUT-GEN NOT = W-PRIOR-OUTPUT-GEN
                    MOVE 'GEN' TO W-DET-FLAG
                 WHEN CYC-FORWARD NOT = W-PRIOR-CLOSING
                    MOVE 'FORWARD' TO W-DET-FLAG
              END-EVALUATE
              IF W-DET-FLAG NOT = SPACE
                 ADD 1 TO W-PERIODS-FLAGGED
              END-IF
           END-IF.

           MOVE CYC-PERIOD-ID  TO W-DET-PERIOD.
           MOVE CYC-RUN-DATE   TO W-DET-RUN-DATE.
           MOVE CYC-INPUT-GEN  TO W-DET-INPUT-GEN.
           MOVE CYC-OUTPUT-GEN TO W-DET-OUTPUT-GEN.
           MOVE CYC-CUSTOMERS  TO W-DET-CUSTOMERS.
           MOVE CYC-TRANS-CNT  TO W-DET-TRANS-CNT.
           MOVE CYC-FORWARD    TO W-DET-FORWARD.
           MOVE CYC-DEBITS     TO W-DET-DEBITS.
           MOVE CYC-CREDITS    TO W-DET-CREDITS.
           MOVE CYC-CLOSING    TO W-DET-CLOSING.
           IF W-LINE-CNT >= W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

           SET W-PRIOR-LISTED TO TRUE.
           MOVE CYC-PERIOD-ID  TO W-EXPECTED-PERIOD.
           MOVE CYC-OUTPUT-GEN TO W-PRIOR-OUTPUT-GEN.
           MOVE CYC-CLOSING    TO W-PRIOR-CLOSING.

      * ----------------------------------------------------------------
      * REPORT WRITERS.
      * ----------------------------------------------------------------
       PRINT-TOTAL-LINES.

           IF W-LINE-CNT + 3 > W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE 'PERIODS CLOSED          = ' TO W-TOT-LABEL.
           MOVE W-PERIODS-LISTED TO W-TOT-VALUE.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PERIODS FLAGGED         = ' TO W-TOT-LABEL.
           MOVE W-PERIODS-FLAGGED TO W-TOT-VALUE.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 3 TO W-LINE-CNT.

       PRINT-PAGE-HEADING.

           ADD 1 TO W-PAGE-NBR.
           MOVE W-PAGE-NBR  TO W-H1-PAGE.
           MOVE W-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE W-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 3 TO W-LINE-CNT.

       END PROGRAM PCUSTCYC.

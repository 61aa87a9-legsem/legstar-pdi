      * PROVED THE SAME WAY; AN OUT-OF-BALANCE CONDITION FAILS THE
      * STEP. CONDITION CODES: 0 CLEAN, 12 OUT OF BALANCE, 16 I/O
      * ERROR OR A TRANSACTION FILE OUT OF CUSTOMER-ID SEQUENCE.
      *
      * THE PARM IS THE PERIOD-ID (YYYYMM) BEING CLOSED. THE STANDING
      * CYCLCTL CYCLE-CONTROL DATASET (SEE RCUSTCYC) HOLDS ONE RECORD
      * PER PERIOD ALREADY CLOSED. THE RUN IS REFUSED WITH CONDITION
      * CODE 16, BEFORE NEWBAL IS WRITTEN, WHEN THE PERIOD IS ALREADY
      * CLOSED, WHEN IT IS NOT THE PERIOD RIGHT AFTER THE LATEST ONE
      * CLOSED, OR WHEN OLDBAL'S CUSTOMER COUNT AND CLOSING TOTAL DO
      * NOT MATCH THOSE RECORDED FOR THE LATEST PERIOD CLOSED (LAST
      * PERIOD'S MASTER FED AGAIN, OR THE WRONG ONE). A CLEAN RUN
      * APPENDS THE PERIOD TO CYCLCTL WITH ITS RUN DATE, BALANCE
      * MASTER GENERATIONS AND GRAND TOTALS.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

           SELECT OPTIONAL CYCLE-FILE
           ASSIGN TO CYCLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLDBAL-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

      * ----------------------------------------------------------------
      * STANDING CYCLE-CONTROL DATASET, ONE RECORD PER PERIOD CLOSED
      * BY PCUSTBAL (SEE RCUSTCYC).
      * ----------------------------------------------------------------
       FD CYCLE-FILE
           RECORD CONTAINS 106 CHARACTERS.
       COPY RCUSTCYC.

       WORKING-STORAGE SECTION.
       01  W-OLDBAL-FILE-STATUS       PIC 9(2).
       01  W-TRANS-FILE-STATUS        PIC 9(2).
           05 W-GT-CNT                PIC ZZZ,ZZZ,ZZ9.
       01  W-GT-TRANS-CNT             PIC 9(9) COMP VALUE ZERO.

      * ----------------------------------------------------------------
      * CYCLE CONTROL. W-PERIOD-ID IS THE PERIOD THIS RUN BELONGS TO
      * (FROM THE PARM), W-LAST-PERIOD-ID THE LATEST PERIOD CLOSED ON
      * CYCLCTL AND W-NEXT-PERIOD-ID THE ONLY PERIOD ALLOWED TO RUN.
      * ----------------------------------------------------------------
       01  W-CYCLE-FILE-STATUS        PIC 9(2).
       01  W-PERIOD-ID                PIC 9(6).
       01  W-LAST-PERIOD-ID           PIC 9(6) VALUE ZERO.
       01  W-NEXT-PERIOD-ID           PIC 9(6).
       01  W-NEXT-PERIOD-PARTS REDEFINES W-NEXT-PERIOD-ID.
           05 W-NEXT-PERIOD-YEAR      PIC 9(4).
           05 W-NEXT-PERIOD-MONTH     PIC 9(2).
       01  W-CYCLE-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 W-CYCLE-EOF             VALUE 'Y'.
       01  W-PERIOD-CLOSED-SWITCH     PIC X(1) VALUE 'N'.
           88 W-PERIOD-ON-FILE        VALUE 'Y'.
      * ----------------------------------------------------------------
      * THE LATEST CLOSED PERIOD'S BALANCE MASTER GENERATION, CUSTOMER
      * COUNT AND CLOSING TOTAL, AND THE SAME TOTALS ADDED UP FROM THE
      * OLDBAL ACTUALLY SUPPLIED, WHICH MUST AGREE WITH THEM.
      * ----------------------------------------------------------------
       01  W-LAST-OUTPUT-GEN          PIC 9(4) VALUE ZERO.
       01  W-LAST-CUSTOMERS           PIC 9(9) VALUE ZERO.
       01  W-LAST-CLOSING             PIC S9(13)V99 VALUE ZERO.
       01  W-OLDBAL-CUSTOMERS         PIC 9(9) VALUE ZERO.
       01  W-OLDBAL-CLOSING           PIC S9(13)V99 VALUE ZERO.
       01  W-OLDBAL-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 W-OLDBAL-EOF            VALUE 'Y'.

       LINKAGE SECTION.
      * ----------------------------------------------------------------
      * L-PERIOD-ID - THE PERIOD THIS RUN BELONGS TO, AS YYYYMM. IT
      *               MUST BE THE PERIOD AFTER THE LATEST ONE CLOSED
      *               ON CYCLCTL; WHILE CYCLCTL IS EMPTY OR ABSENT ANY
      *               VALID PERIOD IS ACCEPTED.
      * ----------------------------------------------------------------
       01  L-PARM.
           05 L-PARM-LENGTH           PIC 9(4) COMP.
           05 L-PERIOD-ID.
              10 L-PERIOD-YEAR        PIC 9(4).
              10 L-PERIOD-MONTH       PIC 9(2).

       PROCEDURE DIVISION USING L-PARM.

           DISPLAY 'PCUSTBAL STARTED. ROLLING PERIOD TRANSACTIONS'.

           PERFORM CHECK-CYCLE-CONTROL
               THRU CHECK-CYCLE-CONTROL-EXIT.

           OPEN INPUT OLDBAL-FILE.
           EVALUATE W-OLDBAL-FILE-STATUS
              WHEN ZERO
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           PERFORM VERIFY-OLDBAL-TOTALS
               THRU VERIFY-OLDBAL-TOTALS-EXIT.

           OPEN INPUT TRANS-FILE.
           IF W-TRANS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING TRANS-FILE=' W-TRANS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = ZERO
              PERFORM RECORD-PERIOD-CLOSE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'CUSTOMERS WRITTEN    = ' W-CUSTOMERS-WRITTEN.

           GOBACK.

      * ----------------------------------------------------------------
      * CYCLE-CONTROL CHECK, MADE BEFORE ANY FILE IS TOUCHED. READS
      * CYCLCTL TO ITS LAST RECORD (THE LATEST PERIOD CLOSED) AND
      * REFUSES THE RUN WHEN THE PARM PERIOD IS ALREADY CLOSED OR IS
      * NOT THE PERIOD RIGHT AFTER IT, SO A PERIOD CAN NEITHER BE
      * RUN TWICE NOR SKIPPED.
      * ----------------------------------------------------------------
       CHECK-CYCLE-CONTROL.

           IF L-PARM-LENGTH < 6
              DISPLAY 'PARM MUST BE THE PERIOD-ID AS YYYYMM'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF L-PERIOD-ID NOT NUMERIC
                   OR L-PERIOD-MONTH < 1 OR L-PERIOD-MONTH > 12
              DISPLAY 'INVALID PERIOD-ID IN PARM=' L-PERIOD-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE L-PERIOD-ID TO W-PERIOD-ID.
           DISPLAY 'PERIOD-ID = ' W-PERIOD-ID.

           OPEN INPUT CYCLE-FILE.
           IF W-CYCLE-FILE-STATUS NOT = ZERO
                   AND W-CYCLE-FILE-STATUS NOT = 05
              DISPLAY 'ERROR OPENING CYCLE-FILE=' W-CYCLE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           PERFORM UNTIL W-CYCLE-EOF
               READ CYCLE-FILE
                   AT END
                       SET W-CYCLE-EOF TO TRUE
                   NOT AT END
                       SET W-PERIOD-ON-FILE TO TRUE
                       MOVE CYC-PERIOD-ID  TO W-LAST-PERIOD-ID
                       MOVE CYC-OUTPUT-GEN TO W-LAST-OUTPUT-GEN
                       MOVE CYC-CUSTOMERS  TO W-LAST-CUSTOMERS
                       MOVE CYC-CLOSING    TO W-LAST-CLOSING
               END-READ
               IF W-CYCLE-FILE-STATUS NOT = ZERO
                       AND W-CYCLE-FILE-STATUS NOT = 10
                  DISPLAY 'ERROR READING CYCLE-FILE='
                          W-CYCLE-FILE-STATUS
                  CLOSE CYCLE-FILE
                  MOVE 16 TO RETURN-CODE
                  GO TO PROGRAM-EXIT
               END-IF
           END-PERFORM.
           CLOSE CYCLE-FILE.

           IF NOT W-PERIOD-ON-FILE
              DISPLAY 'NO PERIOD CLOSED ON CYCLCTL YET. PERIOD '
                      W-PERIOD-ID ' ACCEPTED'
              GO TO CHECK-CYCLE-CONTROL-EXIT
           END-IF.

           IF W-PERIOD-ID NOT > W-LAST-PERIOD-ID
              DISPLAY 'PERIOD ' W-PERIOD-ID ' IS ALREADY CLOSED. '
                      'LATEST PERIOD CLOSED IS ' W-LAST-PERIOD-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           MOVE W-LAST-PERIOD-ID TO W-NEXT-PERIOD-ID.
           IF W-NEXT-PERIOD-MONTH = 12
              ADD 1 TO W-NEXT-PERIOD-YEAR
              MOVE 1 TO W-NEXT-PERIOD-MONTH
           ELSE
              ADD 1 TO W-NEXT-PERIOD-MONTH
           END-IF.
           IF W-PERIOD-ID NOT = W-NEXT-PERIOD-ID
              DISPLAY 'PERIOD ' W-PERIOD-ID ' WOULD SKIP A PERIOD. '
                      'NEXT PERIOD TO RUN IS ' W-NEXT-PERIOD-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       CHECK-CYCLE-CONTROL-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * PROVES THE OLDBAL SUPPLIED IS THE MASTER THE LATEST CLOSED
      * PERIOD WROTE: ITS CUSTOMER COUNT AND CLOSING TOTAL MUST EQUAL
      * THOSE RECORDED ON CYCLCTL. A STALE, SHORT OR REPEATED MASTER
      * FAILS HERE, BEFORE ANY BALANCE FORWARD IS BUILT FROM IT. THE
      * FILE IS THEN REOPENED FOR THE ROLL ITSELF. WHILE CYCLCTL HOLDS
      * NO CLOSED PERIOD THERE IS NOTHING TO PROVE AGAINST.
      * ----------------------------------------------------------------
       VERIFY-OLDBAL-TOTALS.

           IF NOT W-PERIOD-ON-FILE
              GO TO VERIFY-OLDBAL-TOTALS-EXIT
           END-IF.

           IF W-OLDBAL-PRESENT
              PERFORM UNTIL W-OLDBAL-EOF
                  READ OLDBAL-FILE
                      AT END
                          SET W-OLDBAL-EOF TO TRUE
                      NOT AT END
                          ADD 1 TO W-OLDBAL-CUSTOMERS
                          ADD OLD-BAL-CLOSING TO W-OLDBAL-CLOSING
                  END-READ
                  IF W-OLDBAL-FILE-STATUS NOT = ZERO
                          AND W-OLDBAL-FILE-STATUS NOT = 10
                     DISPLAY 'ERROR READING OLDBAL-FILE='
                             W-OLDBAL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO PROGRAM-EXIT
                  END-IF
              END-PERFORM
              CLOSE OLDBAL-FILE
              OPEN INPUT OLDBAL-FILE
              IF W-OLDBAL-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR REOPENING OLDBAL-FILE='
                         W-OLDBAL-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           END-IF.

           IF W-OLDBAL-CUSTOMERS NOT = W-LAST-CUSTOMERS
                   OR W-OLDBAL-CLOSING NOT = W-LAST-CLOSING
              DISPLAY 'OLDBAL DOES NOT MATCH THE CLOSING TOTALS OF '
                      'PERIOD ' W-LAST-PERIOD-ID
              DISPLAY '  CYCLCTL CUSTOMERS=' W-LAST-CUSTOMERS
                      ' CLOSING=' W-LAST-CLOSING
              DISPLAY '  OLDBAL  CUSTOMERS=' W-OLDBAL-CUSTOMERS
                      ' CLOSING=' W-OLDBAL-CLOSING
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       VERIFY-OLDBAL-TOTALS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * APPENDS THE CLOSED PERIOD TO CYCLCTL WITH THIS RUN'S GRAND
      * TOTALS. ONLY A CLEAN RUN GETS HERE, SO AN OUT-OF-BALANCE
      * PERIOD STAYS OPEN AND CAN BE RERUN ONCE CORRECTED.
      * ----------------------------------------------------------------
       RECORD-PERIOD-CLOSE.

           MOVE W-PERIOD-ID TO CYC-PERIOD-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CYC-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CYC-RUN-TIME.
           MOVE W-LAST-OUTPUT-GEN TO CYC-INPUT-GEN.
           COMPUTE CYC-OUTPUT-GEN = W-LAST-OUTPUT-GEN + 1.
           MOVE W-CUSTOMERS-WRITTEN TO CYC-CUSTOMERS.
           MOVE W-GT-TRANS-CNT  TO CYC-TRANS-CNT.
           MOVE W-TOTAL-FORWARD TO CYC-FORWARD.
           MOVE W-TOTAL-DEBITS  TO CYC-DEBITS.
           MOVE W-TOTAL-CREDITS TO CYC-CREDITS.
           MOVE W-TOTAL-CLOSING TO CYC-CLOSING.

           OPEN EXTEND CYCLE-FILE.
           IF W-CYCLE-FILE-STATUS NOT = ZERO
                   AND W-CYCLE-FILE-STATUS NOT = 05
              DISPLAY 'ERROR OPENING CYCLE-FILE=' W-CYCLE-FILE-STATUS
                      '. PERIOD ' W-PERIOD-ID ' NOT RECORDED AS CLOSED'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           WRITE CYCLE-CONTROL-RECORD.
           IF W-CYCLE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO CYCLE-FILE='
                      W-CYCLE-FILE-STATUS
                      '. PERIOD ' W-PERIOD-ID ' NOT RECORDED AS CLOSED'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY 'PERIOD ' W-PERIOD-ID ' CLOSED. BALANCE MASTER '
                      'GENERATION ' CYC-OUTPUT-GEN
           END-IF.
           CLOSE CYCLE-FILE.

      * ----------------------------------------------------------------
      * READS THE NEXT PRIOR-PERIOD BALANCE RECORD. AT END (OR FOR AN
      * ABSENT FIRST-PERIOD DATASET) THE MATCH KEY IS FORCED TO

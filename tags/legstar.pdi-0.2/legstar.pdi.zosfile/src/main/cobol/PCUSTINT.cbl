       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTINT.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTBAL.
      *
      * PERIOD-END INTEGRITY RECONCILIATION OF THE THREE FILES THE
      * STATEMENTS ARE BUILT FROM: THE CUSTOMER KSDS, THE BALANCE
      * MASTER PCUSTBAL HAS JUST WRITTEN (SEE RCUSTBAL) AND THE
      * PERIOD'S RCUSTTRN DETAIL FILE IT ROLLED IN. ALL THREE ARE
      * READ SIDE BY SIDE IN ASCENDING CUSTOMER-ID ORDER, AS
      * PCUSTREC MATCHES RCUSTDAT TO THE KSDS, AND EVERY CUSTOMER-ID
      * ON ANY OF THEM IS CHECKED. THE REPORT ON RPTFILE LISTS:
      *     - ORPHAN BALANCES: A BALANCE RECORD WHOSE CUSTOMER IS NOT
      *       ON THE KSDS,
      *     - CUSTOMERS ON THE KSDS WITH NO BALANCE RECORD,
      *     - PERIOD DETAIL FOR A CUSTOMER WITH NO BALANCE RECORD,
      *       OR NOT ON THE KSDS,
      *     - A BALANCE RECORD WHOSE BAL-PERIOD-CNT, BAL-PERIOD-
      *       DEBITS OR BAL-PERIOD-CREDITS DISAGREES WITH THE
      *       CUSTOMER'S RCUSTTRN DETAIL, OR WHOSE BAL-CLOSING IS NOT
      *       BAL-FORWARD PLUS DEBITS MINUS CREDITS,
      * ONE LINE PER PROBLEM, FOLLOWED BY THE OVERALL RECORD COUNTS
      * AND THE BALANCE MASTER'S PERIOD TOTALS SET AGAINST THE
      * RCUSTTRN TOTALS.
      *
      * A CUSTOMER THAT HAS NEVER HAD A TRANSACTION HAS NO BALANCE
      * RECORD AND NO STATEMENT, SO A KSDS CUSTOMER WITH NO BALANCE
      * RECORD AND NO PERIOD DETAIL ONLY RAISES THE CONDITION CODE TO
      * 4. SO DOES A SETTLED BALANCE RECORD (ZERO CLOSING BALANCE, NO
      * PERIOD MOVEMENT) WHOSE CUSTOMER IS NOT ON THE KSDS, WHICH IS
      * WHAT A CUSTOMER TAKEN OFF BY PCUSTARC LEAVES BEHIND; IT IS
      * LISTED BUT IS NOT AN ORPHAN. EVERY OTHER PROBLEM MEANS A
      * STATEMENT WOULD GO OUT WRONG.
      * CONDITION CODES: 0 ALL THREE FILES AGREE, 4 KSDS CUSTOMERS
      * WITH NO BALANCE RECORD OR SETTLED BALANCES ONLY, 8 AT LEAST
      * ONE ORPHAN BALANCE, UNMATCHED DETAIL OR DISAGREEING BALANCE -
      * DO NOT RELEASE THE STATEMENTS, 16 I/O ERROR OR A FILE OUT OF
      * CUSTOMER-ID SEQUENCE.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-CUSTOMER-FILE
           ASSIGN TO VSAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT BALANCE-FILE
           ASSIGN TO BALIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-BALANCE-FILE-STATUS.

           SELECT TRANS-FILE
           ASSIGN TO TRNIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-TRANS-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VSAM-CUSTOMER-FILE
           RECORD CONTAINS 61 TO 196 CHARACTERS.
       COPY RCUSTDAT
           REPLACING ==CUSTOMER-DATA== BY ==VSAM-CUSTOMER-DATA==
                  ==CUSTOMER-ID== BY ==VSAM-CUSTOMER-ID==
                  ==CUSTOMER-NAME== BY ==VSAM-CUSTOMER-NAME==
                  ==CUSTOMER-ADDRESS==
               BY ==VSAM-CUSTOMER-ADDRESS==
                  ==CUSTOMER-PHONE== BY ==VSAM-CUSTOMER-PHONE==
                  ==TRANSACTION-NBR==
               BY ==VSAM-TRANSACTION-NBR==
                  ==TRANSACTION-DATA==
               BY ==VSAM-TRANSACTION-DATA==
                  ==TRANSACTION-DATE==
               BY ==VSAM-TRANSACTION-DATE==
                  ==TRANSACTION-AMOUNT==
               BY ==VSAM-TRANSACTION-AMOUNT==
                  ==TRANSACTION-COMMENT==
               BY ==VSAM-TRANSACTION-COMMENT==.

       FD BALANCE-FILE
           RECORD CONTAINS 65 CHARACTERS.
       COPY RCUSTBAL.

       FD TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY RCUSTTRN.

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-BALANCE-FILE-STATUS      PIC 9(2).
       01  W-TRANS-FILE-STATUS        PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
      * ----------------------------------------------------------------
      * MATCH KEYS, ONE PER FILE, FORCED TO HIGH-VALUE AT END OF FILE
      * AS IN PCUSTREC. W-LOW-KEY IS THE CUSTOMER-ID BEING CHECKED,
      * THE LOWEST OF THE THREE. THE PREV- KEYS BACK THE SEQUENCE
      * CHECKS ON THE TWO SEQUENTIAL FILES.
      * ----------------------------------------------------------------
       01  W-VSAM-KEY                 PIC X(9).
       01  W-BAL-KEY                  PIC X(9).
       01  W-TRN-KEY                  PIC X(9).
       01  W-LOW-KEY                  PIC X(9).
       01  W-PREV-BAL-KEY             PIC X(9) VALUE LOW-VALUE.
       01  W-PREV-TRN-KEY             PIC X(9) VALUE LOW-VALUE.
      * ----------------------------------------------------------------
      * THE CUSTOMER BEING CHECKED: WHICH FILES IT IS ON AND ITS
      * PERIOD DETAIL TOTALS.
      * ----------------------------------------------------------------
       01  W-ON-KSDS-SWITCH           PIC X(1).
           88 W-ON-KSDS               VALUE 'Y'.
       01  W-ON-BAL-SWITCH            PIC X(1).
           88 W-ON-BAL                VALUE 'Y'.
       01  W-CUST-TRN-CNT             PIC 9(4) COMP.
       01  W-CUST-TRN-DEBITS          PIC S9(11)V99.
       01  W-CUST-TRN-CREDITS         PIC S9(11)V99.
       01  W-CUST-CLOSING             PIC S9(13)V99.
       01  W-CUST-PROBLEM-SWITCH      PIC X(1).
           88 W-CUST-HAS-PROBLEM      VALUE 'Y'.
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS: RECORD COUNTS, PROBLEM COUNTS, AND THE
      * BALANCE MASTER'S PERIOD TOTALS AGAINST THE RCUSTTRN TOTALS.
      * ----------------------------------------------------------------
       01  W-VSAM-RECORDS-READ        PIC 9(9) COMP VALUE ZERO.
       01  W-BAL-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
       01  W-TRN-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
       01  W-CUSTOMERS-AGREED         PIC 9(9) COMP VALUE ZERO.
       01  W-ORPHAN-BALANCES          PIC 9(9) COMP VALUE ZERO.
       01  W-NO-BALANCE               PIC 9(9) COMP VALUE ZERO.
       01  W-SETTLED-NO-KSDS          PIC 9(9) COMP VALUE ZERO.
       01  W-DETAIL-NO-BALANCE        PIC 9(9) COMP VALUE ZERO.
       01  W-DETAIL-NO-KSDS           PIC 9(9) COMP VALUE ZERO.
       01  W-PERIOD-DISAGREE          PIC 9(9) COMP VALUE ZERO.
       01  W-NOT-FOOTING              PIC 9(9) COMP VALUE ZERO.
       01  W-BAL-TRANS-CNT            PIC 9(9) COMP VALUE ZERO.
       01  W-BAL-FORWARD-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  W-BAL-DEBITS-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  W-BAL-CREDITS-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  W-BAL-CLOSING-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  W-TRN-DEBITS-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  W-TRN-CREDITS-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  W-FOOTED-CLOSING-TOTAL     PIC S9(13)V99 VALUE ZERO.
       01  W-TOTALS-SWITCH            PIC X(1) VALUE 'Y'.
           88 W-TOTALS-AGREE          VALUE 'Y'.
      * ----------------------------------------------------------------
      * PAGE CONTROLS AND REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTINT'.
           05 FILLER                  PIC X(40)
              VALUE 'KSDS / BALANCE / DETAIL RECONCILIATION'.
           05 FILLER                  PIC X(68) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(11) VALUE 'CUSTOMER-ID'.
           05 FILLER                  PIC X(5) VALUE ' K B '.
           05 FILLER                  PIC X(10) VALUE 'BCNT TCNT '.
           05 FILLER                  PIC X(19)
              VALUE '        BAL DEBITS '.
           05 FILLER                  PIC X(19)
              VALUE '        TRN DEBITS '.
           05 FILLER                  PIC X(19)
              VALUE '       BAL CREDITS '.
           05 FILLER                  PIC X(19)
              VALUE '       TRN CREDITS '.
           05 FILLER                  PIC X(30) VALUE 'PROBLEM'.
       01  W-DETAIL-LINE.
           05 W-DET-CUSTOMER-ID       PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-ON-KSDS           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-ON-BAL            PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-BAL-CNT           PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-TRN-CNT           PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-BAL-DEBITS        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-TRN-DEBITS        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-BAL-CREDITS       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-TRN-CREDITS       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-PROBLEM           PIC X(30).
       01  W-TOTAL-LINE.
           05 W-TL-LABEL              PIC X(26).
           05 W-TL-CNT                PIC ZZZ,ZZZ,ZZ9.
      * ----------------------------------------------------------------
      * TOTALS SECTION: ONE COLUMN FROM THE BALANCE MASTER, ONE FROM
      * THE RCUSTTRN DETAIL, AS ON PCUSTSTM'S CONTROL PAGE.
      * ----------------------------------------------------------------
       01  W-CONTROL-HEADING.
           05 FILLER                  PIC X(26)
              VALUE 'PERIOD TOTALS'.
           05 FILLER                  PIC X(26)
              VALUE '    PER BALANCE MASTER'.
           05 FILLER                  PIC X(26)
              VALUE '       PER RCUSTTRN'.
       01  W-CONTROL-COUNT-LINE.
           05 W-CC-LABEL              PIC X(26).
           05 FILLER                  PIC X(11) VALUE SPACE.
           05 W-CC-MASTER             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(15) VALUE SPACE.
           05 W-CC-DETAIL             PIC ZZZ,ZZZ,ZZ9.
       01  W-CONTROL-AMOUNT-LINE.
           05 W-CA-LABEL              PIC X(26).
           05 W-CA-MASTER             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-CA-DETAIL             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-CONTROL-RESULT-LINE      PIC X(60).

       PROCEDURE DIVISION.

           DISPLAY 'PCUSTINT STARTED. RECONCILING KSDS, BALANCES AND '
                   'PERIOD DETAIL'.

           OPEN INPUT VSAM-CUSTOMER-FILE.
           IF W-VSAM-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING VSAM-CUSTOMER-FILE='
                      W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN INPUT BALANCE-FILE.
           IF W-BALANCE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING BALANCE-FILE='
                      W-BALANCE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF W-TRANS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING TRANS-FILE=' W-TRANS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM READ-VSAM-RECORD.
           PERFORM READ-BAL-RECORD.
           PERFORM READ-TRN-RECORD.

           PERFORM UNTIL W-VSAM-KEY = HIGH-VALUE
                     AND W-BAL-KEY = HIGH-VALUE
                     AND W-TRN-KEY = HIGH-VALUE
               PERFORM CHECK-ONE-CUSTOMER
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           EVALUATE TRUE
              WHEN W-ORPHAN-BALANCES NOT = ZERO
              WHEN W-DETAIL-NO-BALANCE NOT = ZERO
              WHEN W-DETAIL-NO-KSDS NOT = ZERO
              WHEN W-PERIOD-DISAGREE NOT = ZERO
              WHEN W-NOT-FOOTING NOT = ZERO
              WHEN NOT W-TOTALS-AGREE
                 MOVE 8 TO RETURN-CODE
              WHEN W-NO-BALANCE NOT = ZERO
              WHEN W-SETTLED-NO-KSDS NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       PROGRAM-EXIT.

           DISPLAY 'KSDS RECORDS READ       = ' W-VSAM-RECORDS-READ.
           DISPLAY 'BALANCE RECORDS READ    = ' W-BAL-RECORDS-READ.
           DISPLAY 'DETAIL RECORDS READ     = ' W-TRN-RECORDS-READ.
           DISPLAY 'CUSTOMERS AGREEING      = ' W-CUSTOMERS-AGREED.
           DISPLAY 'ORPHAN BALANCES         = ' W-ORPHAN-BALANCES.
           DISPLAY 'KSDS, NO BALANCE RECORD = ' W-NO-BALANCE.
           DISPLAY 'SETTLED, NOT ON KSDS    = ' W-SETTLED-NO-KSDS.
           DISPLAY 'DETAIL, NO BALANCE      = ' W-DETAIL-NO-BALANCE.
           DISPLAY 'DETAIL, NOT ON KSDS     = ' W-DETAIL-NO-KSDS.
           DISPLAY 'PERIOD DISAGREEMENTS    = ' W-PERIOD-DISAGREE.
           DISPLAY 'BALANCES NOT FOOTING    = ' W-NOT-FOOTING.

           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE BALANCE-FILE.
           CLOSE TRANS-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * READS THE NEXT RECORD FROM EACH FILE. AT END THE FILE'S MATCH
      * KEY IS FORCED TO HIGH-VALUE SO THE MATCH LOOP DRAINS THE
      * OTHERS. A SEQUENTIAL FILE OUT OF CUSTOMER-ID ORDER WOULD
      * SPLIT A CUSTOMER AND REPORT FALSE PROBLEMS, SO IT STOPS THE
      * RUN.
      * ----------------------------------------------------------------
       READ-VSAM-RECORD.

           READ VSAM-CUSTOMER-FILE
               AT END
                   MOVE HIGH-VALUE TO W-VSAM-KEY
               NOT AT END
                   ADD 1 TO W-VSAM-RECORDS-READ
                   MOVE VSAM-CUSTOMER-ID TO W-VSAM-KEY
           END-READ.
           IF W-VSAM-FILE-STATUS NOT = ZERO
                   AND W-VSAM-FILE-STATUS NOT = 10
              DISPLAY 'ERROR READING VSAM-CUSTOMER-FILE='
                      W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       READ-BAL-RECORD.

           READ BALANCE-FILE
               AT END
                   MOVE HIGH-VALUE TO W-BAL-KEY
               NOT AT END
                   ADD 1 TO W-BAL-RECORDS-READ
                   MOVE BAL-CUSTOMER-ID TO W-BAL-KEY
           END-READ.
           IF W-BALANCE-FILE-STATUS NOT = ZERO
                   AND W-BALANCE-FILE-STATUS NOT = 10
              DISPLAY 'ERROR READING BALANCE-FILE='
                      W-BALANCE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF W-BAL-KEY NOT > W-PREV-BAL-KEY
              DISPLAY 'BALIN OUT OF SEQUENCE AT CUSTOMER-ID='
                      BAL-CUSTOMER-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE W-BAL-KEY TO W-PREV-BAL-KEY.

       READ-TRN-RECORD.

           READ TRANS-FILE
               AT END
                   MOVE HIGH-VALUE TO W-TRN-KEY
               NOT AT END
                   ADD 1 TO W-TRN-RECORDS-READ
                   MOVE TRN-CUSTOMER-ID TO W-TRN-KEY
           END-READ.
           IF W-TRANS-FILE-STATUS NOT = ZERO
                   AND W-TRANS-FILE-STATUS NOT = 10
              DISPLAY 'ERROR READING TRANS-FILE=' W-TRANS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF W-TRN-KEY < W-PREV-TRN-KEY
              DISPLAY 'TRNIN OUT OF SEQUENCE AT CUSTOMER-ID='
                      TRN-CUSTOMER-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE W-TRN-KEY TO W-PREV-TRN-KEY.

      * ----------------------------------------------------------------
      * CHECKS THE LOWEST CUSTOMER-ID ON ANY OF THE THREE FILES:
      * WHICH FILES IT IS ON, ITS PERIOD DETAIL AGAINST ITS BALANCE
      * RECORD, AND THE BALANCE RECORD'S OWN ARITHMETIC. EVERY FILE
      * POSITIONED ON THE CUSTOMER IS THEN MOVED PAST IT.
      * ----------------------------------------------------------------
       CHECK-ONE-CUSTOMER.

           MOVE W-VSAM-KEY TO W-LOW-KEY.
           IF W-BAL-KEY < W-LOW-KEY
              MOVE W-BAL-KEY TO W-LOW-KEY
           END-IF.
           IF W-TRN-KEY < W-LOW-KEY
              MOVE W-TRN-KEY TO W-LOW-KEY
           END-IF.

           MOVE 'N' TO W-ON-KSDS-SWITCH W-ON-BAL-SWITCH.
           IF W-VSAM-KEY = W-LOW-KEY
              SET W-ON-KSDS TO TRUE
           END-IF.
           IF W-BAL-KEY = W-LOW-KEY
              SET W-ON-BAL TO TRUE
           END-IF.

           MOVE ZERO TO W-CUST-TRN-CNT.
           MOVE ZERO TO W-CUST-TRN-DEBITS.
           MOVE ZERO TO W-CUST-TRN-CREDITS.
           PERFORM UNTIL W-TRN-KEY NOT = W-LOW-KEY
               ADD 1 TO W-CUST-TRN-CNT
               IF TRN-AMOUNT < ZERO
                  SUBTRACT TRN-AMOUNT FROM W-CUST-TRN-CREDITS
               ELSE
                  ADD TRN-AMOUNT TO W-CUST-TRN-DEBITS
               END-IF
               PERFORM READ-TRN-RECORD
           END-PERFORM.
           ADD W-CUST-TRN-DEBITS  TO W-TRN-DEBITS-TOTAL.
           ADD W-CUST-TRN-CREDITS TO W-TRN-CREDITS-TOTAL.

           MOVE 'N' TO W-CUST-PROBLEM-SWITCH.
           MOVE W-LOW-KEY TO W-DET-CUSTOMER-ID.
           MOVE W-ON-KSDS-SWITCH TO W-DET-ON-KSDS.
           MOVE W-ON-BAL-SWITCH  TO W-DET-ON-BAL.
           MOVE W-CUST-TRN-CNT     TO W-DET-TRN-CNT.
           MOVE W-CUST-TRN-DEBITS  TO W-DET-TRN-DEBITS.
           MOVE W-CUST-TRN-CREDITS TO W-DET-TRN-CREDITS.
           IF W-ON-BAL
              MOVE BAL-PERIOD-CNT     TO W-DET-BAL-CNT
              MOVE BAL-PERIOD-DEBITS  TO W-DET-BAL-DEBITS
              MOVE BAL-PERIOD-CREDITS TO W-DET-BAL-CREDITS
           ELSE
              MOVE ZERO TO W-DET-BAL-CNT W-DET-BAL-DEBITS
                           W-DET-BAL-CREDITS
           END-IF.

           IF W-ON-BAL AND NOT W-ON-KSDS
              IF BAL-CLOSING = ZERO AND BAL-PERIOD-CNT = ZERO
                      AND W-CUST-TRN-CNT = ZERO
                 ADD 1 TO W-SETTLED-NO-KSDS
                 MOVE 'SETTLED BALANCE - NOT ON KSDS' TO W-DET-PROBLEM
              ELSE
                 ADD 1 TO W-ORPHAN-BALANCES
                 MOVE 'ORPHAN BALANCE - NOT ON KSDS' TO W-DET-PROBLEM
              END-IF
              PERFORM REPORT-PROBLEM
           END-IF.
           IF W-ON-KSDS AND NOT W-ON-BAL AND W-CUST-TRN-CNT = ZERO
              ADD 1 TO W-NO-BALANCE
              MOVE 'NO BALANCE RECORD' TO W-DET-PROBLEM
              PERFORM REPORT-PROBLEM
           END-IF.
           IF W-CUST-TRN-CNT NOT = ZERO AND NOT W-ON-BAL
              ADD 1 TO W-DETAIL-NO-BALANCE
              MOVE 'DETAIL WITH NO BALANCE RECORD' TO W-DET-PROBLEM
              PERFORM REPORT-PROBLEM
           END-IF.
           IF W-CUST-TRN-CNT NOT = ZERO AND NOT W-ON-KSDS
              ADD 1 TO W-DETAIL-NO-KSDS
              MOVE 'DETAIL FOR CUSTOMER NOT ON KSDS' TO W-DET-PROBLEM
              PERFORM REPORT-PROBLEM
           END-IF.

           IF W-ON-BAL
              PERFORM CHECK-BALANCE-RECORD
              PERFORM READ-BAL-RECORD
           END-IF.
           IF W-ON-KSDS
              PERFORM READ-VSAM-RECORD
           END-IF.

           IF NOT W-CUST-HAS-PROBLEM
              ADD 1 TO W-CUSTOMERS-AGREED
           END-IF.

      * ----------------------------------------------------------------
      * PROVES THE BALANCE RECORD AGAINST THE CUSTOMER'S PERIOD
      * DETAIL AND AGAINST ITS OWN ARITHMETIC, AND ADDS IT INTO THE
      * BALANCE MASTER TOTALS.
      * ----------------------------------------------------------------
       CHECK-BALANCE-RECORD.

           ADD BAL-PERIOD-CNT     TO W-BAL-TRANS-CNT.
           ADD BAL-FORWARD        TO W-BAL-FORWARD-TOTAL.
           ADD BAL-PERIOD-DEBITS  TO W-BAL-DEBITS-TOTAL.
           ADD BAL-PERIOD-CREDITS TO W-BAL-CREDITS-TOTAL.
           ADD BAL-CLOSING        TO W-BAL-CLOSING-TOTAL.

           IF BAL-PERIOD-CNT NOT = W-CUST-TRN-CNT
                   OR BAL-PERIOD-DEBITS NOT = W-CUST-TRN-DEBITS
                   OR BAL-PERIOD-CREDITS NOT = W-CUST-TRN-CREDITS
              ADD 1 TO W-PERIOD-DISAGREE
              MOVE 'PERIOD DISAGREES WITH DETAIL' TO W-DET-PROBLEM
              PERFORM REPORT-PROBLEM
           END-IF.

           COMPUTE W-CUST-CLOSING = BAL-FORWARD
                 + BAL-PERIOD-DEBITS - BAL-PERIOD-CREDITS.
           IF W-CUST-CLOSING NOT = BAL-CLOSING
              ADD 1 TO W-NOT-FOOTING
              MOVE 'CLOSING NOT FORWARD + MOVEMENT' TO W-DET-PROBLEM
              PERFORM REPORT-PROBLEM
           END-IF.

       REPORT-PROBLEM.

           SET W-CUST-HAS-PROBLEM TO TRUE.
           IF W-LINE-CNT >= W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

       PRINT-PAGE-HEADING.

           ADD 1 TO W-PAGE-NBR.
           MOVE W-PAGE-NBR  TO W-H1-PAGE.
           MOVE W-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE W-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 3 TO W-LINE-CNT.

      * ----------------------------------------------------------------
      * PRINTS THE OVERALL COUNTS, THEN THE BALANCE MASTER'S PERIOD
      * TOTALS AGAINST THE RCUSTTRN TOTALS, AND SAYS WHETHER THE THREE
      * FILES AGREE. THE FOOTED CLOSING TOTAL IS FORWARD PLUS THE
      * RCUSTTRN MOVEMENT, WHAT THE BALANCE MASTER SHOULD CLOSE AT.
      * ----------------------------------------------------------------
       PRINT-TOTAL-LINES.

           COMPUTE W-FOOTED-CLOSING-TOTAL = W-BAL-FORWARD-TOTAL
                 + W-TRN-DEBITS-TOTAL - W-TRN-CREDITS-TOTAL.
           IF W-BAL-TRANS-CNT NOT = W-TRN-RECORDS-READ
                   OR W-BAL-DEBITS-TOTAL NOT = W-TRN-DEBITS-TOTAL
                   OR W-BAL-CREDITS-TOTAL NOT = W-TRN-CREDITS-TOTAL
                   OR W-BAL-CLOSING-TOTAL NOT = W-FOOTED-CLOSING-TOTAL
              MOVE 'N' TO W-TOTALS-SWITCH
           END-IF.

           PERFORM PRINT-PAGE-HEADING.

           MOVE 'KSDS CUSTOMERS READ     = ' TO W-TL-LABEL.
           MOVE W-VSAM-RECORDS-READ TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'BALANCE RECORDS READ    = ' TO W-TL-LABEL.
           MOVE W-BAL-RECORDS-READ TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'DETAIL RECORDS READ     = ' TO W-TL-LABEL.
           MOVE W-TRN-RECORDS-READ TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'CUSTOMERS AGREEING      = ' TO W-TL-LABEL.
           MOVE W-CUSTOMERS-AGREED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'ORPHAN BALANCES         = ' TO W-TL-LABEL.
           MOVE W-ORPHAN-BALANCES TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'KSDS, NO BALANCE RECORD = ' TO W-TL-LABEL.
           MOVE W-NO-BALANCE TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'SETTLED, NOT ON KSDS    = ' TO W-TL-LABEL.
           MOVE W-SETTLED-NO-KSDS TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'DETAIL, NO BALANCE      = ' TO W-TL-LABEL.
           MOVE W-DETAIL-NO-BALANCE TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'DETAIL, NOT ON KSDS     = ' TO W-TL-LABEL.
           MOVE W-DETAIL-NO-KSDS TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'PERIOD DISAGREEMENTS    = ' TO W-TL-LABEL.
           MOVE W-PERIOD-DISAGREE TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'BALANCES NOT FOOTING    = ' TO W-TL-LABEL.
           MOVE W-NOT-FOOTING TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.

           MOVE W-CONTROL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PERIOD TRANSACTIONS     = ' TO W-CC-LABEL.
           MOVE W-BAL-TRANS-CNT    TO W-CC-MASTER.
           MOVE W-TRN-RECORDS-READ TO W-CC-DETAIL.
           MOVE W-CONTROL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PERIOD DEBITS           = ' TO W-CA-LABEL.
           MOVE W-BAL-DEBITS-TOTAL TO W-CA-MASTER.
           MOVE W-TRN-DEBITS-TOTAL TO W-CA-DETAIL.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.
           MOVE 'PERIOD CREDITS          = ' TO W-CA-LABEL.
           MOVE W-BAL-CREDITS-TOTAL TO W-CA-MASTER.
           MOVE W-TRN-CREDITS-TOTAL TO W-CA-DETAIL.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.
           MOVE 'CLOSING BALANCES        = ' TO W-CA-LABEL.
           MOVE W-BAL-CLOSING-TOTAL    TO W-CA-MASTER.
           MOVE W-FOOTED-CLOSING-TOTAL TO W-CA-DETAIL.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.

           IF W-TOTALS-AGREE
                   AND W-ORPHAN-BALANCES = ZERO
                   AND W-DETAIL-NO-BALANCE = ZERO
                   AND W-DETAIL-NO-KSDS = ZERO
                   AND W-PERIOD-DISAGREE = ZERO
                   AND W-NOT-FOOTING = ZERO
              MOVE 'KSDS, BALANCE MASTER AND DETAIL AGREE'
                   TO W-CONTROL-RESULT-LINE
           ELSE
              MOVE '*** FILES DISAGREE - HOLD THE STATEMENTS ***'
                   TO W-CONTROL-RESULT-LINE
           END-IF.
           MOVE W-CONTROL-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       PRINT-TOTAL-LINE.

           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       PRINT-CONTROL-AMOUNT-LINE.

           MOVE W-CONTROL-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       END PROGRAM PCUSTINT.

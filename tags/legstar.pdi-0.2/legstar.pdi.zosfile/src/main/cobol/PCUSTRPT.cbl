      * DECIMAL POINT, AND A TRANSACTION-COUNT/AMOUNT TOTAL LINE.
      * A GRAND-TOTAL PAGE CLOSES THE REPORT. PAGE HEADINGS AND PAGE
      * NUMBERS ARE PRODUCED FOR SYSOUT PRINTING.
      *
      * WHEN THE HISTIN TRANSACTION HISTORY KSDS IS SUPPLIED (THE
      * TRANSACTIONS PCUSTPST HAS ROLLED OFF CUSTOMERS AT THE
      * 5-OCCURRENCE MAXIMUM), EACH CUSTOMER'S HISTORY IS MATCHED IN
      * BY CUSTOMER-ID AND PRINTED AHEAD OF ITS CURRENT TRANSACTIONS,
      * FLAGGED HISTORY, SO THE STATEMENT SHOWS THE FULL HISTORY. THE
      * CUSTOMER AND GRAND TOTALS THEN INCLUDE THE HISTORY LINES.
      * HISTORY FOR A CUSTOMER-ID NOT ON CUSTIN IS SKIPPED AND
      * COUNTED. WITHOUT A HISTIN DD THE REPORT IS AS BEFORE.
      * ----------------------------------------------------------------
      * READS A RECFM=VB FILE
      * COBOL LOGICAL LENGTH IS BETWEEN 61 AND 196
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-INPUT-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO HISTIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HST-KEY
           FILE STATUS IS W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           RECORD CONTAINS 61 TO 196 CHARACTERS.
       COPY RCUSTDAT.

      * ----------------------------------------------------------------
      * TRANSACTION HISTORY KSDS IN THE RCUSTTRN LAYOUT, READ IN KEY
      * (CUSTOMER-ID PLUS POSTING SEQUENCE) ORDER.
      * ----------------------------------------------------------------
       FD HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY RCUSTTRN
           REPLACING ==TRANSACTION-DETAIL== BY ==HISTORY-DETAIL==
                  ==TRN-CUSTOMER-ID== BY ==HST-CUSTOMER-ID==
                  ==TRN-SEQUENCE-NBR== BY ==HST-SEQUENCE-NBR==
                  ==TRN-DATE== BY ==HST-DATE==
                  ==TRN-AMOUNT== BY ==HST-AMOUNT==
                  ==TRN-COMMENT== BY ==HST-COMMENT==.
       01  HISTORY-KEY-VIEW.
           05 HST-KEY                 PIC X(13).
           05 FILLER                  PIC X(27).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INPUT-FILE-STATUS        PIC 9(2).
       01  W-HIST-FILE-STATUS         PIC 9(2).
       01  W-HIST-FILE-STATUS-2       PIC X(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
      * ----------------------------------------------------------------
      * HISTORY MATCH KEYS. W-HIST-KEY IS FORCED TO HIGH-VALUE AT
      * END OF THE HISTORY FILE (OR WHEN THERE IS NO HISTORY FILE)
      * SO IT NEVER MATCHES ANOTHER CUSTOMER.
      * ----------------------------------------------------------------
       01  W-HIST-KEY                 PIC X(9).
       01  W-CUST-KEY                 PIC X(9).
      * ----------------------------------------------------------------
      * PAGE CONTROLS. A NEW PAGE IS STARTED WHENEVER THE NEXT
      * CUSTOMER BLOCK WOULD NOT FIT WITHIN W-PAGE-LIMIT LINES, SO A
      * CUSTOMER'S HEADER AND DETAIL LINES ARE NEVER SPLIT FROM ITS
      * PER-CUSTOMER AND RUN CONTROL TOTALS.
      * ----------------------------------------------------------------
       01  W-CUST-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  W-CUST-TRANS-CNT           PIC 9(4) COMP VALUE ZERO.
       01  W-HIST-PRINTED             PIC 9(9) COMP VALUE ZERO.
       01  W-HIST-UNMATCHED           PIC 9(9) COMP VALUE ZERO.
       01  W-TOTAL-CUSTOMERS          PIC 9(9) COMP VALUE ZERO.
       01  W-TOTAL-TRANSACTIONS       PIC 9(10) COMP VALUE ZERO.
       01  W-TOTAL-AMOUNT             PIC S9(13)V99 VALUE ZERO.
           05 W-CH-CUSTOMER-ID        PIC 9(9).
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-CH-CUSTOMER-NAME      PIC X(20).
       01  W-CUST-CONTINUED.
           05 FILLER                  PIC X(12) VALUE 'CUSTOMER-ID '.
           05 W-CC-CUSTOMER-ID        PIC 9(9).
           05 FILLER                  PIC X(14) VALUE ' (CONTINUED)'.
       01  W-CUST-HEADER-2.
           05 FILLER                  PIC X(12) VALUE 'ADDRESS     '.
           05 W-CH-CUSTOMER-ADDRESS   PIC X(20).
           05 W-DET-AMOUNT            PIC -ZZZ,ZZ9.99.
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-COMMENT           PIC X(9).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-SOURCE            PIC X(7).
       01  W-CUST-TOTAL-LINE.
           05 FILLER                  PIC X(14)
              VALUE '  TRANSACTIONS'.
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN INPUT HISTORY-FILE.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 PERFORM READ-HISTORY-RECORD
              WHEN 05
                 MOVE HIGH-VALUE TO W-HIST-KEY
              WHEN OTHER
                 DISPLAY 'ERROR OPENING HISTORY-FILE='
                         W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE (1:4) TO W-H1-YEAR.
           MOVE FUNCTION CURRENT-DATE (5:2) TO W-H1-MONTH.
           MOVE FUNCTION CURRENT-DATE (7:2) TO W-H1-DAY.

           DISPLAY 'CUSTOMERS PRINTED    = ' W-TOTAL-CUSTOMERS.
           DISPLAY 'TRANSACTIONS PRINTED = ' W-TOTAL-TRANSACTIONS.
           DISPLAY 'HISTORY PRINTED      = ' W-HIST-PRINTED.
           DISPLAY 'HISTORY UNMATCHED    = ' W-HIST-UNMATCHED.

           CLOSE INPUT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.

           GOBACK.
      * THE COLUMN HEADING, ONE DETAIL LINE PER TRANSACTION-DATA
      * GROUP, AND THE PER-CUSTOMER TOTAL LINE. THE WHOLE BLOCK IS
      * SIZED UP FRONT SO IT IS FORCED ONTO A FRESH PAGE RATHER THAN
      * SPLIT ACROSS A PAGE BREAK. HISTORY LINES, WHOSE NUMBER IS NOT
      * KNOWN UNTIL THEY ARE READ, GO BETWEEN THE HEADING AND THE
      * CURRENT TRANSACTIONS AND MAY RUN ONTO FURTHER PAGES, EACH
      * STARTED WITH A CONTINUATION HEADER; THE CURRENT TRANSACTIONS
      * AND THE TOTAL LINE ARE STILL KEPT TOGETHER.
      * ----------------------------------------------------------------
       PRINT-CUSTOMER-STATEMENT.

           MOVE CUSTOMER-ID TO W-CUST-KEY.
           PERFORM UNTIL W-HIST-KEY NOT < W-CUST-KEY
               ADD 1 TO W-HIST-UNMATCHED
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.

           COMPUTE W-BLOCK-LINES = 5 + TRANSACTION-NBR.
           IF W-LINE-CNT + W-BLOCK-LINES > W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           ADD 4 TO W-LINE-CNT.

           MOVE ZERO TO W-CUST-AMOUNT.
           MOVE ZERO TO W-CUST-TRANS-CNT.
           MOVE 'HISTORY' TO W-DET-SOURCE.
           PERFORM UNTIL W-HIST-KEY NOT = W-CUST-KEY
               IF W-LINE-CNT + 1 > W-PAGE-LIMIT
                  PERFORM PRINT-CONTINUATION-HEADER
               END-IF
               MOVE HST-DATE                 TO W-DET-DATE
               MOVE HST-AMOUNT               TO W-DET-AMOUNT
               MOVE HST-COMMENT              TO W-DET-COMMENT
               MOVE W-DETAIL-LINE            TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE-CNT
               ADD HST-AMOUNT TO W-CUST-AMOUNT
               ADD 1 TO W-CUST-TRANS-CNT
               ADD 1 TO W-HIST-PRINTED
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.

           IF W-LINE-CNT + TRANSACTION-NBR + 1 > W-PAGE-LIMIT
              PERFORM PRINT-CONTINUATION-HEADER
           END-IF.
           MOVE SPACE TO W-DET-SOURCE.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > TRANSACTION-NBR
               MOVE TRANSACTION-DATE(W-J)    TO W-DET-DATE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE-CNT
               ADD TRANSACTION-AMOUNT(W-J) TO W-CUST-AMOUNT
               ADD 1 TO W-CUST-TRANS-CNT
           END-PERFORM.

           MOVE W-CUST-TRANS-CNT  TO W-CT-TRANSACTION-CNT.
           MOVE W-CUST-AMOUNT     TO W-CT-AMOUNT.
           MOVE W-CUST-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

           ADD 1 TO W-TOTAL-CUSTOMERS.
           ADD W-CUST-TRANS-CNT TO W-TOTAL-TRANSACTIONS.
           ADD W-CUST-AMOUNT TO W-TOTAL-AMOUNT.

      * ----------------------------------------------------------------
      * STARTS A NEW PAGE PART WAY THROUGH A CUSTOMER'S BLOCK AND
      * REPEATS THE CUSTOMER-ID AND THE COLUMN HEADING ON IT.
      * ----------------------------------------------------------------
       PRINT-CONTINUATION-HEADER.

           PERFORM PRINT-PAGE-HEADING.
           MOVE CUSTOMER-ID      TO W-CC-CUSTOMER-ID.
           MOVE W-CUST-CONTINUED TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE W-HEADING-2      TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 3 TO W-LINE-CNT.

      * ----------------------------------------------------------------
      * READS THE NEXT HISTORY RECORD. AT END THE HISTORY MATCH KEY IS
      * FORCED TO HIGH-VALUE; ANY OTHER NONZERO STATUS IS A HARD I/O
      * ERROR THAT STOPS THE RUN.
      * ----------------------------------------------------------------
       READ-HISTORY-RECORD.

           READ HISTORY-FILE
               AT END
                   MOVE HIGH-VALUE TO W-HIST-KEY
               NOT AT END
                   MOVE HST-CUSTOMER-ID TO W-HIST-KEY
           END-READ.
           IF W-HIST-FILE-STATUS NOT = ZERO
                   AND W-HIST-FILE-STATUS NOT = 10
              DISPLAY 'ERROR READING HISTORY-FILE='
                      W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * STARTS A NEW REPORT PAGE AND PRINTS THE PAGE HEADING LINE.
      * ----------------------------------------------------------------

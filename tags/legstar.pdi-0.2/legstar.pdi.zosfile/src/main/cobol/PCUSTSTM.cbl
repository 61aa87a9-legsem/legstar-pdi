       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTSTM.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTBAL.
      *
      * PRINTS ONE PERIOD STATEMENT PER CUSTOMER FROM THE BALANCE
      * MASTER PCUSTBAL HAS JUST WRITTEN (SEE RCUSTBAL) AND THE SAME
      * PERIOD'S RCUSTTRN DETAIL FILE IT ROLLED IN, BOTH IN ASCENDING
      * CUSTOMER-ID ORDER, WITH THE NAME AND ADDRESS LOOKED UP ON THE
      * CUSTOMER KSDS. EACH STATEMENT STARTS A NEW PAGE AND SHOWS:
      *     - THE OPENING BALANCE (BAL-FORWARD),
      *     - EACH PERIOD TRANSACTION WITH ITS DATE AND COMMENT, THE
      *       AMOUNT IN THE DEBIT (POSITIVE) OR CREDIT (NEGATIVE,
      *       PRINTED UNSIGNED) COLUMN,
      *     - THE PERIOD DEBIT AND CREDIT TOTALS, AND
      *     - THE CLOSING BALANCE (BAL-CLOSING).
      * A STATEMENT WHOSE DETAIL DOES NOT ADD UP TO ITS BALANCE
      * RECORD IS FLAGGED ON THE STATEMENT ITSELF. A CONTROL PAGE
      * CLOSES THE RUN, SETTING THE BALANCE MASTER TOTALS (WHICH ARE
      * PCUSTBAL'S GRAND TOTALS FOR THE PERIOD) AGAINST THE TOTALS OF
      * THE STATEMENTS ACTUALLY PRINTED, AND COUNTING ANY DETAIL FOR
      * A CUSTOMER WITH NO BALANCE RECORD. CONDITION CODES: 0 CLEAN,
      * 12 THE STATEMENTS DO NOT PROVE TO THE BALANCE MASTER, 16 I/O
      * ERROR OR A TRANSACTION FILE OUT OF CUSTOMER-ID SEQUENCE.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT VSAM-CUSTOMER-FILE
           ASSIGN TO VSAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE
           RECORD CONTAINS 65 CHARACTERS.
       COPY RCUSTBAL.

       FD TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY RCUSTTRN.

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

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-BALANCE-FILE-STATUS      PIC 9(2).
       01  W-TRANS-FILE-STATUS        PIC 9(2).
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
      * ----------------------------------------------------------------
      * MATCH KEYS, AS IN PCUSTBAL. W-TRN-KEY IS FORCED TO HIGH-VALUE
      * AT END OF THE TRANSACTION FILE; W-PREV-TRN-KEY BACKS THE
      * SEQUENCE CHECK.
      * ----------------------------------------------------------------
       01  W-BAL-KEY                  PIC X(9).
       01  W-TRN-KEY                  PIC X(9).
       01  W-PREV-TRN-KEY             PIC X(9) VALUE LOW-VALUE.
      * ----------------------------------------------------------------
      * THE STATEMENT BEING PRINTED: ITS DETAIL TOTALS AND THE
      * CLOSING BALANCE THEY PROVE TO.
      * ----------------------------------------------------------------
       01  W-STMT-CNT                 PIC 9(4) COMP.
       01  W-STMT-DEBITS              PIC S9(11)V99.
       01  W-STMT-CREDITS             PIC S9(11)V99.
       01  W-STMT-CLOSING             PIC S9(13)V99.
      * ----------------------------------------------------------------
      * CONTROL TOTALS. THE MST- FIELDS ARE ADDED FROM THE BALANCE
      * MASTER RECORDS AND SO REPRODUCE PCUSTBAL'S GRAND TOTALS; THE
      * STM- FIELDS ARE ADDED FROM THE DETAIL PRINTED ON THE
      * STATEMENTS. THE CONTROL PAGE PROVES ONE SET AGAINST THE OTHER.
      * ----------------------------------------------------------------
       01  W-MST-CUSTOMERS            PIC 9(9) COMP VALUE ZERO.
       01  W-MST-TRANS-CNT            PIC 9(9) COMP VALUE ZERO.
       01  W-MST-FORWARD              PIC S9(13)V99 VALUE ZERO.
       01  W-MST-DEBITS               PIC S9(13)V99 VALUE ZERO.
       01  W-MST-CREDITS              PIC S9(13)V99 VALUE ZERO.
       01  W-MST-CLOSING              PIC S9(13)V99 VALUE ZERO.
       01  W-STM-STATEMENTS           PIC 9(9) COMP VALUE ZERO.
       01  W-STM-TRANS-CNT            PIC 9(9) COMP VALUE ZERO.
       01  W-STM-FORWARD              PIC S9(13)V99 VALUE ZERO.
       01  W-STM-DEBITS               PIC S9(13)V99 VALUE ZERO.
       01  W-STM-CREDITS              PIC S9(13)V99 VALUE ZERO.
       01  W-STM-CLOSING              PIC S9(13)V99 VALUE ZERO.
       01  W-UNMATCHED-TRANS          PIC 9(9) COMP VALUE ZERO.
       01  W-UNMATCHED-AMOUNT         PIC S9(13)V99 VALUE ZERO.
       01  W-STMTS-DISAGREE           PIC 9(9) COMP VALUE ZERO.
       01  W-NAMES-NOT-FOUND          PIC 9(9) COMP VALUE ZERO.
       01  W-BALANCED-SWITCH          PIC X(1) VALUE 'Y'.
           88 W-RUN-BALANCED          VALUE 'Y'.
      * ----------------------------------------------------------------
      * PAGE CONTROLS AND REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTSTM'.
           05 FILLER                  PIC X(40)
              VALUE 'CUSTOMER PERIOD STATEMENT'.
           05 FILLER                  PIC X(68) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-STMT-HEADER-1.
           05 FILLER                  PIC X(12) VALUE 'CUSTOMER-ID '.
           05 W-SH-CUSTOMER-ID        PIC 9(9).
           05 W-SH-CONTINUED          PIC X(12).
       01  W-STMT-HEADER-2.
           05 FILLER                  PIC X(12) VALUE SPACE.
           05 W-SH-CUSTOMER-NAME      PIC X(28).
       01  W-STMT-HEADER-3.
           05 FILLER                  PIC X(12) VALUE SPACE.
           05 W-SH-CUSTOMER-ADDRESS   PIC X(20).
       01  W-COLUMN-HEADING.
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 FILLER                  PIC X(14) VALUE 'DATE'.
           05 FILLER                  PIC X(12) VALUE 'COMMENT'.
           05 FILLER                  PIC X(17) VALUE
              '            DEBIT'.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 FILLER                  PIC X(17) VALUE
              '           CREDIT'.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 FILLER                  PIC X(18) VALUE
              '           BALANCE'.
       01  W-BALANCE-LINE.
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-BL-LABEL              PIC X(66).
           05 W-BL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-DETAIL-LINE.
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-DATE              PIC X(10).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-COMMENT           PIC X(9).
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-DEBIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-CREDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
       01  W-PERIOD-TOTAL-LINE.
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 FILLER                  PIC X(13) VALUE 'PERIOD TOTALS'.
           05 W-PT-CNT                PIC ZZZ9.
           05 FILLER                  PIC X(9) VALUE ' ITEMS'.
           05 W-PT-DEBITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-PT-CREDITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-DISAGREE-LINE.
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 FILLER                  PIC X(60) VALUE
              '*** DETAIL DOES NOT AGREE WITH THE BALANCE MASTER ***'.
      * ----------------------------------------------------------------
      * CONTROL PAGE LINES: ONE COLUMN FROM THE BALANCE MASTER, ONE
      * FROM THE STATEMENTS.
      * ----------------------------------------------------------------
       01  W-CONTROL-HEADING.
           05 FILLER                  PIC X(26)
              VALUE 'CONTROL TOTALS'.
           05 FILLER                  PIC X(26)
              VALUE '    PER BALANCE MASTER'.
           05 FILLER                  PIC X(26)
              VALUE '        PER STATEMENTS'.
       01  W-CONTROL-COUNT-LINE.
           05 W-CC-LABEL              PIC X(26).
           05 FILLER                  PIC X(11) VALUE SPACE.
           05 W-CC-MASTER             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(15) VALUE SPACE.
           05 W-CC-STATEMENTS         PIC ZZZ,ZZZ,ZZ9.
       01  W-CONTROL-AMOUNT-LINE.
           05 W-CA-LABEL              PIC X(26).
           05 W-CA-MASTER             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-CA-STATEMENTS         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-CONTROL-EXCEPTION-LINE.
           05 W-CE-LABEL              PIC X(26).
           05 W-CE-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01  W-CONTROL-RESULT-LINE      PIC X(60).

       PROCEDURE DIVISION.

           DISPLAY 'PCUSTSTM STARTED. PRINTING PERIOD STATEMENTS'.

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

           OPEN INPUT VSAM-CUSTOMER-FILE.
           IF W-VSAM-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING VSAM-CUSTOMER-FILE='
                      W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM READ-TRN-RECORD.

           PERFORM UNTIL W-EOF
               READ BALANCE-FILE
                   AT END
                       SET W-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-STATEMENT
               END-READ
               IF W-BALANCE-FILE-STATUS NOT = ZERO
                       AND W-BALANCE-FILE-STATUS NOT = 10
                  DISPLAY 'ERROR READING BALANCE-FILE='
                          W-BALANCE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO PROGRAM-EXIT
               END-IF
           END-PERFORM.

      *    DETAIL LEFT OVER AFTER THE LAST BALANCE RECORD HAS NO
      *    STATEMENT TO GO ON.
           PERFORM UNTIL W-TRN-KEY = HIGH-VALUE
               PERFORM COUNT-UNMATCHED-TRN
           END-PERFORM.

           PERFORM PRINT-CONTROL-PAGE.

           IF NOT W-RUN-BALANCED AND RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'STATEMENTS PRINTED   = ' W-STM-STATEMENTS.
           DISPLAY 'TRANSACTIONS PRINTED = ' W-STM-TRANS-CNT.
           DISPLAY 'UNMATCHED DETAIL     = ' W-UNMATCHED-TRANS.
           IF W-RUN-BALANCED
              DISPLAY 'STATEMENTS PROVE TO THE BALANCE MASTER'
           ELSE
              DISPLAY 'STATEMENTS ARE OUT OF BALANCE. SEE THE REPORT'
           END-IF.

           CLOSE BALANCE-FILE.
           CLOSE TRANS-FILE.
           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * READS THE NEXT TRANSACTION RECORD, FORCING THE MATCH KEY TO
      * HIGH-VALUE AT END OF FILE. A KEY BELOW THE ONE BEFORE IT
      * MEANS TRNIN IS NOT IN CUSTOMER-ID ORDER AND A CUSTOMER'S
      * DETAIL WOULD BE SPLIT ACROSS STATEMENTS, SO THE RUN STOPS.
      * ----------------------------------------------------------------
       READ-TRN-RECORD.

           READ TRANS-FILE
               AT END
                   MOVE HIGH-VALUE TO W-TRN-KEY
               NOT AT END
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
      * COUNTS A DETAIL RECORD FOR A CUSTOMER WITH NO BALANCE RECORD.
      * SUCH DETAIL CANNOT APPEAR ON ANY STATEMENT, SO THE RUN CANNOT
      * PROVE AND IS MARKED OUT OF BALANCE.
      * ----------------------------------------------------------------
       COUNT-UNMATCHED-TRN.

           DISPLAY 'NO BALANCE RECORD FOR TRNIN CUSTOMER-ID='
                   TRN-CUSTOMER-ID ' SEQUENCE=' TRN-SEQUENCE-NBR.
           ADD 1 TO W-UNMATCHED-TRANS.
           ADD TRN-AMOUNT TO W-UNMATCHED-AMOUNT.
           MOVE 'N' TO W-BALANCED-SWITCH.
           PERFORM READ-TRN-RECORD.

      * ----------------------------------------------------------------
      * PRINTS THE STATEMENT FOR THE BALANCE RECORD JUST READ: THE
      * HEADER, THE OPENING BALANCE, EVERY DETAIL RECORD CARRYING THE
      * SAME CUSTOMER-ID, THE PERIOD TOTALS AND THE CLOSING BALANCE.
      * THE DETAIL IS PROVED AGAINST THE BALANCE RECORD'S COUNT,
      * DEBITS, CREDITS AND CLOSING BALANCE.
      * ----------------------------------------------------------------
       PRINT-ONE-STATEMENT.

           MOVE BAL-CUSTOMER-ID TO W-BAL-KEY.
           PERFORM UNTIL W-TRN-KEY NOT < W-BAL-KEY
               PERFORM COUNT-UNMATCHED-TRN
           END-PERFORM.

           ADD 1 TO W-MST-CUSTOMERS.
           ADD BAL-PERIOD-CNT     TO W-MST-TRANS-CNT.
           ADD BAL-FORWARD        TO W-MST-FORWARD.
           ADD BAL-PERIOD-DEBITS  TO W-MST-DEBITS.
           ADD BAL-PERIOD-CREDITS TO W-MST-CREDITS.
           ADD BAL-CLOSING        TO W-MST-CLOSING.

           PERFORM LOOKUP-CUSTOMER-NAME.
           MOVE SPACE TO W-SH-CONTINUED.
           PERFORM PRINT-STATEMENT-HEADER.

           MOVE 'OPENING BALANCE' TO W-BL-LABEL.
           MOVE BAL-FORWARD       TO W-BL-AMOUNT.
           MOVE W-BALANCE-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

           MOVE ZERO TO W-STMT-CNT.
           MOVE ZERO TO W-STMT-DEBITS.
           MOVE ZERO TO W-STMT-CREDITS.
           PERFORM UNTIL W-TRN-KEY NOT = W-BAL-KEY
               IF W-LINE-CNT >= W-PAGE-LIMIT
                  MOVE ' (CONTINUED)' TO W-SH-CONTINUED
                  PERFORM PRINT-STATEMENT-HEADER
               END-IF
               MOVE TRN-DATE    TO W-DET-DATE
               MOVE TRN-COMMENT TO W-DET-COMMENT
               IF TRN-AMOUNT < ZERO
                  MOVE ZERO TO W-DET-DEBIT
                  MOVE TRN-AMOUNT TO W-DET-CREDIT
                  SUBTRACT TRN-AMOUNT FROM W-STMT-CREDITS
               ELSE
                  MOVE TRN-AMOUNT TO W-DET-DEBIT
                  MOVE ZERO TO W-DET-CREDIT
                  ADD TRN-AMOUNT TO W-STMT-DEBITS
               END-IF
               MOVE W-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE-CNT
               ADD 1 TO W-STMT-CNT
               PERFORM READ-TRN-RECORD
           END-PERFORM.

           COMPUTE W-STMT-CLOSING = BAL-FORWARD
                 + W-STMT-DEBITS - W-STMT-CREDITS.

           IF W-LINE-CNT + 4 > W-PAGE-LIMIT
              MOVE ' (CONTINUED)' TO W-SH-CONTINUED
              PERFORM PRINT-STATEMENT-HEADER
           END-IF.
           MOVE W-STMT-CNT     TO W-PT-CNT.
           MOVE W-STMT-DEBITS  TO W-PT-DEBITS.
           MOVE W-STMT-CREDITS TO W-PT-CREDITS.
           MOVE W-PERIOD-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'CLOSING BALANCE' TO W-BL-LABEL.
           MOVE BAL-CLOSING       TO W-BL-AMOUNT.
           MOVE W-BALANCE-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 3 TO W-LINE-CNT.

           IF W-STMT-CNT NOT = BAL-PERIOD-CNT
                   OR W-STMT-DEBITS NOT = BAL-PERIOD-DEBITS
                   OR W-STMT-CREDITS NOT = BAL-PERIOD-CREDITS
                   OR W-STMT-CLOSING NOT = BAL-CLOSING
              MOVE W-DISAGREE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 2 LINES
              ADD 2 TO W-LINE-CNT
              ADD 1 TO W-STMTS-DISAGREE
              MOVE 'N' TO W-BALANCED-SWITCH
           END-IF.

           ADD 1 TO W-STM-STATEMENTS.
           ADD W-STMT-CNT     TO W-STM-TRANS-CNT.
           ADD BAL-FORWARD    TO W-STM-FORWARD.
           ADD W-STMT-DEBITS  TO W-STM-DEBITS.
           ADD W-STMT-CREDITS TO W-STM-CREDITS.
           ADD W-STMT-CLOSING TO W-STM-CLOSING.

      * ----------------------------------------------------------------
      * LOOKS THE CUSTOMER UP ON THE KSDS FOR THE NAME AND ADDRESS. A
      * CUSTOMER NO LONGER ON THE KSDS STILL GETS ITS STATEMENT, WITH
      * THE NAME LINE SAYING SO.
      * ----------------------------------------------------------------
       LOOKUP-CUSTOMER-NAME.

           MOVE BAL-CUSTOMER-ID TO VSAM-CUSTOMER-ID.
           READ VSAM-CUSTOMER-FILE.
           EVALUATE W-VSAM-FILE-STATUS
              WHEN ZERO
                 MOVE VSAM-CUSTOMER-NAME    TO W-SH-CUSTOMER-NAME
                 MOVE VSAM-CUSTOMER-ADDRESS TO W-SH-CUSTOMER-ADDRESS
              WHEN 23
                 MOVE '*** NOT ON CUSTOMER FILE ***'
                      TO W-SH-CUSTOMER-NAME
                 MOVE SPACE TO W-SH-CUSTOMER-ADDRESS
                 ADD 1 TO W-NAMES-NOT-FOUND
              WHEN OTHER
                 DISPLAY 'ERROR ON VSAM-CUSTOMER-FILE='
                         W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
                         ' CUSTOMER-ID=' BAL-CUSTOMER-ID
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

      * ----------------------------------------------------------------
      * REPORT WRITERS.
      * ----------------------------------------------------------------
       PRINT-STATEMENT-HEADER.

           PERFORM PRINT-PAGE-HEADING.
           MOVE BAL-CUSTOMER-ID  TO W-SH-CUSTOMER-ID.
           MOVE W-STMT-HEADER-1  TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE W-STMT-HEADER-2  TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-STMT-HEADER-3  TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 7 TO W-LINE-CNT.

       PRINT-PAGE-HEADING.

           ADD 1 TO W-PAGE-NBR.
           MOVE W-PAGE-NBR  TO W-H1-PAGE.
           MOVE W-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO W-LINE-CNT.

      * ----------------------------------------------------------------
      * PRINTS THE CLOSING CONTROL PAGE. EVERY LINE SETS THE BALANCE
      * MASTER TOTAL AGAINST THE STATEMENT TOTAL; THE RESULT LINE
      * SAYS WHETHER THE STATEMENTS PROVE TO PCUSTBAL'S GRAND TOTALS.
      * ----------------------------------------------------------------
       PRINT-CONTROL-PAGE.

           IF W-STM-STATEMENTS NOT = W-MST-CUSTOMERS
                   OR W-STM-TRANS-CNT NOT = W-MST-TRANS-CNT
                   OR W-STM-FORWARD NOT = W-MST-FORWARD
                   OR W-STM-DEBITS NOT = W-MST-DEBITS
                   OR W-STM-CREDITS NOT = W-MST-CREDITS
                   OR W-STM-CLOSING NOT = W-MST-CLOSING
              MOVE 'N' TO W-BALANCED-SWITCH
           END-IF.

           PERFORM PRINT-PAGE-HEADING.
           MOVE W-CONTROL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE 'CUSTOMERS / STATEMENTS  = ' TO W-CC-LABEL.
           MOVE W-MST-CUSTOMERS  TO W-CC-MASTER.
           MOVE W-STM-STATEMENTS TO W-CC-STATEMENTS.
           MOVE W-CONTROL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PERIOD TRANSACTIONS     = ' TO W-CC-LABEL.
           MOVE W-MST-TRANS-CNT TO W-CC-MASTER.
           MOVE W-STM-TRANS-CNT TO W-CC-STATEMENTS.
           MOVE W-CONTROL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE 'OPENING BALANCES        = ' TO W-CA-LABEL.
           MOVE W-MST-FORWARD TO W-CA-MASTER.
           MOVE W-STM-FORWARD TO W-CA-STATEMENTS.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.
           MOVE 'PERIOD DEBITS           = ' TO W-CA-LABEL.
           MOVE W-MST-DEBITS TO W-CA-MASTER.
           MOVE W-STM-DEBITS TO W-CA-STATEMENTS.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.
           MOVE 'PERIOD CREDITS          = ' TO W-CA-LABEL.
           MOVE W-MST-CREDITS TO W-CA-MASTER.
           MOVE W-STM-CREDITS TO W-CA-STATEMENTS.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.
           MOVE 'CLOSING BALANCES        = ' TO W-CA-LABEL.
           MOVE W-MST-CLOSING TO W-CA-MASTER.
           MOVE W-STM-CLOSING TO W-CA-STATEMENTS.
           PERFORM PRINT-CONTROL-AMOUNT-LINE.

           MOVE 'STATEMENTS NOT AGREEING = ' TO W-CE-LABEL.
           MOVE W-STMTS-DISAGREE TO W-CE-COUNT.
           MOVE W-CONTROL-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'DETAIL WITH NO BALANCE  = ' TO W-CE-LABEL.
           MOVE W-UNMATCHED-TRANS TO W-CE-COUNT.
           MOVE W-CONTROL-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NAMES NOT ON KSDS       = ' TO W-CE-LABEL.
           MOVE W-NAMES-NOT-FOUND TO W-CE-COUNT.
           MOVE W-CONTROL-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           IF W-RUN-BALANCED
              MOVE 'STATEMENTS PROVE TO THE PCUSTBAL GRAND TOTALS'
                   TO W-CONTROL-RESULT-LINE
           ELSE
              MOVE '*** STATEMENTS ARE OUT OF BALANCE ***'
                   TO W-CONTROL-RESULT-LINE
           END-IF.
           MOVE W-CONTROL-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       PRINT-CONTROL-AMOUNT-LINE.

           MOVE W-CONTROL-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       END PROGRAM PCUSTSTM.

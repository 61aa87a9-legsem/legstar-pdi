      *     RCUSTTRN - ONE TRANSACTION-DETAIL RECORD PER TRANSACTION-
      *                DATA GROUP, KEYED CUSTOMER-ID PLUS TRANSACTION
      *                SEQUENCE NUMBER (SEE RCUSTTRN COPYBOOK).
      *
      * WHEN THE HISTIN TRANSACTION HISTORY KSDS IS SUPPLIED, THE
      * TRANSACTIONS PCUSTPST HAS ROLLED OFF EACH CUSTOMER ARE
      * MATCHED IN BY CUSTOMER-ID AND EXTRACTED AHEAD OF ITS CURRENT
      * TRANSACTION-DATA GROUPS, SO RCUSTTRN CARRIES THE CUSTOMER'S
      * FULL HISTORY IN POSTING ORDER. SEQUENCE NUMBERS THEN RUN ON
      * FROM THE HISTORY INTO THE CURRENT GROUPS, AND THE RCUSTMST
      * COUNT AND AMOUNT COVER BOTH. HISTORY FOR A CUSTOMER-ID NOT ON
      * CUSTIN IS SKIPPED AND COUNTED. WITHOUT A HISTIN DD ONLY THE
      * CURRENT GROUPS ARE EXTRACTED. THE PERIOD RCUSTTRN READ BY
      * PCUSTBAL, PCUSTSTM AND PCUSTINT MUST BE TAKEN WITHOUT HISTIN;
      * A FULL-HISTORY EXTRACT GOES TO DATASETS OF ITS OWN.
      *
      * THE PARM IS THE PERIOD-ID (YYYYMM) THE EXTRACT IS TAKEN FOR.
      * BEFORE ANYTHING IS WRITTEN IT IS CHECKED AGAINST THE CYCLCTL
      * CYCLE-CONTROL DATASET PCUSTBAL KEEPS (SEE RCUSTCYC): A PERIOD
      * ALREADY CLOSED, OR ONE THAT WOULD SKIP THE PERIOD AFTER THE
      * LATEST CLOSED, IS REFUSED. CONDITION CODES: 0 CLEAN, 16 I/O
      * ERROR, BAD PARM OR A PERIOD REFUSED BY CYCLE CONTROL.
      * ----------------------------------------------------------------
      * READS A RECFM=VB FILE
      * COBOL LOGICAL LENGTH IS BETWEEN 61 AND 196
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-DETAIL-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO HISTIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HST-KEY
           FILE STATUS IS W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2.

           SELECT OPTIONAL CYCLE-FILE
           ASSIGN TO CYCLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY RCUSTTRN.

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

      * ----------------------------------------------------------------
      * STANDING CYCLE-CONTROL DATASET, ONE RECORD PER PERIOD CLOSED
      * BY PCUSTBAL (SEE RCUSTCYC).
      * ----------------------------------------------------------------
       FD CYCLE-FILE
           RECORD CONTAINS 106 CHARACTERS.
       COPY RCUSTCYC.

       WORKING-STORAGE SECTION.
       01  W-INPUT-FILE-STATUS        PIC 9(2).
       01  W-MASTER-FILE-STATUS       PIC 9(2).
       01  W-DETAIL-FILE-STATUS       PIC 9(2).
       01  W-HIST-FILE-STATUS         PIC 9(2).
       01  W-HIST-FILE-STATUS-2       PIC X(2).
       01  W-J                        PIC 9(4) COMP.
      * ----------------------------------------------------------------
      * HISTORY MATCH KEYS (W-HIST-KEY IS HIGH-VALUE AT END OF THE
      * HISTORY FILE OR WHEN THERE IS NONE) AND THE RUNNING SEQUENCE
      * NUMBER FOR THE CUSTOMER'S DETAIL RECORDS.
      * ----------------------------------------------------------------
       01  W-HIST-KEY                 PIC X(9).
       01  W-CUST-KEY                 PIC X(9).
       01  W-SEQ                      PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
      * ----------------------------------------------------------------
      * ----------------------------------------------------------------
       01  W-TOTAL-CUSTOMERS          PIC 9(9) COMP VALUE ZERO.
       01  W-TOTAL-TRANSACTIONS       PIC 9(10) COMP VALUE ZERO.
       01  W-HIST-EXTRACTED           PIC 9(9) COMP VALUE ZERO.
       01  W-HIST-UNMATCHED           PIC 9(9) COMP VALUE ZERO.
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

           DISPLAY 'PCUSTEXT STARTED. EXTRACTING MASTER AND DETAIL'.

           PERFORM CHECK-CYCLE-CONTROL
               THRU CHECK-CYCLE-CONTROL-EXIT.

           OPEN INPUT INPUT-FILE.
           IF W-INPUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING INPUT-FILE=' W-INPUT-FILE-STATUS
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

           PERFORM UNTIL W-EOF
               READ INPUT-FILE
                   AT END

           DISPLAY 'CUSTOMERS EXTRACTED    = ' W-TOTAL-CUSTOMERS.
           DISPLAY 'TRANSACTIONS EXTRACTED = ' W-TOTAL-TRANSACTIONS.
           DISPLAY 'HISTORY EXTRACTED      = ' W-HIST-EXTRACTED.
           DISPLAY 'HISTORY UNMATCHED      = ' W-HIST-UNMATCHED.

           CLOSE INPUT-FILE.
           CLOSE MASTER-FILE.
           CLOSE DETAIL-FILE.
           CLOSE HISTORY-FILE.

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
      * WRITES ONE TRANSACTION-DETAIL RECORD PER TRANSACTION-DATA
      * GROUP, THEN THE CUSTOMER-MASTER RECORD CARRYING THE GROUP
      * COUNT AND THE AMOUNT TOTAL JUST ACCUMULATED. THE DETAIL
      * RECORDS ARE WRITTEN FIRST SO AN I/O ERROR PART WAY THROUGH A
      * CUSTOMER NEVER LEAVES A MASTER RECORD WHOSE COUNT EXCEEDS THE
      * DETAIL RECORDS ACTUALLY ON FILE. ANY HISTORY RECORDS FOR THE
      * CUSTOMER ARE WRITTEN FIRST, NUMBERED FROM 1, AND THE CURRENT
      * GROUPS CONTINUE THE NUMBERING.
      * ----------------------------------------------------------------
       EXTRACT-CUSTOMER-RECORD.

           MOVE CUSTOMER-ID TO W-CUST-KEY.
           PERFORM UNTIL W-HIST-KEY NOT < W-CUST-KEY
               ADD 1 TO W-HIST-UNMATCHED
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.

           MOVE ZERO TO W-CUST-AMOUNT.
           MOVE ZERO TO W-SEQ.
           PERFORM UNTIL W-HIST-KEY NOT = W-CUST-KEY
               ADD 1 TO W-SEQ
               MOVE CUSTOMER-ID              TO TRN-CUSTOMER-ID
               MOVE W-SEQ                    TO TRN-SEQUENCE-NBR
               MOVE HST-DATE                 TO TRN-DATE
               MOVE HST-AMOUNT               TO TRN-AMOUNT
               MOVE HST-COMMENT              TO TRN-COMMENT
               PERFORM WRITE-DETAIL-RECORD
               ADD HST-AMOUNT TO W-CUST-AMOUNT
               ADD 1 TO W-HIST-EXTRACTED
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.

           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > TRANSACTION-NBR
               ADD 1 TO W-SEQ
               MOVE CUSTOMER-ID              TO TRN-CUSTOMER-ID
               MOVE W-SEQ                    TO TRN-SEQUENCE-NBR
               MOVE TRANSACTION-DATE(W-J)    TO TRN-DATE
               MOVE TRANSACTION-AMOUNT(W-J)  TO TRN-AMOUNT
               MOVE TRANSACTION-COMMENT(W-J) TO TRN-COMMENT
               PERFORM WRITE-DETAIL-RECORD
               ADD TRANSACTION-AMOUNT(W-J) TO W-CUST-AMOUNT
           END-PERFORM.

           MOVE CUSTOMER-ID      TO MST-CUSTOMER-ID.
           MOVE CUSTOMER-NAME    TO MST-CUSTOMER-NAME.
           MOVE CUSTOMER-ADDRESS TO MST-CUSTOMER-ADDRESS.
           MOVE CUSTOMER-PHONE   TO MST-CUSTOMER-PHONE.
           MOVE W-SEQ            TO MST-TRANSACTION-CNT.
           MOVE W-CUST-AMOUNT    TO MST-TOTAL-AMOUNT.
           WRITE CUSTOMER-MASTER.
           IF W-MASTER-FILE-STATUS NOT = ZERO
           END-IF.
           ADD 1 TO W-TOTAL-CUSTOMERS.

      * ----------------------------------------------------------------
      * WRITES THE TRANSACTION-DETAIL RECORD JUST BUILT. A WRITE
      * FAILURE IS A HARD ERROR THAT STOPS THE RUN.
      * ----------------------------------------------------------------
       WRITE-DETAIL-RECORD.

           WRITE TRANSACTION-DETAIL.
           IF W-DETAIL-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO DETAIL-FILE='
                      W-DETAIL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           ADD 1 TO W-TOTAL-TRANSACTIONS.

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

       END PROGRAM PCUSTEXT.

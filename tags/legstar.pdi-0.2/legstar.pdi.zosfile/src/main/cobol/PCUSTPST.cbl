      * KSDS BECOMES A FILE DAY-2 TRANSACTION SCENARIOS CAN RUN
      * AGAINST INSTEAD OF A LOAD-ONCE SNAPSHOT.
      *
      * A CUSTOMER ALREADY AT THE 5-OCCURRENCE MAXIMUM IS NOT
      * REJECTED: ITS OLDEST TRANSACTION-DATA GROUP IS ROLLED OFF TO
      * THE HISTUPD TRANSACTION HISTORY KSDS (RCUSTTRN LAYOUT, KEYED
      * CUSTOMER-ID PLUS POSTING SEQUENCE - THE CUSTOMER'S FIRST
      * ROLLED-OFF TRANSACTION IS SEQUENCE 1), THE REMAINING GROUPS
      * MOVE UP ONE AND THE NEW POSTING TAKES THE FREED FIFTH SLOT.
      * THE KSDS THEN ALWAYS HOLDS THE NEWEST FIVE TRANSACTIONS AND
      * THE HISTORY FILE EVERYTHING OLDER, IN POSTING ORDER. HISTUPD
      * IS OPTIONAL: WITHOUT IT A POSTING FOR A FULL CUSTOMER IS
      * REJECTED WITH THE 5-TRANSACTION MAXIMUM REASON. A
      * CUSTOMER WHOSE HISTORY HAS REACHED SEQUENCE 9999 HAS ITS
      * POSTING REJECTED TOO, RATHER THAN WRAP THE SEQUENCE. NEITHER
      * STOPS THE RUN, SO A RUN IS NEVER LEFT HALF POSTED.
      *
      * A POSTING FOR A CUSTOMER-ID NOT ON THE KSDS, AND ANY POSTING
      * REJECTED ABOVE, GOES TO THE REJFILE REJECT/OVERFLOW FILE AS
      * THE ORIGINAL 40-BYTE POSTING PLUS A REASON.
      *
      * THE PARM IS THE PERIOD-ID (YYYYMM) THE POSTINGS BELONG TO.
      * BEFORE ANYTHING IS POSTED IT IS CHECKED AGAINST THE CYCLCTL
      * CYCLE-CONTROL DATASET PCUSTBAL KEEPS (SEE RCUSTCYC): A PERIOD
      * ALREADY CLOSED, OR ONE THAT WOULD SKIP THE PERIOD AFTER THE
      * LATEST CLOSED, IS REFUSED. CONDITION CODES, LIKE PCUSTUPD'S:
      * 0 ALL POSTED, 4 AT LEAST ONE POSTING REJECTED, 16 I/O ERROR,
      * BAD PARM OR A PERIOD REFUSED BY CYCLE CONTROL.
      *
      * THE KSDS IS OPENED I-O THROUGH ITS BASE CLUSTER, SO VSAM ALSO
      * KEEPS THE CUSTOMER-NAME ALTERNATE INDEX IN ITS UPGRADE SET
      * (SEE JOB CUSTAIX) IN STEP WITH EVERY REWRITE.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO HISTUPD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HST-KEY
           FILE STATUS IS W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2.

           SELECT REJECT-FILE
           ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REJECT-FILE-STATUS.

           SELECT OPTIONAL CYCLE-FILE
           ASSIGN TO CYCLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE
                  ==TRANSACTION-COMMENT==
               BY ==VSAM-TRANSACTION-COMMENT==.

      * ----------------------------------------------------------------
      * TRANSACTION HISTORY KSDS. THE RECORD IS THE RCUSTTRN LAYOUT;
      * HISTORY-KEY-VIEW OVERLAYS THE LEADING CUSTOMER-ID AND
      * SEQUENCE NUMBER AS THE 13-BYTE RECORD KEY.
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
      * REJECT/OVERFLOW FILE: THE ORIGINAL 40-BYTE POSTING FOLLOWED
      * BY THE REJECT REASON, SO THE FILE CAN BE CORRECTED AND FED
           05 REJ-TRANSACTION         PIC X(40).
           05 REJ-REASON              PIC X(40).

      * ----------------------------------------------------------------
      * STANDING CYCLE-CONTROL DATASET, ONE RECORD PER PERIOD CLOSED
      * BY PCUSTBAL (SEE RCUSTCYC).
      * ----------------------------------------------------------------
       FD CYCLE-FILE
           RECORD CONTAINS 106 CHARACTERS.
       COPY RCUSTCYC.

       WORKING-STORAGE SECTION.
       01  W-TRANS-FILE-STATUS        PIC 9(2).
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-HIST-FILE-STATUS         PIC 9(2).
       01  W-HIST-FILE-STATUS-2       PIC X(2).
       01  W-REJECT-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
      * ----------------------------------------------------------------
      * HIGHEST HISTORY SEQUENCE NUMBER ALREADY ON FILE FOR THE
      * CUSTOMER BEING POSTED, FOUND BY BROWSING ITS HISTORY KEYS.
      * ----------------------------------------------------------------
       01  W-HIST-SEQ                 PIC 9(4) COMP.
       01  W-HIST-PRESENT-SWITCH      PIC X(1) VALUE 'N'.
           88 W-HIST-PRESENT          VALUE 'Y'.
       01  W-HIST-SCAN-SWITCH         PIC X(1) VALUE 'N'.
           88 W-HIST-SCAN-DONE        VALUE 'Y'.
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS, DISPLAYED AT PROGRAM-EXIT FOR OPERATIONS.
      * ----------------------------------------------------------------
       01  W-TRANS-READ               PIC 9(9) COMP VALUE ZERO.
       01  W-TRANS-POSTED             PIC 9(9) COMP VALUE ZERO.
       01  W-TRANS-REJECTED           PIC 9(9) COMP VALUE ZERO.
       01  W-TRANS-ROLLED             PIC 9(9) COMP VALUE ZERO.
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

           DISPLAY 'PCUSTPST STARTED. POSTING TRANSACTIONS TO KSDS'.

           PERFORM CHECK-CYCLE-CONTROL
               THRU CHECK-CYCLE-CONTROL-EXIT.

           OPEN INPUT TRANS-FILE.
           IF W-TRANS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING TRANS-FILE=' W-TRANS-FILE-STATUS
              GO TO PROGRAM-EXIT
           END-IF.

      *    THE HISTORY FILE IS OPTIONAL. WITHOUT IT NOTHING IS EVER
      *    WRITTEN TO IT - A FULL CUSTOMER'S POSTING IS REJECTED.
           OPEN I-O HISTORY-FILE.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 SET W-HIST-PRESENT TO TRUE
              WHEN 05
              WHEN 35
                 DISPLAY 'NO HISTORY FILE. POSTINGS FOR FULL CUSTOMERS'
                         ' ARE REJECTED'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING HISTORY-FILE='
                         W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           OPEN OUTPUT REJECT-FILE.
           IF W-REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-FILE='
           DISPLAY 'POSTINGS READ     = ' W-TRANS-READ.
           DISPLAY 'POSTINGS APPLIED  = ' W-TRANS-POSTED.
           DISPLAY 'POSTINGS REJECTED = ' W-TRANS-REJECTED.
           DISPLAY 'ROLLED TO HISTORY = ' W-TRANS-ROLLED.

           CLOSE TRANS-FILE.
           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE REJECT-FILE.

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
      * POSTS ONE TRANSACTION. THE CUSTOMER IS READ BY KEY, THE
      * POSTING IS APPENDED AS THE NEXT TRANSACTION-DATA OCCURRENCE
      * (BUMPING VSAM-TRANSACTION-NBR EXTENDS THE OCCURS DEPENDING
      * ON, SO THE REWRITTEN RECORD GROWS BY 27 BYTES) AND THE
      * RECORD IS REWRITTEN. A CUSTOMER ALREADY AT THE 5-OCCURRENCE
      * MAXIMUM FIRST HAS ITS OLDEST GROUP ROLLED OFF TO HISTORY -
      * UNLESS THERE IS NO HISTORY FILE OR THE CUSTOMER'S HISTORY
      * SEQUENCE IS USED UP, WHEN THE POSTING IS REJECTED INSTEAD,
      * BEFORE ANYTHING IS WRITTEN. A MISSING CUSTOMER-ID (23) GOES TO
      * THE REJECT FILE; ANY OTHER NONZERO KSDS STATUS IS A HARD I/O
      * ERROR THAT STOPS THE RUN.
      * ----------------------------------------------------------------
       POST-ONE-TRANSACTION.
           END-EVALUATE.

           IF VSAM-TRANSACTION-NBR >= 5
              IF NOT W-HIST-PRESENT
                 MOVE 'CUSTOMER AT 5-TRANSACTION MAXIMUM'
                      TO REJ-REASON
                 PERFORM WRITE-REJECT-RECORD
                 GO TO POST-ONE-TRANSACTION-EXIT
              END-IF
              PERFORM FIND-LAST-HISTORY-SEQ
                  THRU FIND-LAST-HISTORY-SEQ-EXIT
              IF W-HIST-SEQ NOT < 9999
                 DISPLAY 'HISTORY SEQUENCE NUMBERS EXHAUSTED FOR'
                         ' CUSTOMER-ID=' TRN-CUSTOMER-ID
                 MOVE 'HISTORY SEQUENCE NUMBERS EXHAUSTED'
                      TO REJ-REASON
                 PERFORM WRITE-REJECT-RECORD
                 GO TO POST-ONE-TRANSACTION-EXIT
              END-IF
              PERFORM ROLL-OLDEST-TO-HISTORY
           END-IF.

           ADD 1 TO VSAM-TRANSACTION-NBR.
       POST-ONE-TRANSACTION-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * MOVES THE CUSTOMER'S OLDEST TRANSACTION-DATA GROUP TO THE
      * HISTORY FILE UNDER THE NEXT FREE HISTORY SEQUENCE NUMBER,
      * THEN SHIFTS THE REMAINING GROUPS UP ONE AND DROPS THE COUNT
      * SO THE CALLER CAN APPEND THE NEW POSTING AS USUAL. THE
      * HISTORY RECORD IS WRITTEN BEFORE THE KSDS IS REWRITTEN, SO A
      * FAILURE BETWEEN THE TWO NEVER LOSES A TRANSACTION. THE
      * CALLER HAS ALREADY LEFT THE CUSTOMER'S LAST SEQUENCE IN
      * W-HIST-SEQ AND CHECKED IT IS BELOW 9999, SO THE NEXT ONE
      * CANNOT WRAP TO ZERO.
      * ----------------------------------------------------------------
       ROLL-OLDEST-TO-HISTORY.

           MOVE TRN-CUSTOMER-ID TO HST-CUSTOMER-ID.
           COMPUTE HST-SEQUENCE-NBR = W-HIST-SEQ + 1.
           MOVE VSAM-TRANSACTION-DATE(1)    TO HST-DATE.
           MOVE VSAM-TRANSACTION-AMOUNT(1)  TO HST-AMOUNT.
           MOVE VSAM-TRANSACTION-COMMENT(1) TO HST-COMMENT.
           WRITE HISTORY-DETAIL.
           IF W-HIST-FILE-STATUS NOT = ZERO
              PERFORM HISTORY-HARD-ERROR
           END-IF.

           PERFORM VARYING W-J FROM 2 BY 1
                   UNTIL W-J > VSAM-TRANSACTION-NBR
               MOVE VSAM-TRANSACTION-DATA(W-J)
                   TO VSAM-TRANSACTION-DATA(W-J - 1)
           END-PERFORM.
           SUBTRACT 1 FROM VSAM-TRANSACTION-NBR.
           ADD 1 TO W-TRANS-ROLLED.

      * ----------------------------------------------------------------
      * BROWSES THE CUSTOMER'S HISTORY KEYS FROM SEQUENCE ZERO AND
      * LEAVES THE HIGHEST SEQUENCE FOUND IN W-HIST-SEQ, ZERO WHEN
      * THE CUSTOMER HAS NO HISTORY YET. START STATUS 23 SIMPLY
      * MEANS NOTHING IS ON FILE AT OR BEYOND THE CUSTOMER.
      * ----------------------------------------------------------------
       FIND-LAST-HISTORY-SEQ.

           MOVE ZERO TO W-HIST-SEQ.
           MOVE TRN-CUSTOMER-ID TO HST-CUSTOMER-ID.
           MOVE ZERO TO HST-SEQUENCE-NBR.
           START HISTORY-FILE KEY IS GREATER THAN HST-KEY.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 23
                 GO TO FIND-LAST-HISTORY-SEQ-EXIT
              WHEN OTHER
                 PERFORM HISTORY-HARD-ERROR
           END-EVALUATE.

           MOVE 'N' TO W-HIST-SCAN-SWITCH.
           PERFORM UNTIL W-HIST-SCAN-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET W-HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HST-CUSTOMER-ID = TRN-CUSTOMER-ID
                          MOVE HST-SEQUENCE-NBR TO W-HIST-SEQ
                       ELSE
                          SET W-HIST-SCAN-DONE TO TRUE
                       END-IF
               END-READ
               IF W-HIST-FILE-STATUS NOT = ZERO
                       AND W-HIST-FILE-STATUS NOT = 10
                  PERFORM HISTORY-HARD-ERROR
               END-IF
           END-PERFORM.

       FIND-LAST-HISTORY-SEQ-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * WRITES THE CURRENT POSTING TO THE REJECT FILE WITH THE REASON
      * ALREADY SET BY THE CALLER.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

      * ----------------------------------------------------------------
      * AN UNEXPECTED HISTORY FILE STATUS IS TREATED THE SAME WAY.
      * ----------------------------------------------------------------
       HISTORY-HARD-ERROR.

           DISPLAY 'ERROR ON HISTORY-FILE='
                   W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                   ' CUSTOMER-ID=' TRN-CUSTOMER-ID.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

       END PROGRAM PCUSTPST.

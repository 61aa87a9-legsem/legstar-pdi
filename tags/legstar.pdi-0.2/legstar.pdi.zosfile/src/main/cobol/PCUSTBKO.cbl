      * TRANSACTION COULD NOT BE REVERSED (THE KSDS NO LONGER MATCHES
      * THE JOURNAL - SOMETHING ELSE HAS MAINTAINED IT SINCE), 16 I/O
      * ERROR OR A JOURNAL TOO LARGE FOR THE TABLE.
      *
      * A MERGE-PURGE RUN ALSO CHANGES THE TRANSACTION HISTORY KSDS
      * DIRECTLY (PCUSTMPA). WHEN ITS HISTORY-MOVE LOG IS GIVEN ON
      * HSTLOG (SEE RCUSTHMV), WITH THE HISTORY KSDS ON HISTUPD, THOSE
      * CHANGES ARE REVERSED TOO, AFTER THE CUSTOMER KSDS: A RECORD
      * WRITTEN UNDER A SURVIVOR IS DELETED, A MEMBER'S RECORD DELETED
      * IS WRITTEN BACK. THE LOG IS TAKEN FRONT TO BACK - NO KEY IS
      * BOTH WRITTEN AND DELETED IN ONE RUN, SO THE ORDER DOES NOT
      * MATTER. A HISTORY KEY THE FILE NO LONGER AGREES WITH IS
      * REPORTED AS FAILED (CONDITION CODE 4) THE SAME WAY. WITH NO
      * HSTLOG THE HISTORY FILE IS NOT OPENED.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT OPTIONAL HISTORY-LOG-FILE
           ASSIGN TO HSTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-HSTLOG-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO HISTUPD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HST-KEY
           FILE STATUS IS W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
           RECORD CONTAINS 420 CHARACTERS.
       COPY RCUSTJRN.

       FD VSAM-CUSTOMER-FILE
                  ==TRANSACTION-COMMENT==
               BY ==VSAM-TRANSACTION-COMMENT==.

       FD HISTORY-LOG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY RCUSTHMV.

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

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-HSTLOG-FILE-STATUS       PIC 9(2).
       01  W-HIST-FILE-STATUS         PIC 9(2).
       01  W-HIST-FILE-STATUS-2       PIC X(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
       01  W-HSTLOG-PRESENT-SWITCH    PIC X(1) VALUE 'N'.
           88 W-HSTLOG-PRESENT        VALUE 'Y'.
       01  W-HSTLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 W-HSTLOG-EOF            VALUE 'Y'.
      * ----------------------------------------------------------------
      * WORKING COPY OF THE CUSTOMER-DATA RECORD. THE JOURNAL IMAGE
      * BEING REVERSED IS MOVED HERE SO ITS FIELDS (INCLUDING THE
       01  W-TRANS-LOADED             PIC 9(9) COMP VALUE ZERO.
       01  W-TRANS-REVERSED           PIC 9(9) COMP VALUE ZERO.
       01  W-TRANS-FAILED             PIC 9(9) COMP VALUE ZERO.
       01  W-HIST-LOADED              PIC 9(9) COMP VALUE ZERO.
       01  W-HIST-REVERSED            PIC 9(9) COMP VALUE ZERO.
       01  W-HIST-FAILED              PIC 9(9) COMP VALUE ZERO.
      * ----------------------------------------------------------------
      * REPORT LINE LAYOUTS, IN THE SAME SHAPE AS PCUSTUPD'S SO THE
      * TWO REPORTS READ SIDE BY SIDE.
           05 FILLER                  PIC X(26)
              VALUE 'TRANSACTIONS FAILED     = '.
           05 W-TL-TRANS-FAILED       PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-4.
           05 FILLER                  PIC X(26)
              VALUE 'HISTORY CHANGES LOGGED  = '.
           05 W-TL-HIST-LOADED        PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-5.
           05 FILLER                  PIC X(26)
              VALUE 'HISTORY CHANGES UNDONE  = '.
           05 W-TL-HIST-REVERSED      PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-6.
           05 FILLER                  PIC X(26)
              VALUE 'HISTORY CHANGES FAILED  = '.
           05 W-TL-HIST-FAILED        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

              GO TO PROGRAM-EXIT
           END-IF.

      *    THE HISTORY-MOVE LOG IS OPTIONAL; WHEN IT IS THERE THE
      *    HISTORY KSDS MUST BE TOO, CHECKED BEFORE ANYTHING IS
      *    REVERSED.
           OPEN INPUT HISTORY-LOG-FILE.
           EVALUATE W-HSTLOG-FILE-STATUS
              WHEN ZERO
                 SET W-HSTLOG-PRESENT TO TRUE
              WHEN 05
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING HISTORY-LOG-FILE='
                         W-HSTLOG-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           IF W-HSTLOG-PRESENT
              OPEN I-O HISTORY-FILE
              IF W-HIST-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING HISTORY-FILE='
                         W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                         '. HSTLOG NEEDS HISTUPD'
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           END-IF.

           PERFORM UNTIL W-EOF
               READ JOURNAL-FILE
                   AT END
                   THRU REVERSE-JOURNAL-ENTRY-EXIT
           END-PERFORM.

           IF W-HSTLOG-PRESENT
              PERFORM UNTIL W-HSTLOG-EOF
                  READ HISTORY-LOG-FILE
                      AT END
                          SET W-HSTLOG-EOF TO TRUE
                      NOT AT END
                          PERFORM REVERSE-HISTORY-MOVE
                              THRU REVERSE-HISTORY-MOVE-EXIT
                  END-READ
                  IF W-HSTLOG-FILE-STATUS NOT = ZERO
                          AND W-HSTLOG-FILE-STATUS NOT = 10
                     DISPLAY 'ERROR READING HISTORY-LOG-FILE='
                             W-HSTLOG-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO PROGRAM-EXIT
                  END-IF
              END-PERFORM
           END-IF.

           PERFORM PRINT-TOTAL-LINES.

           IF W-TRANS-FAILED NOT = ZERO
                   OR W-HIST-FAILED NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'TRANSACTIONS JOURNALED = ' W-TRANS-LOADED.
           DISPLAY 'TRANSACTIONS REVERSED  = ' W-TRANS-REVERSED.
           DISPLAY 'TRANSACTIONS FAILED    = ' W-TRANS-FAILED.
           DISPLAY 'HISTORY CHANGES LOGGED = ' W-HIST-LOADED.
           DISPLAY 'HISTORY CHANGES UNDONE = ' W-HIST-REVERSED.
           DISPLAY 'HISTORY CHANGES FAILED = ' W-HIST-FAILED.

           CLOSE JOURNAL-FILE.
           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE HISTORY-LOG-FILE.
           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.

           GOBACK.
       REVERSE-JOURNAL-ENTRY-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * REVERSES ONE LOGGED HISTORY CHANGE: A RECORD WRITTEN (W) IS
      * DELETED BY ITS KEY, A RECORD DELETED (D) IS WRITTEN BACK. THE
      * ACTION SHOWS AS H ON THE REPORT. 22/23 MEAN THE HISTORY FILE
      * HAS MOVED ON SINCE AND ARE REPORTED AS FAILED; ANY OTHER
      * NONZERO STATUS IS A HARD I/O ERROR.
      * ----------------------------------------------------------------
       REVERSE-HISTORY-MOVE.

           ADD 1 TO W-HIST-LOADED.
           MOVE HMV-HISTORY-RECORD TO HISTORY-DETAIL.
           MOVE 'H' TO W-DET-ACTION.
           MOVE HST-CUSTOMER-ID TO W-DET-CUSTOMER-ID.

           EVALUATE TRUE
              WHEN HMV-ACTION-WRITE
                 DELETE HISTORY-FILE RECORD
                 EVALUATE W-HIST-FILE-STATUS
                    WHEN ZERO
                       MOVE 'HISTORY RECORD REMOVED' TO W-DET-REASON
                       PERFORM REPORT-HISTORY-REVERSED
                    WHEN 23
                       MOVE 'HISTORY RECORD NO LONGER ON FILE'
                            TO W-DET-REASON
                       PERFORM REPORT-HISTORY-FAILED
                    WHEN OTHER
                       PERFORM HISTORY-HARD-ERROR
                 END-EVALUATE
              WHEN HMV-ACTION-DELETE
                 WRITE HISTORY-DETAIL
                 EVALUATE W-HIST-FILE-STATUS
                    WHEN ZERO
                       MOVE 'HISTORY RECORD RESTORED' TO W-DET-REASON
                       PERFORM REPORT-HISTORY-REVERSED
                    WHEN 22
                       MOVE 'HISTORY KEY BACK ON FILE'
                            TO W-DET-REASON
                       PERFORM REPORT-HISTORY-FAILED
                    WHEN OTHER
                       PERFORM HISTORY-HARD-ERROR
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'BAD ACTION CODE ON HISTORY LOG'
                      TO W-DET-REASON
                 PERFORM REPORT-HISTORY-FAILED
           END-EVALUATE.

       REVERSE-HISTORY-MOVE-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * BUILDS THE VSAM-CUSTOMER-DATA RECORD FROM THE WORKING-STORAGE
      * CUSTOMER-DATA FIELDS JUST UNPACKED FROM THE JOURNAL IMAGE,
           MOVE 'FAILED'    TO W-DET-RESULT.
           PERFORM PRINT-DETAIL-LINE.

       REPORT-HISTORY-REVERSED.

           ADD 1 TO W-HIST-REVERSED.
           MOVE 'REVERSED'  TO W-DET-RESULT.
           PERFORM PRINT-DETAIL-LINE.

       REPORT-HISTORY-FAILED.

           ADD 1 TO W-HIST-FAILED.
           MOVE 'FAILED'    TO W-DET-RESULT.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-DETAIL-LINE.

           IF W-LINE-CNT >= W-PAGE-LIMIT
           MOVE W-TRANS-FAILED   TO W-TL-TRANS-FAILED.
           MOVE W-TOTAL-LINE-3   TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF W-HSTLOG-PRESENT
              MOVE W-HIST-LOADED    TO W-TL-HIST-LOADED
              MOVE W-TOTAL-LINE-4   TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE W-HIST-REVERSED  TO W-TL-HIST-REVERSED
              MOVE W-TOTAL-LINE-5   TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE W-HIST-FAILED    TO W-TL-HIST-FAILED
              MOVE W-TOTAL-LINE-6   TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * ----------------------------------------------------------------
      * AN UNEXPECTED KSDS FILE STATUS IS A HARD ERROR: REPORT IT AND
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

      * ----------------------------------------------------------------
      * AN UNEXPECTED HISTORY FILE STATUS IS TREATED THE SAME WAY.
      * ----------------------------------------------------------------
       HISTORY-HARD-ERROR.

           DISPLAY 'ERROR ON HISTORY-FILE='
                   W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                   ' CUSTOMER-ID=' HST-CUSTOMER-ID.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

       END PROGRAM PCUSTBKO.

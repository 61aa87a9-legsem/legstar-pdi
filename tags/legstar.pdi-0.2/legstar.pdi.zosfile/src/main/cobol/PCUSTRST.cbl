       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTRST.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTARC.
      *
      * ARCHIVED CUSTOMER REINSTATEMENT. PUTS NAMED CUSTOMERS TAKEN
      * OFF THE CUSTOMER KSDS BY PCUSTARC BACK ON IT WHEN THEY COME
      * BACK. THE CUSTOMER-IDS COME FROM THE RSTIN CARD FILE, ONE
      * KEYWORD=VALUE CARD EACH ('*' IN COLUMN 1 COMMENTS A CARD OUT,
      * BLANK CARDS ARE IGNORED), IN PCUSTSEL'S CARD DIALECT:
      *     CUSTID=N...         ONE CUSTOMER-ID TO REINSTATE.
      * AT LEAST ONE CARD IS REQUIRED, AND AT MOST 1000; A CUSTOMER-ID
      * GIVEN TWICE IS TAKEN ONCE. AN UNKNOWN KEYWORD OR A BAD VALUE
      * FAILS THE RUN BEFORE THE ARCHIVE IS READ.
      *
      * THE STANDING ARCHIVE (SEE RCUSTARC) IS READ FROM ARCIN AND
      * COPIED TO ARCOUT, LESS THE RECORDS OF EVERY CUSTOMER
      * REINSTATED, FOR THE DRIVING JCL TO COPY BACK OVER THE
      * ARCHIVE. EACH CUSTOMER REINSTATED GETS AN A TRANSACTION IN THE
      * PCUSTUPD MAINTIN LAYOUT ON MAINTOUT CARRYING ITS ARCHIVED
      * CUSTOMER-DATA RECORD UNCHANGED. THE KSDS ITSELF IS ONLY READ:
      * THE ADDS ARE APPLIED BY RUNNING PCUSTUPD OVER MAINTOUT, WHICH
      * JOURNALS THEM. A CUSTOMER ARCHIVED MORE THAN ONCE (A RERUN OF
      * AN ARCHIVE JOB) IS REINSTATED FROM ITS LATEST ARCHIVE RECORD
      * AND ALL OF ITS RECORDS LEAVE THE ARCHIVE.
      *
      * A CUSTOMER-ID ALREADY ON THE KSDS (RE-ADDED SINCE IT WAS
      * ARCHIVED, OR NEVER DELETED) IS NOT REINSTATED AND ITS ARCHIVE
      * RECORDS ARE KEPT; ONE NOT ON THE ARCHIVE CANNOT BE. BOTH ARE
      * LISTED ON THE REPORT, WHICH SHOWS EVERY CUSTOMER-ID ASKED FOR
      * IN CARD ORDER, FOLLOWED BY THE RUN CONTROL TOTALS.
      * CONDITION CODES: 0 EVERY CUSTOMER ASKED FOR REINSTATED, 4 AT
      * LEAST ONE NOT REINSTATED (SEE THE REPORT), 16 I/O ERROR OR A
      * BAD CONTROL CARD.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-CARD-FILE
           ASSIGN TO RSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CARD-FILE-STATUS.

           SELECT VSAM-CUSTOMER-FILE
           ASSIGN TO VSAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT ARCHIVE-IN-FILE
           ASSIGN TO ARCIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-ARCIN-FILE-STATUS.

           SELECT ARCHIVE-OUT-FILE
           ASSIGN TO ARCOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-ARCOUT-FILE-STATUS.

           SELECT MAINT-FILE
           ASSIGN TO MAINTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-MAINT-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTORE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESTORE-CARD               PIC X(80).

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

       FD ARCHIVE-IN-FILE
           RECORD CONTAINS 217 CHARACTERS.
       COPY RCUSTARC.

       FD ARCHIVE-OUT-FILE
           RECORD CONTAINS 217 CHARACTERS.
       01  ARCHIVE-OUT-RECORD         PIC X(217).

      * ----------------------------------------------------------------
      * MAINTENANCE TRANSACTION FILE IN PCUSTUPD'S MAINTIN LAYOUT:
      * THE ACTION CODE FOLLOWED BY A FULL CUSTOMER-DATA IMAGE PADDED
      * TO THE MAXIMUM 196-BYTE RECORD LENGTH.
      * ----------------------------------------------------------------
       FD MAINT-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01  MAINT-RECORD.
           05 UPD-ACTION              PIC X(1).
           05 UPD-CUSTOMER-IMAGE      PIC X(196).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-CARD-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-ARCIN-FILE-STATUS        PIC 9(2).
       01  W-ARCOUT-FILE-STATUS       PIC 9(2).
       01  W-MAINT-FILE-STATUS        PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-K                        PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
       01  W-CARDS-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 W-CARDS-EOF             VALUE 'Y'.
      * ----------------------------------------------------------------
      * CONTROL CARD PARSING WORK AREAS, AS IN PCUSTSEL.
      * ----------------------------------------------------------------
       01  W-CARD-KEYWORD             PIC X(10).
       01  W-CARD-VALUE               PIC X(70).
       01  W-EQUAL-POS                PIC 9(4) COMP.
       01  W-CARD-NUMBER              PIC 9(9) COMP.
       01  W-CARD-DIGIT-CNT           PIC 9(4) COMP.
       01  W-CARD-CHAR                PIC X(1).
       01  W-CARD-DIGIT REDEFINES W-CARD-CHAR
                                      PIC 9(1).
       01  W-NUMBER-OK-SWITCH         PIC X(1).
           88 W-NUMBER-OK             VALUE 'Y'.
      * ----------------------------------------------------------------
      * THE CUSTOMER-IDS ASKED FOR, IN CARD ORDER. W-RST-STATE SAYS
      * WHETHER THE CUSTOMER IS ALREADY ON THE KSDS, AND THE LATEST
      * ARCHIVE RECORD FOUND FOR IT IS KEPT IN THE ENTRY UNTIL THE
      * ARCHIVE HAS BEEN READ TO THE END.
      * ----------------------------------------------------------------
       01  W-RST-MAX                  PIC 9(4) COMP VALUE 1000.
       01  W-RST-CNT                  PIC 9(4) COMP VALUE ZERO.
       01  W-RST-IX                   PIC 9(4) COMP.
       01  W-RST-TABLE.
           05 W-RST-ENTRY OCCURS 1000.
              10 W-RST-CUSTOMER-ID    PIC 9(9).
              10 W-RST-STATE          PIC X(1).
                 88 W-RST-OFF-KSDS    VALUE 'N'.
                 88 W-RST-ON-KSDS     VALUE 'K'.
              10 W-RST-ARC-CNT        PIC 9(4) COMP.
              10 W-RST-ARCHIVE-DATE   PIC X(10).
              10 W-RST-REASON         PIC X(1).
              10 W-RST-IMAGE          PIC X(196).
              10 FILLER REDEFINES W-RST-IMAGE.
                 15 FILLER            PIC X(9).
                 15 W-RST-NAME        PIC X(20).
                 15 FILLER            PIC X(167).
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS.
      * ----------------------------------------------------------------
       01  W-CARDS-READ               PIC 9(9) COMP VALUE ZERO.
       01  W-DUPLICATE-CARDS          PIC 9(9) COMP VALUE ZERO.
       01  W-REINSTATED               PIC 9(9) COMP VALUE ZERO.
       01  W-HELD-ON-KSDS             PIC 9(9) COMP VALUE ZERO.
       01  W-NOT-ARCHIVED             PIC 9(9) COMP VALUE ZERO.
       01  W-ARCIN-READ               PIC 9(9) COMP VALUE ZERO.
       01  W-ARCOUT-WRITTEN           PIC 9(9) COMP VALUE ZERO.
       01  W-ARC-REMOVED              PIC 9(9) COMP VALUE ZERO.
       01  W-ADDS-WRITTEN             PIC 9(9) COMP VALUE ZERO.
      * ----------------------------------------------------------------
      * PAGE CONTROLS AND REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTRST'.
           05 FILLER                  PIC X(40)
              VALUE 'ARCHIVED CUSTOMER REINSTATEMENT'.
           05 FILLER                  PIC X(73) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(12)
              VALUE 'CUSTOMER-ID'.
           05 FILLER                  PIC X(22) VALUE 'NAME'.
           05 FILLER                  PIC X(12) VALUE 'ARCHIVED'.
           05 FILLER                  PIC X(17) VALUE 'REASON'.
           05 FILLER                  PIC X(7) VALUE '   RECS'.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'ACTION'.
       01  W-DETAIL-LINE.
           05 W-DET-CUSTOMER-ID       PIC 9(9).
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-NAME              PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-ARCHIVE-DATE      PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-REASON            PIC X(15).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-ARC-CNT           PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-ACTION            PIC X(30).
       01  W-TOTAL-LINE.
           05 W-TL-LABEL              PIC X(26).
           05 W-TL-CNT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'PCUSTRST STARTED. REINSTATING ARCHIVED CUSTOMERS'.

           PERFORM LOAD-CONTROL-CARDS
               THRU LOAD-CONTROL-CARDS-EXIT.

           PERFORM OPEN-RESTORE-FILES
               THRU OPEN-RESTORE-FILES-EXIT.

           PERFORM VARYING W-RST-IX FROM 1 BY 1
                   UNTIL W-RST-IX > W-RST-CNT
               PERFORM CHECK-ON-KSDS
                   THRU CHECK-ON-KSDS-EXIT
           END-PERFORM.

           PERFORM UNTIL W-EOF
               READ ARCHIVE-IN-FILE
                   AT END
                       SET W-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO W-ARCIN-READ
                       PERFORM SORT-ARCHIVE-RECORD
                           THRU SORT-ARCHIVE-RECORD-EXIT
               END-READ
               IF W-ARCIN-FILE-STATUS NOT = ZERO
                       AND W-ARCIN-FILE-STATUS NOT = 10
                  DISPLAY 'ERROR READING ARCHIVE-IN-FILE='
                          W-ARCIN-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO PROGRAM-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING W-RST-IX FROM 1 BY 1
                   UNTIL W-RST-IX > W-RST-CNT
               PERFORM REINSTATE-ONE-CUSTOMER
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           IF W-HELD-ON-KSDS NOT = ZERO
                   OR W-NOT-ARCHIVED NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'CUSTID CARDS READ       = ' W-CARDS-READ.
           DISPLAY 'REINSTATED              = ' W-REINSTATED.
           DISPLAY 'HELD, ALREADY ON KSDS   = ' W-HELD-ON-KSDS.
           DISPLAY 'NOT ON THE ARCHIVE      = ' W-NOT-ARCHIVED.
           DISPLAY 'ARCHIVE RECORDS READ    = ' W-ARCIN-READ.
           DISPLAY 'ARCHIVE RECORDS KEPT    = ' W-ARCOUT-WRITTEN.
           DISPLAY 'ARCHIVE RECORDS REMOVED = ' W-ARC-REMOVED.
           DISPLAY 'ADDS WRITTEN            = ' W-ADDS-WRITTEN.

           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE ARCHIVE-IN-FILE.
           CLOSE ARCHIVE-OUT-FILE.
           CLOSE MAINT-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * LOADS AND VALIDATES THE CONTROL CARDS INTO THE TABLE OF
      * CUSTOMER-IDS ASKED FOR. AN UNKNOWN KEYWORD, A BAD VALUE, TOO
      * MANY CARDS OR NO CARD AT ALL FAILS THE RUN HERE, BEFORE ANY
      * OTHER FILE IS OPENED.
      * ----------------------------------------------------------------
       LOAD-CONTROL-CARDS.

           OPEN INPUT RESTORE-CARD-FILE.
           IF W-CARD-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RESTORE-CARD-FILE='
                      W-CARD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM UNTIL W-CARDS-EOF
               READ RESTORE-CARD-FILE
                   AT END
                       SET W-CARDS-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONTROL-CARD
                           THRU LOAD-ONE-CONTROL-CARD-EXIT
               END-READ
           END-PERFORM.

           CLOSE RESTORE-CARD-FILE.

           IF W-RST-CNT = ZERO
              DISPLAY 'NO CUSTID CARD. NOTHING TO REINSTATE'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * PARSES ONE CONTROL CARD AND ADDS ITS CUSTOMER-ID TO THE TABLE
      * UNLESS IT IS ALREADY THERE.
      * ----------------------------------------------------------------
       LOAD-ONE-CONTROL-CARD.

           IF RESTORE-CARD = SPACE OR RESTORE-CARD(1:1) = '*'
              GO TO LOAD-ONE-CONTROL-CARD-EXIT
           END-IF.

           MOVE ZERO TO W-EQUAL-POS.
           INSPECT RESTORE-CARD TALLYING W-EQUAL-POS
               FOR CHARACTERS BEFORE INITIAL '='.
           IF W-EQUAL-POS = ZERO OR W-EQUAL-POS > 10
              PERFORM BAD-CONTROL-CARD
           END-IF.
           MOVE RESTORE-CARD(1:W-EQUAL-POS) TO W-CARD-KEYWORD.
           MOVE SPACE TO W-CARD-VALUE.
           IF W-EQUAL-POS < 79
              MOVE RESTORE-CARD(W-EQUAL-POS + 2:) TO W-CARD-VALUE
           END-IF.

           IF W-CARD-KEYWORD NOT = 'CUSTID'
              PERFORM BAD-CONTROL-CARD
           END-IF.
           PERFORM CHECK-CARD-NUMBER
               THRU CHECK-CARD-NUMBER-EXIT.
           IF NOT W-NUMBER-OK
              PERFORM BAD-CONTROL-CARD
           END-IF.
           ADD 1 TO W-CARDS-READ.

           PERFORM VARYING W-RST-IX FROM 1 BY 1
                   UNTIL W-RST-IX > W-RST-CNT
               IF W-RST-CUSTOMER-ID(W-RST-IX) = W-CARD-NUMBER
                  DISPLAY 'CUSTID ' W-CARD-NUMBER
                          ' GIVEN MORE THAN ONCE. TAKEN ONCE'
                  ADD 1 TO W-DUPLICATE-CARDS
                  GO TO LOAD-ONE-CONTROL-CARD-EXIT
               END-IF
           END-PERFORM.

           IF W-RST-CNT >= W-RST-MAX
              DISPLAY 'MORE THAN ' W-RST-MAX ' CUSTID CARDS'
              PERFORM BAD-CONTROL-CARD
           END-IF.
           ADD 1 TO W-RST-CNT.
           MOVE W-CARD-NUMBER TO W-RST-CUSTOMER-ID(W-RST-CNT).
           SET W-RST-OFF-KSDS(W-RST-CNT) TO TRUE.
           MOVE ZERO  TO W-RST-ARC-CNT(W-RST-CNT).
           MOVE SPACE TO W-RST-ARCHIVE-DATE(W-RST-CNT)
                         W-RST-REASON(W-RST-CNT)
                         W-RST-IMAGE(W-RST-CNT).

       LOAD-ONE-CONTROL-CARD-EXIT.
           EXIT.

       BAD-CONTROL-CARD.

           DISPLAY 'BAD CONTROL CARD: ' RESTORE-CARD.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

      * ----------------------------------------------------------------
      * CONVERTS THE VALUE ON THE CURRENT CARD TO A NUMBER: DIGITS UP
      * TO THE FIRST BLANK, AT LEAST ONE AND AT MOST NINE OF THEM,
      * NOTHING ELSE. LEAVES THE RESULT IN W-CARD-NUMBER. THE SAME
      * FREE-FORM RULE AS PCUSTSEL.
      * ----------------------------------------------------------------
       CHECK-CARD-NUMBER.

           MOVE 'N' TO W-NUMBER-OK-SWITCH.
           MOVE ZERO TO W-CARD-NUMBER.
           MOVE ZERO TO W-CARD-DIGIT-CNT.

           PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 70
                      OR W-CARD-VALUE(W-K:1) = SPACE
               MOVE W-CARD-VALUE(W-K:1) TO W-CARD-CHAR
               IF W-CARD-CHAR NOT NUMERIC
                  GO TO CHECK-CARD-NUMBER-EXIT
               END-IF
               ADD 1 TO W-CARD-DIGIT-CNT
               IF W-CARD-DIGIT-CNT > 9
                  GO TO CHECK-CARD-NUMBER-EXIT
               END-IF
               COMPUTE W-CARD-NUMBER
                     = (W-CARD-NUMBER * 10) + W-CARD-DIGIT
           END-PERFORM.

           IF W-CARD-DIGIT-CNT NOT = ZERO
              SET W-NUMBER-OK TO TRUE
           END-IF.

       CHECK-CARD-NUMBER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * OPENS THE KSDS FOR THE LOOKUPS, THE ARCHIVE IN AND OUT, THE
      * MAINTENANCE OUTPUT AND THE REPORT.
      * ----------------------------------------------------------------
       OPEN-RESTORE-FILES.

           OPEN INPUT VSAM-CUSTOMER-FILE.
           IF W-VSAM-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING VSAM-CUSTOMER-FILE='
                      W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN INPUT ARCHIVE-IN-FILE.
           IF W-ARCIN-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ARCHIVE-IN-FILE='
                      W-ARCIN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT ARCHIVE-OUT-FILE.
           IF W-ARCOUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ARCHIVE-OUT-FILE='
                      W-ARCOUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT MAINT-FILE.
           IF W-MAINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MAINT-FILE=' W-MAINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       OPEN-RESTORE-FILES-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * LOOKS CUSTOMER W-RST-IX UP ON THE KSDS. A CUSTOMER ALREADY
      * THERE MUST NOT BE ADDED AGAIN, SO ITS ARCHIVE RECORDS STAY
      * WHERE THEY ARE.
      * ----------------------------------------------------------------
       CHECK-ON-KSDS.

           MOVE W-RST-CUSTOMER-ID(W-RST-IX) TO VSAM-CUSTOMER-ID.
           READ VSAM-CUSTOMER-FILE.
           EVALUATE W-VSAM-FILE-STATUS
              WHEN ZERO
                 SET W-RST-ON-KSDS(W-RST-IX) TO TRUE
              WHEN 23
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING VSAM-CUSTOMER-FILE='
                         W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

       CHECK-ON-KSDS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * AN ARCHIVE RECORD FOR A CUSTOMER BEING REINSTATED IS TAKEN
      * INTO ITS TABLE ENTRY (A LATER ONE REPLACING AN EARLIER ONE)
      * AND LEAVES THE ARCHIVE; EVERY OTHER RECORD IS COPIED TO THE
      * NEW ARCHIVE AS IT IS.
      * ----------------------------------------------------------------
       SORT-ARCHIVE-RECORD.

           PERFORM VARYING W-RST-IX FROM 1 BY 1
                   UNTIL W-RST-IX > W-RST-CNT
                      OR W-RST-CUSTOMER-ID(W-RST-IX) = ARC-CUSTOMER-ID
               CONTINUE
           END-PERFORM.

           IF W-RST-IX NOT > W-RST-CNT
              ADD 1 TO W-RST-ARC-CNT(W-RST-IX)
              MOVE ARC-ARCHIVE-DATE   TO W-RST-ARCHIVE-DATE(W-RST-IX)
              MOVE ARC-REASON         TO W-RST-REASON(W-RST-IX)
              MOVE ARC-CUSTOMER-IMAGE TO W-RST-IMAGE(W-RST-IX)
              IF W-RST-OFF-KSDS(W-RST-IX)
                 ADD 1 TO W-ARC-REMOVED
                 GO TO SORT-ARCHIVE-RECORD-EXIT
              END-IF
           END-IF.

           WRITE ARCHIVE-OUT-RECORD FROM ARCHIVE-RECORD.
           IF W-ARCOUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO ARCHIVE-OUT-FILE='
                      W-ARCOUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           ADD 1 TO W-ARCOUT-WRITTEN.

       SORT-ARCHIVE-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * SETTLES CUSTOMER W-RST-IX ONCE THE WHOLE ARCHIVE HAS BEEN READ:
      * AN A TRANSACTION FROM ITS LATEST ARCHIVE RECORD, OR THE REASON
      * IT CANNOT BE REINSTATED, AND ITS REPORT LINE.
      * ----------------------------------------------------------------
       REINSTATE-ONE-CUSTOMER.

           MOVE W-RST-CUSTOMER-ID(W-RST-IX)  TO W-DET-CUSTOMER-ID.
           MOVE W-RST-NAME(W-RST-IX)         TO W-DET-NAME.
           MOVE W-RST-ARCHIVE-DATE(W-RST-IX) TO W-DET-ARCHIVE-DATE.
           MOVE W-RST-ARC-CNT(W-RST-IX)      TO W-DET-ARC-CNT.
           EVALUATE W-RST-REASON(W-RST-IX)
              WHEN 'D'
                 MOVE 'DORMANT' TO W-DET-REASON
              WHEN 'Z'
                 MOVE 'NO TRANSACTIONS' TO W-DET-REASON
              WHEN OTHER
                 MOVE SPACE TO W-DET-REASON
           END-EVALUATE.

           EVALUATE TRUE
              WHEN W-RST-ON-KSDS(W-RST-IX)
                 ADD 1 TO W-HELD-ON-KSDS
                 MOVE 'HELD - ALREADY ON THE KSDS' TO W-DET-ACTION
              WHEN W-RST-ARC-CNT(W-RST-IX) = ZERO
                 ADD 1 TO W-NOT-ARCHIVED
                 MOVE 'NOT ON THE ARCHIVE' TO W-DET-ACTION
              WHEN OTHER
                 MOVE 'A' TO UPD-ACTION
                 MOVE W-RST-IMAGE(W-RST-IX) TO UPD-CUSTOMER-IMAGE
                 WRITE MAINT-RECORD
                 IF W-MAINT-FILE-STATUS NOT = ZERO
                    DISPLAY 'ERROR WRITING TO MAINT-FILE='
                            W-MAINT-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    GO TO PROGRAM-EXIT
                 END-IF
                 ADD 1 TO W-ADDS-WRITTEN
                 ADD 1 TO W-REINSTATED
                 MOVE 'REINSTATED' TO W-DET-ACTION
           END-EVALUATE.

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

       PRINT-TOTAL-LINES.

           IF W-LINE-CNT > W-PAGE-LIMIT - 12
              PERFORM PRINT-PAGE-HEADING
           END-IF.

           MOVE 'CUSTID CARDS READ       = ' TO W-TL-LABEL.
           MOVE W-CARDS-READ TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE '  GIVEN MORE THAN ONCE  = ' TO W-TL-LABEL.
           MOVE W-DUPLICATE-CARDS TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'REINSTATED              = ' TO W-TL-LABEL.
           MOVE W-REINSTATED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'HELD, ALREADY ON KSDS   = ' TO W-TL-LABEL.
           MOVE W-HELD-ON-KSDS TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'NOT ON THE ARCHIVE      = ' TO W-TL-LABEL.
           MOVE W-NOT-ARCHIVED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.

           MOVE 'ARCHIVE RECORDS READ    = ' TO W-TL-LABEL.
           MOVE W-ARCIN-READ TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE '  KEPT ON THE ARCHIVE   = ' TO W-TL-LABEL.
           MOVE W-ARCOUT-WRITTEN TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  REMOVED, REINSTATED   = ' TO W-TL-LABEL.
           MOVE W-ARC-REMOVED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'ADDS WRITTEN            = ' TO W-TL-LABEL.
           MOVE W-ADDS-WRITTEN TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.

           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       END PROGRAM PCUSTRST.

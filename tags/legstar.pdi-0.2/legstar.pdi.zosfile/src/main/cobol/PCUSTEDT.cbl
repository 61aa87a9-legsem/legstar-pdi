       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTEDT.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTUPD AND PCUSTPST.
      *
      * PRE-EDITS THE INPUT OF PCUSTUPD (MAINTIN) OR PCUSTPST (TRNIN)
      * BEFORE IT TOUCHES THE CUSTOMER KSDS. THOSE TWO PROGRAMS ONLY
      * EDIT AGAINST WHAT IS ON THE KSDS (DUPLICATE ADD, MISSING KEY,
      * FULL OCCURRENCES); THIS STEP RUNS AHEAD OF THEM AND SPLITS THE
      * INPUT INTO A CLEAN FILE, WHICH IS WHAT THEY THEN READ, AND A
      * SUSPENSE FILE (SEE RCUSTSUS) WITH A REASON CODE ON EVERY
      * RECORD HELD BACK:
      *     01 - A TRANSACTION-DATE (TRN-DATE ON A POSTING) THAT IS
      *          NOT A REAL YYYY-MM-DD CALENDAR DATE.
      *     02 - A TRANSACTION-AMOUNT (TRN-AMOUNT) THAT IS NOT
      *          NUMERIC.
      *     03 - A TRANSACTION-NBR ABOVE THE 5-OCCURRENCE MAXIMUM
      *          INSIDE A MAINTIN IMAGE.
      *     04 - MORE THAN ONE MAINTIN ACTION FOR THE SAME
      *          CUSTOMER-ID IN ONE BATCH. THERE IS NO SAYING WHICH
      *          ONE IS MEANT, SO EVERY ACTION FOR THAT CUSTOMER IS
      *          HELD UNTIL THE EXTRA ONES ARE REMOVED FROM SUSPENSE.
      * A RECORD FAILING MORE THAN ONE EDIT CARRIES THE FIRST CODE IT
      * FAILED IN THE ORDER 03, 01, 02, 04. THE DATE AND AMOUNT EDITS
      * COVER THE OCCURRENCES AN ADD OR CHANGE IMAGE WILL APPLY; A
      * DELETE ONLY NEEDS ITS CUSTOMER-ID. SEVERAL POSTINGS FOR ONE
      * CUSTOMER ARE NORMAL AND ARE NOT EDITED AS DUPLICATES.
      *
      * THE SUSPENSE FILE IS A STANDING DATASET. SUSIN IS LAST
      * CYCLE'S, AFTER ANY CORRECTIONS HAVE BEEN MADE TO IT IN PLACE;
      * EVERY RECORD ON IT IS EDITED AGAIN, AHEAD OF THE NEW INPUT,
      * AND GOES TO THE CLEAN FILE IF IT NOW PASSES OR TO SUSOUT IF
      * IT STILL FAILS, KEEPING THE DATE IT WAS FIRST SUSPENDED. NEW
      * INPUT THAT FAILS GOES TO SUSOUT DATED TODAY. THE DRIVING JCL
      * COPIES SUSOUT BACK OVER THE STANDING DATASET, SO NO ITEM IS
      * LOST: IT IS EITHER ON ITS WAY TO THE KSDS OR STILL IN
      * SUSPENSE. TO DROP AN ITEM FOR GOOD, DELETE IT FROM SUSPENSE.
      *
      * THE REPORT ON RPTFILE LISTS EVERY RECORD SUSPENDED, STILL
      * HELD OR RELEASED FROM SUSPENSE THIS CYCLE, WITH ITS REASON AND
      * DAYS IN SUSPENSE, AND FLAGS EVERY ITEM STILL HELD MORE THAN
      * L-SUSPENSE-DAYS DAYS AFTER IT WAS FIRST SUSPENDED.
      * CONDITION CODES: 0 CLEAN (NOTHING IN SUSPENSE), 4 ITEMS IN
      * SUSPENSE, 8 ITEMS IN SUSPENSE PAST THE DAY LIMIT, 16 I/O
      * ERROR, A BAD PARM, A SUSPENSE RECORD FROM THE OTHER INPUT OR
      * A BATCH TOO LARGE FOR THE DUPLICATE-ACTION TABLE. ON 16 THE
      * CLEAN AND SUSPENSE OUTPUTS ARE INCOMPLETE AND MUST NOT BE
      * USED; THE JCL BYPASSES THE REST OF THE JOB.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE
           ASSIGN TO MAINTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-MAINT-FILE-STATUS.

           SELECT MAINT-CLEAN-FILE
           ASSIGN TO MAINTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-MAINT-CLEAN-FILE-STATUS.

           SELECT POST-FILE
           ASSIGN TO TRNIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-POST-FILE-STATUS.

           SELECT POST-CLEAN-FILE
           ASSIGN TO TRNOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-POST-CLEAN-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-IN-FILE
           ASSIGN TO SUSIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-SUSIN-FILE-STATUS.

           SELECT SUSPENSE-OUT-FILE
           ASSIGN TO SUSOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-SUSOUT-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ----------------------------------------------------------------
      * MAINTENANCE TRANSACTIONS IN AND OUT: THE ACTION CODE AND THE
      * 196-BYTE CUSTOMER-DATA IMAGE PCUSTUPD READS.
      * ----------------------------------------------------------------
       FD MAINT-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01  MAINT-RECORD               PIC X(197).

       FD MAINT-CLEAN-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01  MAINT-CLEAN-RECORD         PIC X(197).
      * ----------------------------------------------------------------
      * POSTINGS IN AND OUT, IN THE 40-BYTE RCUSTTRN LAYOUT PCUSTPST
      * READS.
      * ----------------------------------------------------------------
       FD POST-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  POST-RECORD                PIC X(40).

       FD POST-CLEAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  POST-CLEAN-RECORD          PIC X(40).

       FD SUSPENSE-IN-FILE
           RECORD CONTAINS 208 CHARACTERS.
       01  SUSPENSE-IN-RECORD         PIC X(208).

       FD SUSPENSE-OUT-FILE
           RECORD CONTAINS 208 CHARACTERS.
       01  SUSPENSE-OUT-RECORD        PIC X(208).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-MAINT-FILE-STATUS        PIC 9(2).
       01  W-MAINT-CLEAN-FILE-STATUS  PIC 9(2).
       01  W-POST-FILE-STATUS         PIC 9(2).
       01  W-POST-CLEAN-FILE-STATUS   PIC 9(2).
       01  W-SUSIN-FILE-STATUS        PIC 9(2).
       01  W-SUSOUT-FILE-STATUS       PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
       01  W-SUSIN-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 W-SUSIN-EOF             VALUE 'Y'.
      * ----------------------------------------------------------------
      * SUSPENSE RECORD WORK AREA, AND THE WORKING COPIES THE INPUT
      * RECORD IS PICKED APART IN: A MAINTIN IMAGE IS UNPACKED INTO
      * CUSTOMER-DATA (SO ITS COMP TRANSACTION-NBR DRIVES THE OCCURS,
      * AS IN PCUSTUPD), A POSTING INTO TRANSACTION-DETAIL.
      * ----------------------------------------------------------------
       COPY RCUSTSUS.
       COPY RCUSTDAT.
       COPY RCUSTTRN.
      * ----------------------------------------------------------------
      * THE RECORD BEING EDITED, WHETHER IT CAME FROM SUSPENSE OR
      * FROM THE NEW INPUT, AND WHAT THE EDIT FOUND. W-EDIT-REASON IS
      * ZERO FOR A CLEAN RECORD, OTHERWISE A SUS-REASON CODE.
      * ----------------------------------------------------------------
       01  W-EDIT-RECORD              PIC X(197).
       01  W-MAINT-EDIT-VIEW REDEFINES W-EDIT-RECORD.
           05 W-EDIT-ACTION           PIC X(1).
              88 W-EDIT-ACTION-ADD    VALUE 'A'.
              88 W-EDIT-ACTION-CHANGE VALUE 'C'.
           05 W-EDIT-IMAGE            PIC X(196).
       01  W-EDIT-ORIGIN-SWITCH       PIC X(1).
           88 W-EDIT-FROM-SUSPENSE    VALUE 'S'.
           88 W-EDIT-FROM-INPUT       VALUE 'I'.
       01  W-EDIT-CUSTOMER-ID         PIC X(9).
       01  W-EDIT-FIRST-DATE          PIC X(8).
       01  W-EDIT-DAYS-HELD           PIC S9(7) COMP.
       01  W-EDIT-REASON              PIC 9(2).
       01  W-EDIT-DATE                PIC X(10).
      * ----------------------------------------------------------------
      * RUN DATE, THE DATE ITEMS SUSPENDED TODAY ARE STAMPED WITH AND
      * THE DATE THE DAYS IN SUSPENSE ARE COUNTED TO.
      * ----------------------------------------------------------------
       01  W-RUN-DATE                 PIC X(8).
       01  W-RUN-INT                  PIC 9(7) COMP.
      * ----------------------------------------------------------------
      * CALENDAR VALIDATION WORK FIELDS FOR CHECK-ISO-DATE, AS IN
      * PCUSTAGE.
      * ----------------------------------------------------------------
       01  W-DATE-YMD.
           05 W-YMD-YEAR              PIC X(4).
           05 W-YMD-MONTH             PIC X(2).
           05 W-YMD-DAY               PIC X(2).
       01  W-DATE-YMD-NUM REDEFINES W-DATE-YMD
                                      PIC 9(8).
       01  W-MONTH-DAYS-VALUES        PIC X(24)
           VALUE '312831303130313130313031'.
       01  FILLER REDEFINES W-MONTH-DAYS-VALUES.
           05 W-MONTH-DAYS OCCURS 12  PIC 9(2).
       01  W-CHECK-YEAR               PIC 9(4).
       01  W-CHECK-MONTH              PIC 9(2).
       01  W-CHECK-DAY                PIC 9(2).
       01  W-MONTH-MAX-DAY            PIC 9(2).
       01  W-DATE-WORK-INT            PIC 9(7) COMP.
      * ----------------------------------------------------------------
      * MAINTIN ACTIONS PER CUSTOMER-ID FOR THE DUPLICATE-ACTION EDIT,
      * COUNTED OVER THE WHOLE BATCH (SUSPENSE AND NEW INPUT) BEFORE
      * ANY RECORD IS EDITED. KEPT IN CUSTOMER-ID ORDER AND SEARCHED
      * BY HALVES. 50000 DISTINCT CUSTOMERS IS FAR BEYOND ANY
      * MAINTENANCE BATCH; A LARGER ONE STOPS THE RUN UP FRONT,
      * BEFORE ANY OUTPUT IS WRITTEN.
      * ----------------------------------------------------------------
       01  W-ACT-MAX                  PIC 9(9) COMP VALUE 50000.
       01  W-ACT-CNT                  PIC 9(9) COMP VALUE ZERO.
       01  W-ACT-LO                   PIC 9(9) COMP.
       01  W-ACT-HI                   PIC 9(9) COMP.
       01  W-ACT-MID                  PIC 9(9) COMP.
       01  W-ACT-NDX                  PIC 9(9) COMP.
       01  W-ACT-FOUND-SWITCH         PIC X(1).
           88 W-ACT-FOUND             VALUE 'Y'.
       01  W-ACT-TABLE.
           05 W-ACT-ENTRY OCCURS 50000.
              10 W-ACT-CUSTOMER-ID    PIC X(9).
              10 W-ACT-CNT-FOR-ID     PIC 9(4) COMP.
      * ----------------------------------------------------------------
      * REASON TEXTS FOR THE REPORT, INDEXED BY SUS-REASON.
      * ----------------------------------------------------------------
       01  W-REASON-TEXT-VALUES.
           05 FILLER                  PIC X(33)
              VALUE 'INVALID TRANSACTION-DATE'.
           05 FILLER                  PIC X(33)
              VALUE 'NON-NUMERIC TRANSACTION-AMOUNT'.
           05 FILLER                  PIC X(33)
              VALUE 'TRANSACTION-NBR ABOVE 5'.
           05 FILLER                  PIC X(33)
              VALUE 'MORE THAN ONE ACTION FOR CUSTOMER'.
       01  FILLER REDEFINES W-REASON-TEXT-VALUES.
           05 W-REASON-TEXT OCCURS 4  PIC X(33).
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS, PRINTED ON THE REPORT AND DISPLAYED AT
      * PROGRAM-EXIT FOR OPERATIONS. EVERY RECORD READ ENDS UP ON
      * EXACTLY ONE OF THE CLEAN FILE OR SUSOUT.
      * ----------------------------------------------------------------
       01  W-INPUT-READ               PIC 9(9) COMP VALUE ZERO.
       01  W-SUSIN-READ               PIC 9(9) COMP VALUE ZERO.
       01  W-CLEAN-FROM-INPUT         PIC 9(9) COMP VALUE ZERO.
       01  W-CLEAN-FROM-SUSPENSE      PIC 9(9) COMP VALUE ZERO.
       01  W-NEWLY-SUSPENDED          PIC 9(9) COMP VALUE ZERO.
       01  W-STILL-HELD               PIC 9(9) COMP VALUE ZERO.
       01  W-HELD-PAST-LIMIT          PIC 9(9) COMP VALUE ZERO.
       01  W-REASON-CNT-TABLE.
           05 W-REASON-CNT OCCURS 4   PIC 9(9) COMP.
      * ----------------------------------------------------------------
      * REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTEDT'.
           05 W-H1-TITLE              PIC X(40).
           05 FILLER                  PIC X(68) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(12) VALUE 'RESULT'.
           05 FILLER                  PIC X(13) VALUE 'CUSTOMER-ID'.
           05 FILLER                  PIC X(5) VALUE 'ACT'.
           05 FILLER                  PIC X(12) VALUE 'SUSPENDED'.
           05 FILLER                  PIC X(7) VALUE ' DAYS'.
           05 FILLER                  PIC X(38) VALUE 'REASON'.
       01  W-DETAIL-LINE.
           05 W-DET-RESULT            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-CUSTOMER-ID       PIC X(9).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-ACTION            PIC X(1).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-FIRST-DATE        PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-DAYS              PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-REASON            PIC 9(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-REASON-TEXT       PIC X(33).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-AGED              PIC X(26).
       01  W-TOTAL-LINE-1.
           05 FILLER                  PIC X(26)
              VALUE 'RECORDS READ FROM INPUT = '.
           05 W-TL-INPUT-READ         PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-2.
           05 FILLER                  PIC X(26)
              VALUE 'RECORDS READ FROM SUSIN = '.
           05 W-TL-SUSIN-READ         PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-3.
           05 FILLER                  PIC X(26)
              VALUE 'CLEAN FROM INPUT        = '.
           05 W-TL-CLEAN-INPUT        PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-4.
           05 FILLER                  PIC X(26)
              VALUE 'RELEASED FROM SUSPENSE  = '.
           05 W-TL-CLEAN-SUSPENSE     PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-5.
           05 FILLER                  PIC X(26)
              VALUE 'NEWLY SUSPENDED         = '.
           05 W-TL-NEWLY-SUSPENDED    PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-6.
           05 FILLER                  PIC X(26)
              VALUE 'STILL HELD IN SUSPENSE  = '.
           05 W-TL-STILL-HELD         PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-LINE-7.
           05 FILLER                  PIC X(26)
              VALUE 'HELD PAST THE DAY LIMIT = '.
           05 W-TL-PAST-LIMIT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(8) VALUE '  (OVER '.
           05 W-TL-LIMIT-DAYS         PIC ZZZZ9.
           05 FILLER                  PIC X(6) VALUE ' DAYS)'.
       01  W-TOTAL-REASON-LINE.
           05 FILLER                  PIC X(21)
              VALUE 'IN SUSPENSE, REASON '.
           05 W-TR-REASON             PIC 9(2).
           05 FILLER                  PIC X(3) VALUE ' = '.
           05 W-TR-CNT                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-TR-TEXT               PIC X(33).

       LINKAGE SECTION.
      * ----------------------------------------------------------------
      * L-INPUT-TYPE     - 'M' TO EDIT A MAINTIN FILE FOR PCUSTUPD,
      *                    'P' TO EDIT A POSTING FILE FOR PCUSTPST.
      * L-SUSPENSE-DAYS  - ITEMS STILL IN SUSPENSE MORE THAN THIS
      *                    MANY DAYS AFTER THEY WERE FIRST SUSPENDED
      *                    ARE FLAGGED ON THE REPORT AND END THE RUN
      *                    WITH CONDITION CODE 8.
      * ----------------------------------------------------------------
       01  L-PARM.
           05 FILLER                  PIC 9(4) COMP.
           05 L-INPUT-TYPE            PIC X(1).
              88 L-MAINT-INPUT        VALUE 'M'.
              88 L-POST-INPUT         VALUE 'P'.
           05 L-SUSPENSE-DAYS         PIC 9(5).

       PROCEDURE DIVISION USING L-PARM.

           DISPLAY 'PCUSTEDT STARTED. PRE-EDITING INPUT TYPE '
                   L-INPUT-TYPE ' SUSPENSE LIMIT ' L-SUSPENSE-DAYS
                   ' DAYS'.

           IF NOT L-MAINT-INPUT AND NOT L-POST-INPUT
              DISPLAY 'INVALID INPUT TYPE ' L-INPUT-TYPE
                      '. EXPECTED M OR P'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF L-SUSPENSE-DAYS NOT NUMERIC
              DISPLAY 'INVALID SUSPENSE-DAYS ' L-SUSPENSE-DAYS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
           MOVE W-RUN-DATE TO W-DATE-YMD.
           COMPUTE W-RUN-INT
                 = FUNCTION INTEGER-OF-DATE (W-DATE-YMD-NUM).
           MOVE ZERO TO W-REASON-CNT(1) W-REASON-CNT(2)
                        W-REASON-CNT(3) W-REASON-CNT(4).

           IF L-MAINT-INPUT
              MOVE 'MAINTIN PRE-EDIT AND SUSPENSE REPORT'
                   TO W-H1-TITLE
              PERFORM LOAD-ACTION-TABLE
                  THRU LOAD-ACTION-TABLE-EXIT
           ELSE
              MOVE 'POSTING PRE-EDIT AND SUSPENSE REPORT'
                   TO W-H1-TITLE
           END-IF.

           PERFORM OPEN-EDIT-FILES
               THRU OPEN-EDIT-FILES-EXIT.

      * ----------------------------------------------------------------
      * LAST CYCLE'S SUSPENSE FIRST, SO A RELEASED POSTING REACHES
      * THE KSDS AHEAD OF ANY NEWER POSTING FOR THE SAME CUSTOMER.
      * ----------------------------------------------------------------
           PERFORM UNTIL W-SUSIN-EOF
               PERFORM READ-SUSPENSE-RECORD
                   THRU READ-SUSPENSE-RECORD-EXIT
               IF NOT W-SUSIN-EOF
                  ADD 1 TO W-SUSIN-READ
                  MOVE 'S' TO W-EDIT-ORIGIN-SWITCH
                  MOVE SUS-INPUT-RECORD TO W-EDIT-RECORD
                  PERFORM AGE-SUSPENSE-RECORD
                      THRU AGE-SUSPENSE-RECORD-EXIT
                  PERFORM EDIT-ONE-RECORD
                      THRU EDIT-ONE-RECORD-EXIT
               END-IF
           END-PERFORM.

           PERFORM UNTIL W-EOF
               PERFORM READ-INPUT-RECORD
                   THRU READ-INPUT-RECORD-EXIT
               IF NOT W-EOF
                  ADD 1 TO W-INPUT-READ
                  MOVE 'I' TO W-EDIT-ORIGIN-SWITCH
                  MOVE W-RUN-DATE TO W-EDIT-FIRST-DATE
                  MOVE ZERO TO W-EDIT-DAYS-HELD
                  PERFORM EDIT-ONE-RECORD
                      THRU EDIT-ONE-RECORD-EXIT
               END-IF
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           EVALUATE TRUE
              WHEN W-HELD-PAST-LIMIT NOT = ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN W-NEWLY-SUSPENDED NOT = ZERO
              WHEN W-STILL-HELD NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       PROGRAM-EXIT.

           DISPLAY 'RECORDS READ FROM INPUT = ' W-INPUT-READ.
           DISPLAY 'RECORDS READ FROM SUSIN = ' W-SUSIN-READ.
           DISPLAY 'CLEAN FROM INPUT        = ' W-CLEAN-FROM-INPUT.
           DISPLAY 'RELEASED FROM SUSPENSE  = ' W-CLEAN-FROM-SUSPENSE.
           DISPLAY 'NEWLY SUSPENDED         = ' W-NEWLY-SUSPENDED.
           DISPLAY 'STILL HELD IN SUSPENSE  = ' W-STILL-HELD.
           DISPLAY 'HELD PAST THE DAY LIMIT = ' W-HELD-PAST-LIMIT.

           CLOSE MAINT-FILE.
           CLOSE MAINT-CLEAN-FILE.
           CLOSE POST-FILE.
           CLOSE POST-CLEAN-FILE.
           CLOSE SUSPENSE-IN-FILE.
           CLOSE SUSPENSE-OUT-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * OPENS THE INPUT AND CLEAN FILES OF THE TYPE BEING EDITED, THE
      * SUSPENSE FILES AND THE REPORT. A MISSING SUSIN (THE OPTIONAL
      * OPEN REPORTS 05 WHEN THE DATASET IS ABSENT, OR 35 WITHOUT A
      * DD STATEMENT) IS AN EMPTY SUSPENSE FILE, FOR THE FIRST CYCLE.
      * ----------------------------------------------------------------
       OPEN-EDIT-FILES.

           IF L-MAINT-INPUT
              OPEN INPUT MAINT-FILE
              IF W-MAINT-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING MAINT-FILE='
                         W-MAINT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
              OPEN OUTPUT MAINT-CLEAN-FILE
              IF W-MAINT-CLEAN-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING MAINT-CLEAN-FILE='
                         W-MAINT-CLEAN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           ELSE
              OPEN INPUT POST-FILE
              IF W-POST-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING POST-FILE='
                         W-POST-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
              OPEN OUTPUT POST-CLEAN-FILE
              IF W-POST-CLEAN-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING POST-CLEAN-FILE='
                         W-POST-CLEAN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN INPUT SUSPENSE-IN-FILE.
           EVALUATE W-SUSIN-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 05
              WHEN 35
                 DISPLAY 'NO SUSPENSE DATASET. NOTHING TO RECYCLE'
                 SET W-SUSIN-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING SUSPENSE-IN-FILE='
                         W-SUSIN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           OPEN OUTPUT SUSPENSE-OUT-FILE.
           IF W-SUSOUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING SUSPENSE-OUT-FILE='
                      W-SUSOUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       OPEN-EDIT-FILES-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * READS THE NEXT SUSPENSE RECORD INTO THE RCUSTSUS WORK AREA. A
      * RECORD FROM THE OTHER INPUT TYPE MEANS THE WRONG SUSPENSE
      * DATASET WAS SUPPLIED AND STOPS THE RUN.
      * ----------------------------------------------------------------
       READ-SUSPENSE-RECORD.

           READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
               AT END
                  SET W-SUSIN-EOF TO TRUE
                  GO TO READ-SUSPENSE-RECORD-EXIT
           END-READ.
           IF W-SUSIN-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING SUSPENSE-IN-FILE='
                      W-SUSIN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF SUS-SOURCE NOT = L-INPUT-TYPE
              DISPLAY 'SUSPENSE RECORD FROM INPUT TYPE ' SUS-SOURCE
                      ' ON A TYPE ' L-INPUT-TYPE ' RUN. WRONG SUSIN'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       READ-SUSPENSE-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * WORKS OUT HOW MANY DAYS A RECYCLED RECORD HAS BEEN IN
      * SUSPENSE, FROM THE DATE IT WAS FIRST SUSPENDED TO TODAY. A
      * FIRST DATE DAMAGED WHILE THE RECORD WAS BEING CORRECTED IS
      * RESET TO TODAY, SO THE ITEM STAYS DATED FROM HERE ON.
      * ----------------------------------------------------------------
       AGE-SUSPENSE-RECORD.

           MOVE SUS-FIRST-DATE TO W-EDIT-FIRST-DATE.
           MOVE ZERO TO W-EDIT-DAYS-HELD W-DATE-WORK-INT.
           IF W-EDIT-FIRST-DATE NUMERIC
              MOVE W-EDIT-FIRST-DATE TO W-DATE-YMD
              PERFORM CHECK-ISO-DATE THRU CHECK-ISO-DATE-EXIT
           END-IF.
           IF W-DATE-WORK-INT = ZERO OR W-DATE-WORK-INT > W-RUN-INT
              DISPLAY 'INVALID FIRST-SUSPENDED DATE ' SUS-FIRST-DATE
                      ' FOR ' SUS-INPUT-RECORD(1:10) '. RESET TO '
                      W-RUN-DATE
              MOVE W-RUN-DATE TO W-EDIT-FIRST-DATE
              GO TO AGE-SUSPENSE-RECORD-EXIT
           END-IF.
           COMPUTE W-EDIT-DAYS-HELD = W-RUN-INT - W-DATE-WORK-INT.

       AGE-SUSPENSE-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * READS THE NEXT NEW INPUT RECORD INTO W-EDIT-RECORD, A POSTING
      * PADDED WITH SPACES TO THE SUSPENSE RECORD WIDTH.
      * ----------------------------------------------------------------
       READ-INPUT-RECORD.

           IF L-MAINT-INPUT
              READ MAINT-FILE INTO W-EDIT-RECORD
                  AT END
                     SET W-EOF TO TRUE
                     GO TO READ-INPUT-RECORD-EXIT
              END-READ
              IF W-MAINT-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR READING MAINT-FILE='
                         W-MAINT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           ELSE
              READ POST-FILE INTO W-EDIT-RECORD
                  AT END
                     SET W-EOF TO TRUE
                     GO TO READ-INPUT-RECORD-EXIT
              END-READ
              IF W-POST-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR READING POST-FILE='
                         W-POST-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           END-IF.

       READ-INPUT-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * EDITS THE RECORD IN W-EDIT-RECORD AND ROUTES IT TO THE CLEAN
      * FILE OR TO SUSOUT, REPORTING EVERYTHING THAT IS NOT NEW AND
      * CLEAN.
      * ----------------------------------------------------------------
       EDIT-ONE-RECORD.

           MOVE ZERO TO W-EDIT-REASON.
           IF L-MAINT-INPUT
              PERFORM EDIT-MAINT-IMAGE
                  THRU EDIT-MAINT-IMAGE-EXIT
           ELSE
              PERFORM EDIT-POSTING
                  THRU EDIT-POSTING-EXIT
           END-IF.

           IF W-EDIT-REASON = ZERO
              PERFORM WRITE-CLEAN-RECORD
              IF W-EDIT-FROM-SUSPENSE
                 ADD 1 TO W-CLEAN-FROM-SUSPENSE
                 MOVE 'RELEASED' TO W-DET-RESULT
                 PERFORM REPORT-EDITED-RECORD
              ELSE
                 ADD 1 TO W-CLEAN-FROM-INPUT
              END-IF
           ELSE
              PERFORM WRITE-SUSPENSE-RECORD
              ADD 1 TO W-REASON-CNT(W-EDIT-REASON)
              IF W-EDIT-FROM-SUSPENSE
                 ADD 1 TO W-STILL-HELD
                 MOVE 'STILL HELD' TO W-DET-RESULT
              ELSE
                 ADD 1 TO W-NEWLY-SUSPENDED
                 MOVE 'SUSPENDED' TO W-DET-RESULT
              END-IF
              PERFORM REPORT-EDITED-RECORD
           END-IF.

       EDIT-ONE-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * EDITS A MAINTIN IMAGE. THE COUNT IS CHECKED BEFORE ANYTHING
      * SUBSCRIPTS THE OCCURS IT DRIVES; AN ADD OR CHANGE THEN HAS
      * EACH OCCURRENCE IT WILL APPLY EDITED; LAST, ANY IMAGE FOR A
      * CUSTOMER WITH MORE THAN ONE ACTION IN THE BATCH IS HELD.
      * ----------------------------------------------------------------
       EDIT-MAINT-IMAGE.

           MOVE W-EDIT-IMAGE TO CUSTOMER-DATA.
           MOVE W-EDIT-IMAGE(1:9) TO W-EDIT-CUSTOMER-ID.

           IF TRANSACTION-NBR > 5
              MOVE 03 TO W-EDIT-REASON
              GO TO EDIT-MAINT-IMAGE-EXIT
           END-IF.

           IF W-EDIT-ACTION-ADD OR W-EDIT-ACTION-CHANGE
              PERFORM VARYING W-J FROM 1 BY 1
                      UNTIL W-J > TRANSACTION-NBR
                         OR W-EDIT-REASON NOT = ZERO
                  MOVE TRANSACTION-DATE(W-J) TO W-EDIT-DATE
                  PERFORM CHECK-EDIT-DATE
                      THRU CHECK-EDIT-DATE-EXIT
                  IF W-DATE-WORK-INT = ZERO
                     MOVE 01 TO W-EDIT-REASON
                  ELSE
                     IF TRANSACTION-AMOUNT(W-J) NOT NUMERIC
                        MOVE 02 TO W-EDIT-REASON
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           IF W-EDIT-REASON NOT = ZERO
              GO TO EDIT-MAINT-IMAGE-EXIT
           END-IF.

           PERFORM FIND-ACTION-ENTRY
               THRU FIND-ACTION-ENTRY-EXIT.
           IF W-ACT-FOUND
              IF W-ACT-CNT-FOR-ID(W-ACT-MID) > 1
                 MOVE 04 TO W-EDIT-REASON
              END-IF
           END-IF.

       EDIT-MAINT-IMAGE-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * EDITS A POSTING: ITS DATE, THEN ITS AMOUNT.
      * ----------------------------------------------------------------
       EDIT-POSTING.

           MOVE W-EDIT-RECORD(1:40) TO TRANSACTION-DETAIL.
           MOVE W-EDIT-RECORD(1:9) TO W-EDIT-CUSTOMER-ID.

           MOVE TRN-DATE TO W-EDIT-DATE.
           PERFORM CHECK-EDIT-DATE
               THRU CHECK-EDIT-DATE-EXIT.
           IF W-DATE-WORK-INT = ZERO
              MOVE 01 TO W-EDIT-REASON
              GO TO EDIT-POSTING-EXIT
           END-IF.

           IF TRN-AMOUNT NOT NUMERIC
              MOVE 02 TO W-EDIT-REASON
           END-IF.

       EDIT-POSTING-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * CHECKS THAT W-EDIT-DATE IS LAID OUT YYYY-MM-DD WITH NUMERIC
      * PARTS, THEN HAS CHECK-ISO-DATE VALIDATE IT AGAINST THE
      * CALENDAR. W-DATE-WORK-INT IS LEFT ZERO FOR A BAD DATE.
      * ----------------------------------------------------------------
       CHECK-EDIT-DATE.

           MOVE ZERO TO W-DATE-WORK-INT.
           IF W-EDIT-DATE(1:4) NOT NUMERIC
                   OR W-EDIT-DATE(5:1) NOT = '-'
                   OR W-EDIT-DATE(6:2) NOT NUMERIC
                   OR W-EDIT-DATE(8:1) NOT = '-'
                   OR W-EDIT-DATE(9:2) NOT NUMERIC
              GO TO CHECK-EDIT-DATE-EXIT
           END-IF.
           MOVE W-EDIT-DATE(1:4) TO W-YMD-YEAR.
           MOVE W-EDIT-DATE(6:2) TO W-YMD-MONTH.
           MOVE W-EDIT-DATE(9:2) TO W-YMD-DAY.
           PERFORM CHECK-ISO-DATE THRU CHECK-ISO-DATE-EXIT.

       CHECK-EDIT-DATE-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * VALIDATES THE DATE IN W-DATE-YMD AGAINST THE REAL CALENDAR
      * AND, ONLY WHEN IT IS A REAL DATE, CONVERTS IT WITH FUNCTION
      * INTEGER-OF-DATE INTO W-DATE-WORK-INT. AN IMPOSSIBLE MONTH OR
      * DAY (INCLUDING FEBRUARY 29 OUTSIDE A LEAP YEAR) OR A YEAR
      * BELOW THE FUNCTION'S 1601 FLOOR LEAVES W-DATE-WORK-INT ZERO
      * FOR THE CALLER TO REJECT, AS IN PCUSTAGE.
      * ----------------------------------------------------------------
       CHECK-ISO-DATE.

           MOVE ZERO TO W-DATE-WORK-INT.
           MOVE W-YMD-YEAR  TO W-CHECK-YEAR.
           MOVE W-YMD-MONTH TO W-CHECK-MONTH.
           MOVE W-YMD-DAY   TO W-CHECK-DAY.

           IF W-CHECK-YEAR < 1601
                   OR W-CHECK-MONTH < 1 OR W-CHECK-MONTH > 12
              GO TO CHECK-ISO-DATE-EXIT
           END-IF.

           MOVE W-MONTH-DAYS(W-CHECK-MONTH) TO W-MONTH-MAX-DAY.
           IF W-CHECK-MONTH = 2
                   AND FUNCTION MOD (W-CHECK-YEAR, 4) = ZERO
                   AND (FUNCTION MOD (W-CHECK-YEAR, 100) NOT = ZERO
                     OR FUNCTION MOD (W-CHECK-YEAR, 400) = ZERO)
              MOVE 29 TO W-MONTH-MAX-DAY
           END-IF.

           IF W-CHECK-DAY < 1 OR W-CHECK-DAY > W-MONTH-MAX-DAY
              GO TO CHECK-ISO-DATE-EXIT
           END-IF.

           COMPUTE W-DATE-WORK-INT
                 = FUNCTION INTEGER-OF-DATE (W-DATE-YMD-NUM).

       CHECK-ISO-DATE-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * WRITES A RECORD THAT PASSED EVERY EDIT TO THE CLEAN FILE.
      * ----------------------------------------------------------------
       WRITE-CLEAN-RECORD.

           IF L-MAINT-INPUT
              WRITE MAINT-CLEAN-RECORD FROM W-EDIT-RECORD
              IF W-MAINT-CLEAN-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR WRITING TO MAINT-CLEAN-FILE='
                         W-MAINT-CLEAN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           ELSE
              WRITE POST-CLEAN-RECORD FROM W-EDIT-RECORD(1:40)
              IF W-POST-CLEAN-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR WRITING TO POST-CLEAN-FILE='
                         W-POST-CLEAN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           END-IF.

      * ----------------------------------------------------------------
      * WRITES A RECORD THAT FAILED AN EDIT TO SUSOUT WITH TODAY'S
      * REASON AND THE DATE IT WAS FIRST SUSPENDED.
      * ----------------------------------------------------------------
       WRITE-SUSPENSE-RECORD.

           MOVE L-INPUT-TYPE      TO SUS-SOURCE.
           MOVE W-EDIT-REASON     TO SUS-REASON.
           MOVE W-EDIT-FIRST-DATE TO SUS-FIRST-DATE.
           MOVE W-EDIT-RECORD     TO SUS-INPUT-RECORD.
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.
           IF W-SUSOUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO SUSPENSE-OUT-FILE='
                      W-SUSOUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * PRINTS ONE REPORT LINE FOR A RECORD SUSPENDED, STILL HELD OR
      * RELEASED. A RECORD STILL HELD PAST THE LIMIT IS FLAGGED.
      * ----------------------------------------------------------------
       REPORT-EDITED-RECORD.

           MOVE W-EDIT-CUSTOMER-ID TO W-DET-CUSTOMER-ID.
           IF L-MAINT-INPUT
              MOVE W-EDIT-ACTION TO W-DET-ACTION
           ELSE
              MOVE SPACE TO W-DET-ACTION
           END-IF.
           STRING W-EDIT-FIRST-DATE(1:4) '-' W-EDIT-FIRST-DATE(5:2)
                  '-' W-EDIT-FIRST-DATE(7:2)
                  DELIMITED BY SIZE INTO W-DET-FIRST-DATE.
           MOVE W-EDIT-DAYS-HELD TO W-DET-DAYS.
           MOVE SPACE TO W-DET-AGED.
           IF W-EDIT-REASON = ZERO
              MOVE ZERO  TO W-DET-REASON
              MOVE SPACE TO W-DET-REASON-TEXT
           ELSE
              MOVE W-EDIT-REASON TO W-DET-REASON
              MOVE W-REASON-TEXT(W-EDIT-REASON) TO W-DET-REASON-TEXT
              IF W-EDIT-DAYS-HELD > L-SUSPENSE-DAYS
                 ADD 1 TO W-HELD-PAST-LIMIT
                 MOVE '*** PAST THE DAY LIMIT ***' TO W-DET-AGED
              END-IF
           END-IF.

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

           IF W-PAGE-NBR = ZERO
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-INPUT-READ          TO W-TL-INPUT-READ.
           MOVE W-TOTAL-LINE-1        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE W-SUSIN-READ          TO W-TL-SUSIN-READ.
           MOVE W-TOTAL-LINE-2        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-CLEAN-FROM-INPUT    TO W-TL-CLEAN-INPUT.
           MOVE W-TOTAL-LINE-3        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-CLEAN-FROM-SUSPENSE TO W-TL-CLEAN-SUSPENSE.
           MOVE W-TOTAL-LINE-4        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-NEWLY-SUSPENDED     TO W-TL-NEWLY-SUSPENDED.
           MOVE W-TOTAL-LINE-5        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-STILL-HELD          TO W-TL-STILL-HELD.
           MOVE W-TOTAL-LINE-6        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE W-HELD-PAST-LIMIT     TO W-TL-PAST-LIMIT.
           MOVE L-SUSPENSE-DAYS       TO W-TL-LIMIT-DAYS.
           MOVE W-TOTAL-LINE-7        TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > 4
               MOVE W-J               TO W-TR-REASON
               MOVE W-REASON-CNT(W-J) TO W-TR-CNT
               MOVE W-REASON-TEXT(W-J) TO W-TR-TEXT
               MOVE W-TOTAL-REASON-LINE TO REPORT-LINE
               IF W-J = 1
                  WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               ELSE
                  WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * COUNTS THE MAINTIN ACTIONS PER CUSTOMER-ID OVER THE WHOLE
      * BATCH - LAST CYCLE'S SUSPENSE AND THE NEW INPUT - SO THE
      * DUPLICATE-ACTION EDIT SEES EVERY ACTION, WHICHEVER SIDE IT
      * ARRIVES ON. BOTH FILES ARE CLOSED AGAIN FOR THE EDIT PASS.
      * ----------------------------------------------------------------
       LOAD-ACTION-TABLE.

           OPEN INPUT SUSPENSE-IN-FILE.
           EVALUATE W-SUSIN-FILE-STATUS
              WHEN ZERO
                 PERFORM UNTIL W-SUSIN-EOF
                     PERFORM READ-SUSPENSE-RECORD
                         THRU READ-SUSPENSE-RECORD-EXIT
                     IF NOT W-SUSIN-EOF
                        MOVE SUS-INPUT-RECORD(2:9)
                             TO W-EDIT-CUSTOMER-ID
                        PERFORM COUNT-CUSTOMER-ACTION
                            THRU COUNT-CUSTOMER-ACTION-EXIT
                     END-IF
                 END-PERFORM
                 CLOSE SUSPENSE-IN-FILE
              WHEN 05
                 CLOSE SUSPENSE-IN-FILE
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING SUSPENSE-IN-FILE='
                         W-SUSIN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.
           MOVE 'N' TO W-SUSIN-EOF-SWITCH.

           OPEN INPUT MAINT-FILE.
           IF W-MAINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MAINT-FILE=' W-MAINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           PERFORM UNTIL W-EOF
               PERFORM READ-INPUT-RECORD
                   THRU READ-INPUT-RECORD-EXIT
               IF NOT W-EOF
                  MOVE W-EDIT-IMAGE(1:9) TO W-EDIT-CUSTOMER-ID
                  PERFORM COUNT-CUSTOMER-ACTION
                      THRU COUNT-CUSTOMER-ACTION-EXIT
               END-IF
           END-PERFORM.
           CLOSE MAINT-FILE.
           MOVE 'N' TO W-EOF-SWITCH.

           DISPLAY 'DISTINCT CUSTOMERS IN MAINTENANCE BATCH = '
                   W-ACT-CNT.

       LOAD-ACTION-TABLE-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * ADDS ONE ACTION FOR W-EDIT-CUSTOMER-ID TO THE TABLE, INSERTING
      * A NEW ENTRY IN CUSTOMER-ID ORDER WHERE THE SEARCH LEFT OFF.
      * ----------------------------------------------------------------
       COUNT-CUSTOMER-ACTION.

           PERFORM FIND-ACTION-ENTRY
               THRU FIND-ACTION-ENTRY-EXIT.
           IF W-ACT-FOUND
              ADD 1 TO W-ACT-CNT-FOR-ID(W-ACT-MID)
              GO TO COUNT-CUSTOMER-ACTION-EXIT
           END-IF.

           IF W-ACT-CNT >= W-ACT-MAX
              DISPLAY 'MAINTENANCE BATCH EXCEEDS ' W-ACT-MAX
                      ' DISTINCT CUSTOMERS. NOTHING EDITED'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM VARYING W-ACT-NDX FROM W-ACT-CNT BY -1
                   UNTIL W-ACT-NDX < W-ACT-LO
               MOVE W-ACT-ENTRY(W-ACT-NDX)
                   TO W-ACT-ENTRY(W-ACT-NDX + 1)
           END-PERFORM.
           ADD 1 TO W-ACT-CNT.
           MOVE W-EDIT-CUSTOMER-ID TO W-ACT-CUSTOMER-ID(W-ACT-LO).
           MOVE 1 TO W-ACT-CNT-FOR-ID(W-ACT-LO).

       COUNT-CUSTOMER-ACTION-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * SEARCHES THE TABLE BY HALVES FOR W-EDIT-CUSTOMER-ID. FOUND,
      * W-ACT-MID IS ITS ENTRY; NOT FOUND, W-ACT-LO IS WHERE IT
      * BELONGS.
      * ----------------------------------------------------------------
       FIND-ACTION-ENTRY.

           MOVE 'N' TO W-ACT-FOUND-SWITCH.
           MOVE 1 TO W-ACT-LO.
           MOVE W-ACT-CNT TO W-ACT-HI.
           PERFORM UNTIL W-ACT-LO > W-ACT-HI OR W-ACT-FOUND
               COMPUTE W-ACT-MID = (W-ACT-LO + W-ACT-HI) / 2
               EVALUATE TRUE
                  WHEN W-ACT-CUSTOMER-ID(W-ACT-MID) = W-EDIT-CUSTOMER-ID
                     SET W-ACT-FOUND TO TRUE
                  WHEN W-ACT-CUSTOMER-ID(W-ACT-MID) < W-EDIT-CUSTOMER-ID
                     COMPUTE W-ACT-LO = W-ACT-MID + 1
                  WHEN OTHER
                     COMPUTE W-ACT-HI = W-ACT-MID - 1
               END-EVALUATE
           END-PERFORM.

       FIND-ACTION-ENTRY-EXIT.
           EXIT.

       END PROGRAM PCUSTEDT.

       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTCHG.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTUPD.
      *
      * CUSTOMER CHANGE-HISTORY REPORT. READS THE ACCUMULATED
      * MAINTENANCE JOURNALS (SEE RCUSTJRN) - THE BATCH JOURNALS
      * PCUSTUPD WRITES AND THE ONLINE JOURNAL PCUSTMNT (CMNT) WRITES
      * - CONCATENATED ON JRNIN, AND FOR EVERY JOURNAL RECORD THAT
      * MATCHES THE SELECTION LISTS EACH CUSTOMER FIELD THE CHANGE
      * ALTERED, WITH ITS OLD AND NEW VALUES, UNDER THE DATE AND TIME
      * OF THE CHANGE, ITS SOURCE (BATCH OR ONLINE), THE CICS USER ID
      * AND TERMINAL OF AN ONLINE CHANGE, THE CUSTOMER-ID AND THE
      * ACTION. AN ADD LISTS EVERY FIELD IT SET (NO OLD VALUE), A
      * DELETE EVERY FIELD IT REMOVED (NO NEW VALUE). THE FIELDS ARE
      * THE NAME, ADDRESS, PHONE, TRANSACTION COUNT AND THE DATE,
      * AMOUNT AND COMMENT OF EACH TRANSACTION OCCURRENCE. RECORDS ARE
      * REPORTED IN THE ORDER READ, SO THE JOURNALS ARE CONCATENATED
      * OLDEST FIRST.
      *
      * THE SELECTION COMES FROM THE CHGIN CARD FILE, ONE
      * KEYWORD=VALUE CARD EACH ('*' IN COLUMN 1 COMMENTS A CARD OUT,
      * BLANK CARDS ARE IGNORED), IN PCUSTSEL'S CARD DIALECT:
      *     CUSTID=N...         ONE CUSTOMER-ID TO REPORT.
      *     FROMDATE=YYYY-MM-DD CHANGES MADE ON OR AFTER THIS DATE.
      *     TODATE=YYYY-MM-DD   CHANGES MADE ON OR BEFORE THIS DATE.
      * AT LEAST ONE CARD IS REQUIRED; GIVEN TOGETHER THEY ALL APPLY.
      * AN UNKNOWN KEYWORD, A BAD VALUE OR A FROMDATE AFTER THE TODATE
      * FAILS THE RUN BEFORE ANY JOURNAL RECORD IS READ.
      *
      * CONDITION CODES: 0 CLEAN, 4 NO JOURNAL RECORD MATCHED THE
      * SELECTION, 16 I/O ERROR OR A BAD CONTROL CARD.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
           ASSIGN TO JRNIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-JOURNAL-FILE-STATUS.

           SELECT CHANGE-CARD-FILE
           ASSIGN TO CHGIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CARD-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
           RECORD CONTAINS 420 CHARACTERS.
       COPY RCUSTJRN.

       FD CHANGE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-CARD                PIC X(80).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-JOURNAL-FILE-STATUS      PIC 9(2).
       01  W-CARD-FILE-STATUS         PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
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
      * THE SELECTION FROM THE CARDS. THE DATES ARE KEPT AS YYYYMMDD,
      * THE FORM OF JRN-RUN-DATE, AND DEFAULT TO AN OPEN RANGE.
      * ----------------------------------------------------------------
       01  W-SELECTION-SWITCH         PIC X(1) VALUE 'N'.
           88 W-SELECTION-GIVEN       VALUE 'Y'.
       01  W-CUSTID-SWITCH            PIC X(1) VALUE 'N'.
           88 W-CUSTID-GIVEN          VALUE 'Y'.
       01  W-SEL-CUSTOMER-ID          PIC 9(9) VALUE ZERO.
       01  W-SEL-FROM-DATE            PIC X(8) VALUE '00000000'.
       01  W-SEL-TO-DATE              PIC X(8) VALUE '99999999'.
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
       01  W-CHECK-DATE               PIC X(10).
      * ----------------------------------------------------------------
      * THE BEFORE- AND AFTER-IMAGES OF THE JOURNAL RECORD BEING
      * REPORTED, UNPACKED INTO THEIR CUSTOMER-DATA FIELDS. A SPACE
      * IMAGE (THE BEFORE-IMAGE OF AN ADD, THE AFTER-IMAGE OF A
      * DELETE) IS TAKEN AS A CUSTOMER WITH NO FIELDS AT ALL.
      * ----------------------------------------------------------------
       COPY RCUSTDAT
           REPLACING ==CUSTOMER-DATA== BY ==OLD-CUSTOMER-DATA==
                  ==CUSTOMER-ID== BY ==OLD-CUSTOMER-ID==
                  ==CUSTOMER-NAME== BY ==OLD-CUSTOMER-NAME==
                  ==CUSTOMER-ADDRESS==
               BY ==OLD-CUSTOMER-ADDRESS==
                  ==CUSTOMER-PHONE== BY ==OLD-CUSTOMER-PHONE==
                  ==TRANSACTION-NBR==
               BY ==OLD-TRANSACTION-NBR==
                  ==TRANSACTION-DATA==
               BY ==OLD-TRANSACTION-DATA==
                  ==TRANSACTION-DATE==
               BY ==OLD-TRANSACTION-DATE==
                  ==TRANSACTION-AMOUNT==
               BY ==OLD-TRANSACTION-AMOUNT==
                  ==TRANSACTION-COMMENT==
               BY ==OLD-TRANSACTION-COMMENT==.
       COPY RCUSTDAT
           REPLACING ==CUSTOMER-DATA== BY ==NEW-CUSTOMER-DATA==
                  ==CUSTOMER-ID== BY ==NEW-CUSTOMER-ID==
                  ==CUSTOMER-NAME== BY ==NEW-CUSTOMER-NAME==
                  ==CUSTOMER-ADDRESS==
               BY ==NEW-CUSTOMER-ADDRESS==
                  ==CUSTOMER-PHONE== BY ==NEW-CUSTOMER-PHONE==
                  ==TRANSACTION-NBR==
               BY ==NEW-TRANSACTION-NBR==
                  ==TRANSACTION-DATA==
               BY ==NEW-TRANSACTION-DATA==
                  ==TRANSACTION-DATE==
               BY ==NEW-TRANSACTION-DATE==
                  ==TRANSACTION-AMOUNT==
               BY ==NEW-TRANSACTION-AMOUNT==
                  ==TRANSACTION-COMMENT==
               BY ==NEW-TRANSACTION-COMMENT==.
       01  W-OLD-PRESENT-SWITCH       PIC X(1).
           88 W-OLD-PRESENT           VALUE 'Y'.
       01  W-NEW-PRESENT-SWITCH       PIC X(1).
           88 W-NEW-PRESENT           VALUE 'Y'.
       01  W-OLD-CNT                  PIC 9(4) COMP.
       01  W-NEW-CNT                  PIC 9(4) COMP.
       01  W-JRN-CUSTOMER-ID          PIC 9(9).
      * ----------------------------------------------------------------
      * ONE FIELD'S OLD AND NEW VALUES AS PRINTED. COMPARING THE
      * PRINTED FORMS TELLS WHETHER THE FIELD CHANGED.
      * ----------------------------------------------------------------
       01  W-FIELD-NAME               PIC X(16).
       01  W-OLD-TEXT                 PIC X(20).
       01  W-NEW-TEXT                 PIC X(20).
       01  W-EDIT-AMOUNT              PIC -ZZZ,ZZ9.99.
       01  W-EDIT-CNT                 PIC ZZZ9.
       01  W-EDIT-OCC                 PIC 9.
       01  W-FIELDS-LISTED            PIC 9(4) COMP.
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS, PRINTED ON THE REPORT AND DISPLAYED AT
      * PROGRAM-EXIT.
      * ----------------------------------------------------------------
       01  W-JOURNAL-READ             PIC 9(9) COMP VALUE ZERO.
       01  W-JOURNAL-SELECTED         PIC 9(9) COMP VALUE ZERO.
       01  W-BATCH-SELECTED           PIC 9(9) COMP VALUE ZERO.
       01  W-ONLINE-SELECTED          PIC 9(9) COMP VALUE ZERO.
       01  W-FIELD-CHANGES            PIC 9(9) COMP VALUE ZERO.
      * ----------------------------------------------------------------
      * REPORT LINE LAYOUTS. THE STAMP COLUMNS ARE PRINTED ON THE
      * FIRST LINE OF EACH JOURNAL RECORD ONLY.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTCHG'.
           05 FILLER                  PIC X(30)
              VALUE 'CUSTOMER CHANGE HISTORY'.
           05 W-H1-SELECTION          PIC X(60).
           05 FILLER                  PIC X(18) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-SELECTION-TEXT.
           05 FILLER                  PIC X(9) VALUE 'CUSTOMER '.
           05 W-ST-CUSTOMER           PIC X(9).
           05 FILLER                  PIC X(7) VALUE '  FROM '.
           05 W-ST-FROM               PIC X(10).
           05 FILLER                  PIC X(5) VALUE '  TO '.
           05 W-ST-TO                 PIC X(10).
       01  W-HEADING-2.
           05 FILLER                  PIC X(11) VALUE 'DATE'.
           05 FILLER                  PIC X(9) VALUE 'TIME'.
           05 FILLER                  PIC X(7) VALUE 'SOURCE'.
           05 FILLER                  PIC X(9) VALUE 'USER ID'.
           05 FILLER                  PIC X(5) VALUE 'TERM'.
           05 FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER                  PIC X(7) VALUE 'ACTION'.
           05 FILLER                  PIC X(17) VALUE 'FIELD'.
           05 FILLER                  PIC X(21) VALUE 'OLD VALUE'.
           05 FILLER                  PIC X(20) VALUE 'NEW VALUE'.
       01  W-DETAIL-LINE.
           05 W-DET-STAMP.
              10 W-DET-DATE           PIC X(10).
              10 FILLER               PIC X(1) VALUE SPACE.
              10 W-DET-TIME           PIC X(8).
              10 FILLER               PIC X(1) VALUE SPACE.
              10 W-DET-SOURCE         PIC X(6).
              10 FILLER               PIC X(1) VALUE SPACE.
              10 W-DET-USERID         PIC X(8).
              10 FILLER               PIC X(1) VALUE SPACE.
              10 W-DET-TERMID         PIC X(4).
              10 FILLER               PIC X(1) VALUE SPACE.
              10 W-DET-CUSTOMER-ID    PIC X(9).
              10 FILLER               PIC X(1) VALUE SPACE.
              10 W-DET-ACTION         PIC X(6).
              10 FILLER               PIC X(1) VALUE SPACE.
           05 W-DET-FIELD             PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-OLD               PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 W-DET-NEW               PIC X(20).
       01  W-TOTAL-LINE.
           05 W-TL-LABEL              PIC X(26).
           05 W-TL-CNT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'PCUSTCHG STARTED. LISTING CUSTOMER CHANGE HISTORY'.

           PERFORM LOAD-CONTROL-CARDS
               THRU LOAD-CONTROL-CARDS-EXIT.

           OPEN INPUT JOURNAL-FILE.
           IF W-JOURNAL-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING JOURNAL-FILE='
                      W-JOURNAL-FILE-STATUS
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
               READ JOURNAL-FILE
                   AT END
                       SET W-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO W-JOURNAL-READ
                       PERFORM REPORT-JOURNAL-RECORD
                           THRU REPORT-JOURNAL-RECORD-EXIT
               END-READ
               IF W-JOURNAL-FILE-STATUS NOT = ZERO
                       AND W-JOURNAL-FILE-STATUS NOT = 10
                  DISPLAY 'ERROR READING JOURNAL-FILE='
                          W-JOURNAL-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO PROGRAM-EXIT
               END-IF
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           IF W-JOURNAL-SELECTED = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'JOURNAL RECORDS READ = ' W-JOURNAL-READ.
           DISPLAY 'CHANGES SELECTED     = ' W-JOURNAL-SELECTED.
           DISPLAY '  FROM BATCH RUNS    = ' W-BATCH-SELECTED.
           DISPLAY '  FROM ONLINE (CMNT) = ' W-ONLINE-SELECTED.
           DISPLAY 'FIELD CHANGES LISTED = ' W-FIELD-CHANGES.

           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * LOADS AND VALIDATES THE CONTROL CARDS. AN UNKNOWN KEYWORD, A
      * BAD VALUE OR NO SELECTION AT ALL FAILS THE RUN HERE, BEFORE
      * THE JOURNALS ARE EVER OPENED. THE SELECTION IS ECHOED TO THE
      * JOB LOG AND PRINTED IN THE PAGE HEADING.
      * ----------------------------------------------------------------
       LOAD-CONTROL-CARDS.

           OPEN INPUT CHANGE-CARD-FILE.
           IF W-CARD-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CHANGE-CARD-FILE='
                      W-CARD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM UNTIL W-CARDS-EOF
               READ CHANGE-CARD-FILE
                   AT END
                       SET W-CARDS-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONTROL-CARD
                           THRU LOAD-ONE-CONTROL-CARD-EXIT
               END-READ
           END-PERFORM.

           CLOSE CHANGE-CARD-FILE.

           IF NOT W-SELECTION-GIVEN
              DISPLAY 'NO CUSTID, FROMDATE OR TODATE CARD. A SELECTION'
                      ' IS REQUIRED'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF W-SEL-FROM-DATE > W-SEL-TO-DATE
              DISPLAY 'FROMDATE ' W-SEL-FROM-DATE ' IS AFTER TODATE '
                      W-SEL-TO-DATE
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           IF W-CUSTID-GIVEN
              MOVE W-SEL-CUSTOMER-ID TO W-ST-CUSTOMER
           ELSE
              MOVE 'ALL' TO W-ST-CUSTOMER
           END-IF.
           IF W-SEL-FROM-DATE = '00000000'
              MOVE 'START' TO W-ST-FROM
           ELSE
              STRING W-SEL-FROM-DATE(1:4) '-' W-SEL-FROM-DATE(5:2) '-'
                     W-SEL-FROM-DATE(7:2)
                     DELIMITED BY SIZE INTO W-ST-FROM
           END-IF.
           IF W-SEL-TO-DATE = '99999999'
              MOVE 'END' TO W-ST-TO
           ELSE
              STRING W-SEL-TO-DATE(1:4) '-' W-SEL-TO-DATE(5:2) '-'
                     W-SEL-TO-DATE(7:2)
                     DELIMITED BY SIZE INTO W-ST-TO
           END-IF.
           MOVE W-SELECTION-TEXT TO W-H1-SELECTION.

           DISPLAY 'SELECTED CUSTOMER    = ' W-ST-CUSTOMER.
           DISPLAY 'CHANGES FROM         = ' W-ST-FROM.
           DISPLAY 'CHANGES TO           = ' W-ST-TO.

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * PARSES AND APPLIES ONE CONTROL CARD.
      * ----------------------------------------------------------------
       LOAD-ONE-CONTROL-CARD.

           IF CHANGE-CARD = SPACE OR CHANGE-CARD(1:1) = '*'
              GO TO LOAD-ONE-CONTROL-CARD-EXIT
           END-IF.

           MOVE ZERO TO W-EQUAL-POS.
           INSPECT CHANGE-CARD TALLYING W-EQUAL-POS
               FOR CHARACTERS BEFORE INITIAL '='.
           IF W-EQUAL-POS = ZERO OR W-EQUAL-POS > 10
              PERFORM BAD-CONTROL-CARD
           END-IF.
           MOVE CHANGE-CARD(1:W-EQUAL-POS) TO W-CARD-KEYWORD.
           MOVE SPACE TO W-CARD-VALUE.
           IF W-EQUAL-POS < 79
              MOVE CHANGE-CARD(W-EQUAL-POS + 2:) TO W-CARD-VALUE
           END-IF.

           EVALUATE W-CARD-KEYWORD
              WHEN 'CUSTID'
                 PERFORM CHECK-CARD-NUMBER
                     THRU CHECK-CARD-NUMBER-EXIT
                 IF NOT W-NUMBER-OK
                    PERFORM BAD-CONTROL-CARD
                 END-IF
                 MOVE W-CARD-NUMBER TO W-SEL-CUSTOMER-ID
                 SET W-CUSTID-GIVEN TO TRUE
              WHEN 'FROMDATE'
                 PERFORM CHECK-CARD-DATE
                 MOVE W-DATE-YMD TO W-SEL-FROM-DATE
              WHEN 'TODATE'
                 PERFORM CHECK-CARD-DATE
                 MOVE W-DATE-YMD TO W-SEL-TO-DATE
              WHEN OTHER
                 PERFORM BAD-CONTROL-CARD
           END-EVALUATE.

           SET W-SELECTION-GIVEN TO TRUE.

       LOAD-ONE-CONTROL-CARD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * A DATE CARD'S VALUE MUST BE A REAL YYYY-MM-DD DATE AND NOTHING
      * ELSE. LEAVES IT IN W-DATE-YMD AS YYYYMMDD.
      * ----------------------------------------------------------------
       CHECK-CARD-DATE.

           IF W-CARD-VALUE(11:60) NOT = SPACE
              PERFORM BAD-CONTROL-CARD
           END-IF.
           MOVE W-CARD-VALUE(1:10) TO W-CHECK-DATE.
           PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT.
           IF W-DATE-WORK-INT = ZERO
              PERFORM BAD-CONTROL-CARD
           END-IF.

       BAD-CONTROL-CARD.

           DISPLAY 'BAD CONTROL CARD: ' CHANGE-CARD.
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
      * CHECKS THAT W-CHECK-DATE IS A YYYY-MM-DD DATE WITH NUMERIC
      * PARTS, THEN HAS CHECK-ISO-DATE VALIDATE IT AGAINST THE
      * CALENDAR. W-DATE-WORK-INT IS LEFT ZERO FOR A BAD DATE.
      * ----------------------------------------------------------------
       CHECK-TEXT-DATE.

           MOVE ZERO TO W-DATE-WORK-INT.
           IF W-CHECK-DATE(1:4) NOT NUMERIC
                   OR W-CHECK-DATE(5:1) NOT = '-'
                   OR W-CHECK-DATE(6:2) NOT NUMERIC
                   OR W-CHECK-DATE(8:1) NOT = '-'
                   OR W-CHECK-DATE(9:2) NOT NUMERIC
              GO TO CHECK-TEXT-DATE-EXIT
           END-IF.
           MOVE W-CHECK-DATE(1:4) TO W-YMD-YEAR.
           MOVE W-CHECK-DATE(6:2) TO W-YMD-MONTH.
           MOVE W-CHECK-DATE(9:2) TO W-YMD-DAY.
           PERFORM CHECK-ISO-DATE THRU CHECK-ISO-DATE-EXIT.

       CHECK-TEXT-DATE-EXIT.
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
      * REPORTS ONE JOURNAL RECORD IF IT MATCHES THE SELECTION:
      * UNPACKS BOTH IMAGES AND LISTS EVERY FIELD WHOSE VALUE DIFFERS
      * BETWEEN THEM. THE CUSTOMER-ID IS THE AFTER-IMAGE'S, OR THE
      * BEFORE-IMAGE'S FOR A DELETE.
      * ----------------------------------------------------------------
       REPORT-JOURNAL-RECORD.

           IF JRN-RUN-DATE < W-SEL-FROM-DATE
                   OR JRN-RUN-DATE > W-SEL-TO-DATE
              GO TO REPORT-JOURNAL-RECORD-EXIT
           END-IF.

           MOVE 'N' TO W-OLD-PRESENT-SWITCH W-NEW-PRESENT-SWITCH.
           MOVE ZERO TO W-OLD-CNT W-NEW-CNT.
           IF JRN-BEFORE-IMAGE NOT = SPACE
              SET W-OLD-PRESENT TO TRUE
              MOVE JRN-BEFORE-IMAGE TO OLD-CUSTOMER-DATA
              MOVE OLD-TRANSACTION-NBR TO W-OLD-CNT
              MOVE OLD-CUSTOMER-ID TO W-JRN-CUSTOMER-ID
           END-IF.
           IF JRN-AFTER-IMAGE NOT = SPACE
              SET W-NEW-PRESENT TO TRUE
              MOVE JRN-AFTER-IMAGE TO NEW-CUSTOMER-DATA
              MOVE NEW-TRANSACTION-NBR TO W-NEW-CNT
              MOVE NEW-CUSTOMER-ID TO W-JRN-CUSTOMER-ID
           END-IF.
           IF NOT W-OLD-PRESENT AND NOT W-NEW-PRESENT
              GO TO REPORT-JOURNAL-RECORD-EXIT
           END-IF.
           IF W-OLD-CNT > 5
              MOVE 5 TO W-OLD-CNT
           END-IF.
           IF W-NEW-CNT > 5
              MOVE 5 TO W-NEW-CNT
           END-IF.
           IF W-CUSTID-GIVEN
                   AND W-JRN-CUSTOMER-ID NOT = W-SEL-CUSTOMER-ID
              GO TO REPORT-JOURNAL-RECORD-EXIT
           END-IF.

           ADD 1 TO W-JOURNAL-SELECTED.
           MOVE SPACE TO W-DET-STAMP.
           STRING JRN-RUN-DATE(1:4) '-' JRN-RUN-DATE(5:2) '-'
                  JRN-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO W-DET-DATE.
           STRING JRN-RUN-TIME(1:2) ':' JRN-RUN-TIME(3:2) ':'
                  JRN-RUN-TIME(5:2)
                  DELIMITED BY SIZE INTO W-DET-TIME.
           IF JRN-SOURCE-ONLINE
              ADD 1 TO W-ONLINE-SELECTED
              MOVE 'ONLINE' TO W-DET-SOURCE
              MOVE JRN-USERID TO W-DET-USERID
              MOVE JRN-TERMID TO W-DET-TERMID
           ELSE
              ADD 1 TO W-BATCH-SELECTED
              MOVE 'BATCH' TO W-DET-SOURCE
           END-IF.
           MOVE W-JRN-CUSTOMER-ID TO W-DET-CUSTOMER-ID.
           EVALUATE TRUE
              WHEN JRN-ACTION-ADD
                 MOVE 'ADD' TO W-DET-ACTION
              WHEN JRN-ACTION-CHANGE
                 MOVE 'CHANGE' TO W-DET-ACTION
              WHEN JRN-ACTION-DELETE
                 MOVE 'DELETE' TO W-DET-ACTION
              WHEN OTHER
                 MOVE JRN-ACTION TO W-DET-ACTION
           END-EVALUATE.

           MOVE ZERO TO W-FIELDS-LISTED.

           MOVE 'NAME' TO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-OLD-PRESENT
              MOVE OLD-CUSTOMER-NAME TO W-OLD-TEXT
           END-IF.
           IF W-NEW-PRESENT
              MOVE NEW-CUSTOMER-NAME TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

           MOVE 'ADDRESS' TO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-OLD-PRESENT
              MOVE OLD-CUSTOMER-ADDRESS TO W-OLD-TEXT
           END-IF.
           IF W-NEW-PRESENT
              MOVE NEW-CUSTOMER-ADDRESS TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

           MOVE 'PHONE' TO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-OLD-PRESENT
              MOVE OLD-CUSTOMER-PHONE TO W-OLD-TEXT
           END-IF.
           IF W-NEW-PRESENT
              MOVE NEW-CUSTOMER-PHONE TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

           MOVE 'TRANSACTIONS' TO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-OLD-PRESENT
              MOVE W-OLD-CNT TO W-EDIT-CNT
              MOVE W-EDIT-CNT TO W-OLD-TEXT
           END-IF.
           IF W-NEW-PRESENT
              MOVE W-NEW-CNT TO W-EDIT-CNT
              MOVE W-EDIT-CNT TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

           PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > 5
               PERFORM LIST-OCCURRENCE-CHANGES
           END-PERFORM.

           IF W-FIELDS-LISTED = ZERO
              MOVE '(NO FIELD)' TO W-DET-FIELD
              MOVE 'SAME' TO W-DET-OLD
              MOVE 'SAME' TO W-DET-NEW
              PERFORM PRINT-DETAIL-LINE
           END-IF.

       REPORT-JOURNAL-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * LISTS THE DATE, AMOUNT AND COMMENT OF TRANSACTION OCCURRENCE
      * W-J WHERE THEY CHANGED. AN OCCURRENCE BEYOND AN IMAGE'S
      * TRANSACTION COUNT HAS NO VALUE ON THAT SIDE.
      * ----------------------------------------------------------------
       LIST-OCCURRENCE-CHANGES.

           MOVE W-J TO W-EDIT-OCC.

           MOVE SPACE TO W-FIELD-NAME.
           STRING 'TRAN ' W-EDIT-OCC ' DATE'
                  DELIMITED BY SIZE INTO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-J NOT > W-OLD-CNT
              MOVE OLD-TRANSACTION-DATE(W-J) TO W-OLD-TEXT
           END-IF.
           IF W-J NOT > W-NEW-CNT
              MOVE NEW-TRANSACTION-DATE(W-J) TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

           MOVE SPACE TO W-FIELD-NAME.
           STRING 'TRAN ' W-EDIT-OCC ' AMOUNT'
                  DELIMITED BY SIZE INTO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-J NOT > W-OLD-CNT
              MOVE OLD-TRANSACTION-AMOUNT(W-J) TO W-EDIT-AMOUNT
              MOVE W-EDIT-AMOUNT TO W-OLD-TEXT
           END-IF.
           IF W-J NOT > W-NEW-CNT
              MOVE NEW-TRANSACTION-AMOUNT(W-J) TO W-EDIT-AMOUNT
              MOVE W-EDIT-AMOUNT TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

           MOVE SPACE TO W-FIELD-NAME.
           STRING 'TRAN ' W-EDIT-OCC ' COMMENT'
                  DELIMITED BY SIZE INTO W-FIELD-NAME.
           MOVE SPACE TO W-OLD-TEXT W-NEW-TEXT.
           IF W-J NOT > W-OLD-CNT
              MOVE OLD-TRANSACTION-COMMENT(W-J) TO W-OLD-TEXT
           END-IF.
           IF W-J NOT > W-NEW-CNT
              MOVE NEW-TRANSACTION-COMMENT(W-J) TO W-NEW-TEXT
           END-IF.
           PERFORM LIST-FIELD-CHANGE.

      * ----------------------------------------------------------------
      * PRINTS ONE FIELD'S OLD AND NEW VALUES WHEN THEY DIFFER. THE
      * STAMP COLUMNS ARE CLEARED AFTER THE RECORD'S FIRST LINE.
      * ----------------------------------------------------------------
       LIST-FIELD-CHANGE.

           IF W-OLD-TEXT NOT = W-NEW-TEXT
              ADD 1 TO W-FIELDS-LISTED
              ADD 1 TO W-FIELD-CHANGES
              MOVE W-FIELD-NAME TO W-DET-FIELD
              MOVE W-OLD-TEXT   TO W-DET-OLD
              MOVE W-NEW-TEXT   TO W-DET-NEW
              PERFORM PRINT-DETAIL-LINE
           END-IF.

       PRINT-DETAIL-LINE.

           IF W-LINE-CNT >= W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.
           MOVE SPACE TO W-DET-STAMP.

       PRINT-PAGE-HEADING.

           ADD 1 TO W-PAGE-NBR.
           MOVE W-PAGE-NBR  TO W-H1-PAGE.
           MOVE W-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE W-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 3 TO W-LINE-CNT.

       PRINT-TOTAL-LINES.

           IF W-LINE-CNT > W-PAGE-LIMIT - 7
              PERFORM PRINT-PAGE-HEADING
           END-IF.

           MOVE 'JOURNAL RECORDS READ    = ' TO W-TL-LABEL.
           MOVE W-JOURNAL-READ TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'CHANGES SELECTED        = ' TO W-TL-LABEL.
           MOVE W-JOURNAL-SELECTED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  FROM BATCH RUNS       = ' TO W-TL-LABEL.
           MOVE W-BATCH-SELECTED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  FROM ONLINE (CMNT)    = ' TO W-TL-LABEL.
           MOVE W-ONLINE-SELECTED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'FIELD CHANGES LISTED    = ' TO W-TL-LABEL.
           MOVE W-FIELD-CHANGES TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.

           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       END PROGRAM PCUSTCHG.

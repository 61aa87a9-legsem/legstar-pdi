       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTDUN.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTBAL.
      *
      * COLLECTIONS AND DUNNING RUN. READS THE BALANCE MASTER
      * PCUSTBAL HAS WRITTEN (SEE RCUSTBAL) AND SELECTS EVERY
      * CUSTOMER WHOSE BAL-CLOSING IS OVER THE MINBAL THRESHOLD AND
      * WHOSE OLDEST OPEN AMOUNT IS PAST THE FIRST AGE BUCKET AT THE
      * AS-OF DATE. FOR EACH ONE IT:
      *     - PRINTS A NOTICE ON NOTICES, ONE PAGE PER CUSTOMER, WITH
      *       THE NAME AND ADDRESS FROM THE CUSTOMER KSDS, WORDED AS
      *       A FIRST, SECOND OR FINAL NOTICE BY THE AGE OF THE
      *       OLDEST OPEN AMOUNT,
      *     - WRITES A COLLECTIONS WORK-LIST RECORD (SEE RCUSTCOL) TO
      *       COLLOUT, AND
      *     - LISTS THE CUSTOMER ON THE SUMMARY REPORT ON RPTFILE,
      *       WHICH CLOSES WITH THE NOTICES AND AMOUNTS BY LEVEL.
      *
      * THE OLDEST OPEN AMOUNT IS FOUND FIRST-IN FIRST-OUT: PAYMENTS
      * ARE TAKEN TO HAVE CLEARED THE OLDEST CHARGES, SO THE CLOSING
      * BALANCE IS MADE UP OF THE NEWEST DEBITS. THE CUSTOMER'S
      * TRANSACTION-DATA ON THE KSDS IS WALKED FROM THE NEWEST DEBIT
      * BACK UNTIL THE DEBITS COVER BAL-CLOSING; THE DEBIT THAT
      * COMPLETES IT IS THE OLDEST OPEN AMOUNT AND ITS DATE IS AGED.
      * WHEN THE DEBITS STILL ON THE KSDS DO NOT COVER THE BALANCE,
      * THE WALK CARRIES ON BACKWARD THROUGH THE TRANSACTIONS PCUSTPST
      * HAS ROLLED OFF TO THE HISTIN TRANSACTION HISTORY KSDS, IN
      * POSTING ORDER. ONLY WHEN THE HISTORY DOES NOT COVER IT EITHER
      * IS THE REST OLDER THAN ANYTHING ON FILE; IT IS THEN AGED FROM
      * THE OLDEST TRANSACTION-DATE ON THE KSDS OR IN THE HISTORY,
      * FLAGGED AS A MINIMUM AGE. WITHOUT A HISTIN DD ONLY THE KSDS
      * IS WALKED.
      *
      * THE THRESHOLDS AND THE WORDING COME FROM THE DUNIN CARD FILE,
      * ONE KEYWORD=VALUE CARD EACH ('*' IN COLUMN 1 COMMENTS A CARD
      * OUT, BLANK CARDS ARE IGNORED), IN PCUSTSEL'S CARD DIALECT:
      *     ASOFDATE=YYYY-MM-DD THE DATE AMOUNTS ARE AGED TO. DEFAULT
      *                         IS THE RUN DATE.
      *     MINBAL=VALUE        BAL-CLOSING MUST BE OVER THIS
      *                         (DIGITS, OPTIONAL - AND .). REQUIRED.
      *     FIRSTDAYS=N...      AN OLDEST OPEN AMOUNT MORE THAN THIS
      *     SECONDDAYS=N...     MANY DAYS OLD GETS A FIRST, SECOND OR
      *     FINALDAYS=N...      FINAL NOTICE. DEFAULTS 30, 60 AND 90,
      *                         THE PCUSTAGE BUCKET BOUNDS. MUST BE
      *                         IN ASCENDING ORDER.
      *     FIRSTTEXT=TEXT      ONE LINE OF THE NOTICE WORDING FOR
      *     SECONDTEXT=TEXT     THAT LEVEL, UP TO 60 CHARACTERS.
      *     FINALTEXT=TEXT      REPEAT THE CARD FOR UP TO 4 LINES. A
      *                         LEVEL WITH NO CARDS KEEPS ITS STANDARD
      *                         WORDING.
      * AN UNKNOWN KEYWORD OR A BAD VALUE FAILS THE RUN BEFORE ANY
      * BALANCE RECORD IS READ.
      *
      * A CUSTOMER OVER THE THRESHOLD THAT IS NOT ON THE KSDS (NO
      * NAME OR ADDRESS TO PRINT) OR HAS NO DATED TRANSACTION TO AGE
      * GETS NO NOTICE AND IS LISTED ON THE REPORT AS AN EXCEPTION
      * FOR COLLECTIONS TO FOLLOW UP BY HAND. CONDITION CODES: 0
      * CLEAN, 4 AT LEAST ONE EXCEPTION, 16 I/O ERROR OR A BAD
      * CONTROL CARD.
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

           SELECT VSAM-CUSTOMER-FILE
           ASSIGN TO VSAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO HISTIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HST-KEY
           FILE STATUS IS W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2.

           SELECT DUNNING-CARD-FILE
           ASSIGN TO DUNIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CARD-FILE-STATUS.

           SELECT NOTICE-FILE
           ASSIGN TO NOTICES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-NOTICE-FILE-STATUS.

           SELECT COLLECTIONS-FILE
           ASSIGN TO COLLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-COLLECTIONS-FILE-STATUS.

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

      * ----------------------------------------------------------------
      * TRANSACTION HISTORY KSDS IN THE RCUSTTRN LAYOUT, KEYED ON
      * CUSTOMER-ID PLUS POSTING SEQUENCE.
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

       FD DUNNING-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUNNING-CARD               PIC X(80).

       FD NOTICE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NOTICE-LINE                PIC X(132).

       FD COLLECTIONS-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY RCUSTCOL.

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-BALANCE-FILE-STATUS      PIC 9(2).
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-HIST-FILE-STATUS         PIC 9(2).
       01  W-HIST-FILE-STATUS-2       PIC X(2).
       01  W-CARD-FILE-STATUS         PIC 9(2).
       01  W-NOTICE-FILE-STATUS       PIC 9(2).
       01  W-COLLECTIONS-FILE-STATUS  PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
       01  W-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 W-EOF                   VALUE 'Y'.
       01  W-CARDS-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 W-CARDS-EOF             VALUE 'Y'.
      * ----------------------------------------------------------------
      * CONTROL CARD PARSING WORK AREAS, AS IN PCUSTSEL. THE VALUE IS
      * EVERYTHING AFTER THE FIRST '=', SO NOTICE WORDING MAY ITSELF
      * CONTAIN ONE.
      * ----------------------------------------------------------------
       01  W-CARD-KEYWORD             PIC X(10).
       01  W-CARD-VALUE               PIC X(70).
       01  W-EQUAL-POS                PIC 9(4) COMP.
       01  W-AMOUNT-TEXT              PIC X(12).
       01  W-AMOUNT-CHAR              PIC X(1).
       01  W-DIGIT-SEEN-SWITCH        PIC X(1).
           88 W-DIGIT-SEEN            VALUE 'Y'.
       01  W-POINT-SEEN-SWITCH        PIC X(1).
           88 W-POINT-SEEN            VALUE 'Y'.
       01  W-SIGN-SEEN-SWITCH         PIC X(1).
           88 W-SIGN-SEEN             VALUE 'Y'.
       01  W-END-SEEN-SWITCH          PIC X(1).
           88 W-END-SEEN              VALUE 'Y'.
       01  W-AMOUNT-OK-SWITCH         PIC X(1).
           88 W-AMOUNT-OK             VALUE 'Y'.
       01  W-CARD-NUMBER              PIC 9(9) COMP.
       01  W-CARD-DIGIT-CNT           PIC 9(4) COMP.
       01  W-CARD-CHAR                PIC X(1).
       01  W-CARD-DIGIT REDEFINES W-CARD-CHAR
                                      PIC 9(1).
       01  W-NUMBER-OK-SWITCH         PIC X(1).
           88 W-NUMBER-OK             VALUE 'Y'.
      * ----------------------------------------------------------------
      * RUN CONTROLS FROM THE CARDS. A NOTICE LEVEL'S SLOT IS 1 FOR
      * FIRST, 2 FOR SECOND, 3 FOR FINAL THROUGHOUT.
      * ----------------------------------------------------------------
       01  W-ASOF-DATE                PIC X(10).
       01  W-ASOF-INT                 PIC 9(7) COMP.
       01  W-MINBAL-SWITCH            PIC X(1) VALUE 'N'.
           88 W-MINBAL-SUPPLIED       VALUE 'Y'.
       01  W-MINBAL                   PIC S9(11)V99.
       01  W-LEVEL-DAYS-VALUES.
           05 FILLER                  PIC 9(5) VALUE 30.
           05 FILLER                  PIC 9(5) VALUE 60.
           05 FILLER                  PIC 9(5) VALUE 90.
       01  FILLER REDEFINES W-LEVEL-DAYS-VALUES.
           05 W-LEVEL-DAYS OCCURS 3   PIC 9(5).
       01  W-LEVEL-TITLE-VALUES.
           05 FILLER                  PIC X(14) VALUE 'FIRST NOTICE'.
           05 FILLER                  PIC X(14) VALUE 'SECOND NOTICE'.
           05 FILLER                  PIC X(14) VALUE 'FINAL NOTICE'.
       01  FILLER REDEFINES W-LEVEL-TITLE-VALUES.
           05 W-LEVEL-TITLE OCCURS 3  PIC X(14).
      * ----------------------------------------------------------------
      * NOTICE WORDING, UP TO 4 LINES PER LEVEL. THE STANDARD WORDING
      * BELOW STANDS FOR ANY LEVEL THE CARDS GIVE NO TEXT FOR; THE
      * FIRST TEXT CARD FOR A LEVEL REPLACES IT.
      * ----------------------------------------------------------------
       01  W-WORDING-VALUES.
           05 FILLER                  PIC 9(4) COMP VALUE 2.
           05 FILLER                  PIC X(60) VALUE
              'OUR RECORDS SHOW THAT YOUR ACCOUNT IS OVERDUE.'.
           05 FILLER                  PIC X(60) VALUE
              'PLEASE ARRANGE PAYMENT OF THE BALANCE BELOW.'.
           05 FILLER                  PIC X(60) VALUE SPACE.
           05 FILLER                  PIC X(60) VALUE SPACE.
           05 FILLER                  PIC 9(4) COMP VALUE 2.
           05 FILLER                  PIC X(60) VALUE
              'YOUR ACCOUNT REMAINS OVERDUE AFTER OUR FIRST NOTICE.'.
           05 FILLER                  PIC X(60) VALUE
              'PLEASE PAY THE BALANCE BELOW WITHIN 14 DAYS.'.
           05 FILLER                  PIC X(60) VALUE SPACE.
           05 FILLER                  PIC X(60) VALUE SPACE.
           05 FILLER                  PIC 9(4) COMP VALUE 3.
           05 FILLER                  PIC X(60) VALUE
              'THIS IS OUR FINAL NOTICE. UNLESS THE BALANCE BELOW'.
           05 FILLER                  PIC X(60) VALUE
              'IS PAID WITHIN 7 DAYS, YOUR ACCOUNT WILL BE PASSED'.
           05 FILLER                  PIC X(60) VALUE
              'TO OUR COLLECTIONS DEPARTMENT.'.
           05 FILLER                  PIC X(60) VALUE SPACE.
       01  FILLER REDEFINES W-WORDING-VALUES.
           05 W-WORDING OCCURS 3.
              10 W-WORDING-CNT        PIC 9(4) COMP.
              10 W-WORDING-LINE OCCURS 4
                                      PIC X(60).
       01  W-WORDING-CARD-TABLE.
           05 W-WORDING-CARD-CNT OCCURS 3
                                      PIC 9(4) COMP.
       01  W-CARD-LEVEL               PIC 9(4) COMP.
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
      * THE CUSTOMER'S DATED TRANSACTIONS, SORTED NEWEST FIRST FOR
      * THE FIRST-IN FIRST-OUT WALK, AND WHAT THE WALK FOUND.
      * ----------------------------------------------------------------
       01  W-ITEM-CNT                 PIC 9(4) COMP.
       01  W-ITEM-TABLE.
           05 W-ITEM OCCURS 5.
              10 W-ITEM-INT           PIC 9(7) COMP.
              10 W-ITEM-DATE          PIC X(10).
              10 W-ITEM-AMOUNT        PIC S9(6)V99.
       01  W-ITEM-HOLD.
           05 W-HOLD-INT              PIC 9(7) COMP.
           05 W-HOLD-DATE             PIC X(10).
           05 W-HOLD-AMOUNT           PIC S9(6)V99.
       01  W-UNCOVERED                PIC S9(11)V99.
       01  W-OPEN-SLOT                PIC 9(4) COMP.
       01  W-OPEN-DATE                PIC X(10).
       01  W-OPEN-INT                 PIC 9(7) COMP.
       01  W-OPEN-AMOUNT              PIC S9(11)V99.
       01  W-AGE-DAYS                 PIC S9(7) COMP.
       01  W-NOTICE-LEVEL             PIC 9(4) COMP.
       01  W-BEFORE-FILE-SWITCH       PIC X(1).
           88 W-BEFORE-FILE           VALUE 'Y'.
      * ----------------------------------------------------------------
      * THE HISTORY PART OF THE WALK. THE CUSTOMER'S HISTORY IS READ
      * TWICE IN POSTING ORDER: ONCE TO TOTAL ITS DATED DEBITS, THEN
      * AGAIN PAST THE DEBITS THE PAYMENTS HAVE CLEARED (THE OLDEST,
      * W-HIST-CLEARED OF THEM) TO THE FIRST ONE STILL OPEN.
      * ----------------------------------------------------------------
       01  W-HIST-PRESENT-SWITCH      PIC X(1) VALUE 'N'.
           88 W-HIST-PRESENT          VALUE 'Y'.
       01  W-HIST-SCAN-SWITCH         PIC X(1).
           88 W-HIST-SCAN-DONE        VALUE 'Y'.
       01  W-HIST-PASS                PIC 9(1).
           88 W-HIST-FIRST-PASS       VALUE 1.
       01  W-HIST-ITEM-CNT            PIC 9(9) COMP.
       01  W-HIST-OLDEST-DATE         PIC X(10).
       01  W-HIST-OLDEST-INT          PIC 9(7) COMP.
       01  W-HIST-DEBITS              PIC S9(13)V99.
       01  W-HIST-CLEARED             PIC S9(13)V99.
       01  W-HIST-RUNNING             PIC S9(13)V99.
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS, PRINTED ON THE SUMMARY AND DISPLAYED AT
      * PROGRAM-EXIT.
      * ----------------------------------------------------------------
       01  W-BALANCES-READ            PIC 9(9) COMP VALUE ZERO.
       01  W-OVER-THRESHOLD           PIC 9(9) COMP VALUE ZERO.
       01  W-NOT-PAST-DUE             PIC 9(9) COMP VALUE ZERO.
       01  W-NOT-ON-FILE              PIC 9(9) COMP VALUE ZERO.
       01  W-NO-ACTIVITY              PIC 9(9) COMP VALUE ZERO.
       01  W-BAD-DATE-CNT             PIC 9(9) COMP VALUE ZERO.
       01  W-AGED-FROM-HISTORY        PIC 9(9) COMP VALUE ZERO.
       01  W-NOTICES-TOTAL            PIC 9(9) COMP VALUE ZERO.
       01  W-NOTICES-AMOUNT           PIC S9(13)V99 VALUE ZERO.
       01  W-LEVEL-TOTAL-TABLE.
           05 W-LEVEL-TOTAL OCCURS 3.
              10 W-LEVEL-CNT          PIC 9(9) COMP.
              10 W-LEVEL-AMOUNT       PIC S9(13)V99.
      * ----------------------------------------------------------------
      * NOTICE LAYOUT. EACH NOTICE STARTS A NEW PAGE.
      * ----------------------------------------------------------------
       01  W-NOTICE-TITLE.
           05 FILLER                  PIC X(30) VALUE SPACE.
           05 FILLER                  PIC X(4) VALUE '*** '.
           05 W-NT-TITLE              PIC X(14).
           05 FILLER                  PIC X(4) VALUE ' ***'.
       01  W-NOTICE-DATE.
           05 FILLER                  PIC X(60) VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'DATE: '.
           05 W-ND-DATE               PIC X(10).
       01  W-NOTICE-ADDRESS.
           05 FILLER                  PIC X(8) VALUE SPACE.
           05 W-NA-TEXT               PIC X(30).
       01  W-NOTICE-ACCOUNT.
           05 FILLER                  PIC X(8) VALUE SPACE.
           05 FILLER                  PIC X(12) VALUE 'ACCOUNT NO. '.
           05 W-NC-CUSTOMER-ID        PIC 9(9).
       01  W-NOTICE-TEXT.
           05 FILLER                  PIC X(8) VALUE SPACE.
           05 W-NX-TEXT               PIC X(60).
       01  W-NOTICE-BALANCE.
           05 FILLER                  PIC X(8) VALUE SPACE.
           05 FILLER                  PIC X(30)
              VALUE 'BALANCE NOW DUE'.
           05 W-NB-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-NOTICE-OLDEST.
           05 FILLER                  PIC X(8) VALUE SPACE.
           05 W-NO-PREFIX             PIC X(30).
           05 W-NO-DATE               PIC X(10).
           05 FILLER                  PIC X(2) VALUE ', '.
           05 W-NO-DAYS               PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' DAYS AGO'.
      * ----------------------------------------------------------------
      * SUMMARY REPORT LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTDUN'.
           05 FILLER                  PIC X(30)
              VALUE 'COLLECTIONS NOTICE SUMMARY'.
           05 FILLER                  PIC X(6) VALUE 'AS OF '.
           05 W-H1-ASOF               PIC X(10).
           05 FILLER                  PIC X(62) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(12) VALUE 'CUSTOMER-ID'.
           05 FILLER                  PIC X(22) VALUE 'NAME'.
           05 FILLER                  PIC X(20) VALUE
              '     CLOSING BALANCE'.
           05 FILLER                  PIC X(12) VALUE 'OLDEST OPEN'.
           05 FILLER                  PIC X(7) VALUE ' DAYS'.
           05 FILLER                  PIC X(20) VALUE
              '         OPEN AMOUNT'.
           05 FILLER                  PIC X(30) VALUE 'RESULT'.
       01  W-DETAIL-LINE.
           05 W-DET-CUSTOMER-ID       PIC 9(9).
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-NAME              PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-BALANCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-OLDEST            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-DAYS              PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-OPEN-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-RESULT            PIC X(14).
           05 W-DET-FLAG              PIC X(18).
       01  W-LEVEL-LINE.
           05 W-LL-LABEL              PIC X(26).
           05 W-LL-CNT                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-LL-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-TOTAL-LINE.
           05 W-TL-LABEL              PIC X(26).
           05 W-TL-CNT                PIC ZZZ,ZZZ,ZZ9.
       01  W-THRESHOLD-LINE.
           05 FILLER                  PIC X(26)
              VALUE 'NOTICE THRESHOLD        = '.
           05 FILLER                  PIC X(16) VALUE 'BALANCE OVER'.
           05 W-TH-MINBAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-BUCKET-LINE.
           05 FILLER                  PIC X(26)
              VALUE 'NOTICE AGE BUCKETS      = '.
           05 FILLER                  PIC X(11) VALUE 'FIRST OVER '.
           05 W-BK-FIRST              PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE ', SECOND OVER '.
           05 W-BK-SECOND             PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE ', FINAL OVER '.
           05 W-BK-FINAL              PIC ZZZZ9.
           05 FILLER                  PIC X(5) VALUE ' DAYS'.

       PROCEDURE DIVISION.

           DISPLAY 'PCUSTDUN STARTED. SELECTING CUSTOMERS FOR NOTICES'.

           PERFORM LOAD-CONTROL-CARDS
               THRU LOAD-CONTROL-CARDS-EXIT.

           OPEN INPUT BALANCE-FILE.
           IF W-BALANCE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING BALANCE-FILE='
                      W-BALANCE-FILE-STATUS
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

           OPEN INPUT HISTORY-FILE.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 SET W-HIST-PRESENT TO TRUE
              WHEN 05
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING HISTORY-FILE='
                         W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           OPEN OUTPUT NOTICE-FILE.
           IF W-NOTICE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING NOTICE-FILE=' W-NOTICE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT COLLECTIONS-FILE.
           IF W-COLLECTIONS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING COLLECTIONS-FILE='
                      W-COLLECTIONS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           MOVE W-ASOF-DATE TO W-H1-ASOF.
           PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 3
               MOVE ZERO TO W-LEVEL-CNT(W-K)
               MOVE ZERO TO W-LEVEL-AMOUNT(W-K)
           END-PERFORM.

           PERFORM UNTIL W-EOF
               READ BALANCE-FILE
                   AT END
                       SET W-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO W-BALANCES-READ
                       PERFORM SELECT-CUSTOMER
                           THRU SELECT-CUSTOMER-EXIT
               END-READ
               IF W-BALANCE-FILE-STATUS NOT = ZERO
                       AND W-BALANCE-FILE-STATUS NOT = 10
                  DISPLAY 'ERROR READING BALANCE-FILE='
                          W-BALANCE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO PROGRAM-EXIT
               END-IF
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           IF W-NOT-ON-FILE NOT = ZERO OR W-NO-ACTIVITY NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'BALANCE RECORDS READ = ' W-BALANCES-READ.
           DISPLAY 'OVER THRESHOLD       = ' W-OVER-THRESHOLD.
           DISPLAY 'NOTICES PRINTED      = ' W-NOTICES-TOTAL.
           DISPLAY 'NOT ON CUSTOMER KSDS = ' W-NOT-ON-FILE.
           DISPLAY 'NO DATED ACTIVITY    = ' W-NO-ACTIVITY.
           DISPLAY 'AGED FROM HISTORY    = ' W-AGED-FROM-HISTORY.
           IF W-BAD-DATE-CNT NOT = ZERO
              DISPLAY 'MALFORMED DATES      = ' W-BAD-DATE-CNT
           END-IF.

           CLOSE BALANCE-FILE.
           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE NOTICE-FILE.
           CLOSE COLLECTIONS-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * LOADS AND VALIDATES THE CONTROL CARDS. AN UNKNOWN KEYWORD OR A
      * BAD VALUE FAILS THE RUN HERE, BEFORE THE BALANCE MASTER IS
      * EVER OPENED. THE RESOLVED CONTROLS ARE ECHOED TO THE JOB LOG.
      * ----------------------------------------------------------------
       LOAD-CONTROL-CARDS.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATE-YMD.
           STRING W-YMD-YEAR '-' W-YMD-MONTH '-' W-YMD-DAY
                  DELIMITED BY SIZE INTO W-ASOF-DATE.
           MOVE ZERO TO W-WORDING-CARD-CNT(1) W-WORDING-CARD-CNT(2)
                        W-WORDING-CARD-CNT(3).

           OPEN INPUT DUNNING-CARD-FILE.
           IF W-CARD-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING DUNNING-CARD-FILE='
                      W-CARD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM UNTIL W-CARDS-EOF
               READ DUNNING-CARD-FILE
                   AT END
                       SET W-CARDS-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONTROL-CARD
                           THRU LOAD-ONE-CONTROL-CARD-EXIT
               END-READ
           END-PERFORM.

           CLOSE DUNNING-CARD-FILE.

           IF NOT W-MINBAL-SUPPLIED
              DISPLAY 'NO MINBAL CARD. THE NOTICE THRESHOLD IS REQUIRED'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           IF W-LEVEL-DAYS(1) NOT < W-LEVEL-DAYS(2)
                   OR W-LEVEL-DAYS(2) NOT < W-LEVEL-DAYS(3)
              DISPLAY 'AGE BUCKETS NOT ASCENDING: FIRSTDAYS='
                      W-LEVEL-DAYS(1) ' SECONDDAYS=' W-LEVEL-DAYS(2)
                      ' FINALDAYS=' W-LEVEL-DAYS(3)
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           MOVE W-ASOF-DATE TO W-CHECK-DATE.
           PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT.
           IF W-DATE-WORK-INT = ZERO
              DISPLAY 'INVALID AS-OF DATE ' W-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE W-DATE-WORK-INT TO W-ASOF-INT.

           DISPLAY 'AGING AS OF          = ' W-ASOF-DATE.
           DISPLAY 'NOTICE THRESHOLD     = ' W-MINBAL.
           DISPLAY 'FIRST NOTICE AFTER   = ' W-LEVEL-DAYS(1) ' DAYS'.
           DISPLAY 'SECOND NOTICE AFTER  = ' W-LEVEL-DAYS(2) ' DAYS'.
           DISPLAY 'FINAL NOTICE AFTER   = ' W-LEVEL-DAYS(3) ' DAYS'.

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * PARSES AND APPLIES ONE CONTROL CARD.
      * ----------------------------------------------------------------
       LOAD-ONE-CONTROL-CARD.

           IF DUNNING-CARD = SPACE OR DUNNING-CARD(1:1) = '*'
              GO TO LOAD-ONE-CONTROL-CARD-EXIT
           END-IF.

           MOVE ZERO TO W-EQUAL-POS.
           INSPECT DUNNING-CARD TALLYING W-EQUAL-POS
               FOR CHARACTERS BEFORE INITIAL '='.
           IF W-EQUAL-POS = ZERO OR W-EQUAL-POS > 10
              PERFORM BAD-CONTROL-CARD
           END-IF.
           MOVE DUNNING-CARD(1:W-EQUAL-POS) TO W-CARD-KEYWORD.
           MOVE SPACE TO W-CARD-VALUE.
           IF W-EQUAL-POS < 79
              MOVE DUNNING-CARD(W-EQUAL-POS + 2:) TO W-CARD-VALUE
           END-IF.

           EVALUATE W-CARD-KEYWORD
              WHEN 'ASOFDATE'
                 MOVE W-CARD-VALUE(1:10) TO W-CHECK-DATE
                 PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT
                 IF W-DATE-WORK-INT = ZERO
                    PERFORM BAD-CONTROL-CARD
                 END-IF
                 MOVE W-CARD-VALUE(1:10) TO W-ASOF-DATE
              WHEN 'MINBAL'
                 PERFORM CHECK-CARD-AMOUNT
                     THRU CHECK-CARD-AMOUNT-EXIT
                 IF NOT W-AMOUNT-OK
                    PERFORM BAD-CONTROL-CARD
                 END-IF
                 SET W-MINBAL-SUPPLIED TO TRUE
                 COMPUTE W-MINBAL = FUNCTION NUMVAL (W-AMOUNT-TEXT)
              WHEN 'FIRSTDAYS'
                 MOVE 1 TO W-CARD-LEVEL
                 PERFORM LOAD-LEVEL-DAYS
              WHEN 'SECONDDAYS'
                 MOVE 2 TO W-CARD-LEVEL
                 PERFORM LOAD-LEVEL-DAYS
              WHEN 'FINALDAYS'
                 MOVE 3 TO W-CARD-LEVEL
                 PERFORM LOAD-LEVEL-DAYS
              WHEN 'FIRSTTEXT'
                 MOVE 1 TO W-CARD-LEVEL
                 PERFORM LOAD-LEVEL-TEXT
              WHEN 'SECONDTEXT'
                 MOVE 2 TO W-CARD-LEVEL
                 PERFORM LOAD-LEVEL-TEXT
              WHEN 'FINALTEXT'
                 MOVE 3 TO W-CARD-LEVEL
                 PERFORM LOAD-LEVEL-TEXT
              WHEN OTHER
                 PERFORM BAD-CONTROL-CARD
           END-EVALUATE.

       LOAD-ONE-CONTROL-CARD-EXIT.
           EXIT.

       LOAD-LEVEL-DAYS.

           PERFORM CHECK-CARD-NUMBER
               THRU CHECK-CARD-NUMBER-EXIT.
           IF NOT W-NUMBER-OK OR W-CARD-NUMBER > 99999
              PERFORM BAD-CONTROL-CARD
           END-IF.
           MOVE W-CARD-NUMBER TO W-LEVEL-DAYS(W-CARD-LEVEL).

      * ----------------------------------------------------------------
      * THE FIRST TEXT CARD FOR A LEVEL REPLACES ITS STANDARD WORDING;
      * EACH ONE AFTER IT ADDS A LINE.
      * ----------------------------------------------------------------
       LOAD-LEVEL-TEXT.

           IF W-CARD-VALUE(61:10) NOT = SPACE
                   OR W-WORDING-CARD-CNT(W-CARD-LEVEL) = 4
              PERFORM BAD-CONTROL-CARD
           END-IF.
           ADD 1 TO W-WORDING-CARD-CNT(W-CARD-LEVEL).
           MOVE W-WORDING-CARD-CNT(W-CARD-LEVEL)
                TO W-WORDING-CNT(W-CARD-LEVEL).
           MOVE W-CARD-VALUE(1:60)
                TO W-WORDING-LINE(W-CARD-LEVEL
                                  W-WORDING-CARD-CNT(W-CARD-LEVEL)).

       BAD-CONTROL-CARD.

           DISPLAY 'BAD CONTROL CARD: ' DUNNING-CARD.
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
      * EDITS THE AMOUNT VALUE ON THE CURRENT CARD: LEADING BLANKS,
      * AN OPTIONAL LEADING MINUS, DIGITS WITH AT MOST ONE DECIMAL
      * POINT, THEN TRAILING BLANKS - NOTHING ELSE AND AT LEAST ONE
      * DIGIT - SO A MALFORMED VALUE NEVER REACHES FUNCTION NUMVAL.
      * THE SAME RULE AS PCUSTSEL.
      * ----------------------------------------------------------------
       CHECK-CARD-AMOUNT.

           MOVE 'N' TO W-AMOUNT-OK-SWITCH.
           IF W-CARD-VALUE(13:58) NOT = SPACE
              GO TO CHECK-CARD-AMOUNT-EXIT
           END-IF.
           MOVE W-CARD-VALUE(1:12) TO W-AMOUNT-TEXT.
           MOVE 'N' TO W-DIGIT-SEEN-SWITCH.
           MOVE 'N' TO W-POINT-SEEN-SWITCH.
           MOVE 'N' TO W-SIGN-SEEN-SWITCH.
           MOVE 'N' TO W-END-SEEN-SWITCH.

           PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 12
               MOVE W-AMOUNT-TEXT(W-K:1) TO W-AMOUNT-CHAR
               EVALUATE TRUE
                  WHEN W-AMOUNT-CHAR NUMERIC
                     IF W-END-SEEN
                        GO TO CHECK-CARD-AMOUNT-EXIT
                     END-IF
                     SET W-DIGIT-SEEN TO TRUE
                  WHEN W-AMOUNT-CHAR = '.'
                     IF W-POINT-SEEN OR W-END-SEEN
                        GO TO CHECK-CARD-AMOUNT-EXIT
                     END-IF
                     SET W-POINT-SEEN TO TRUE
                  WHEN W-AMOUNT-CHAR = '-'
                     IF W-SIGN-SEEN OR W-DIGIT-SEEN
                             OR W-POINT-SEEN OR W-END-SEEN
                        GO TO CHECK-CARD-AMOUNT-EXIT
                     END-IF
                     SET W-SIGN-SEEN TO TRUE
                  WHEN W-AMOUNT-CHAR = SPACE
                     IF W-SIGN-SEEN OR W-DIGIT-SEEN OR W-POINT-SEEN
                        SET W-END-SEEN TO TRUE
                     END-IF
                  WHEN OTHER
                     GO TO CHECK-CARD-AMOUNT-EXIT
               END-EVALUATE
           END-PERFORM.

           IF W-DIGIT-SEEN
              SET W-AMOUNT-OK TO TRUE
           END-IF.

       CHECK-CARD-AMOUNT-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * DECIDES WHETHER THE BALANCE RECORD JUST READ GETS A NOTICE,
      * AND AT WHICH LEVEL, THEN ISSUES IT.
      * ----------------------------------------------------------------
       SELECT-CUSTOMER.

           IF NOT BAL-CLOSING > W-MINBAL
              GO TO SELECT-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO W-OVER-THRESHOLD.
           IF NOT BAL-CLOSING > ZERO
              ADD 1 TO W-NOT-PAST-DUE
              GO TO SELECT-CUSTOMER-EXIT
           END-IF.

           MOVE BAL-CUSTOMER-ID TO W-DET-CUSTOMER-ID.
           MOVE BAL-CLOSING     TO W-DET-BALANCE.
           MOVE SPACE TO W-DET-NAME W-DET-OLDEST W-DET-FLAG.
           MOVE ZERO  TO W-DET-DAYS W-DET-OPEN-AMOUNT.

           MOVE BAL-CUSTOMER-ID TO VSAM-CUSTOMER-ID.
           READ VSAM-CUSTOMER-FILE.
           EVALUATE W-VSAM-FILE-STATUS
              WHEN ZERO
                 MOVE VSAM-CUSTOMER-NAME TO W-DET-NAME
              WHEN 23
                 ADD 1 TO W-NOT-ON-FILE
                 MOVE 'NOT ON KSDS' TO W-DET-RESULT
                 MOVE '- NO NOTICE' TO W-DET-FLAG
                 PERFORM PRINT-DETAIL-LINE
                 GO TO SELECT-CUSTOMER-EXIT
              WHEN OTHER
                 DISPLAY 'ERROR ON VSAM-CUSTOMER-FILE='
                         W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
                         ' CUSTOMER-ID=' BAL-CUSTOMER-ID
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           PERFORM FIND-OLDEST-OPEN
               THRU FIND-OLDEST-OPEN-EXIT.
           IF W-OPEN-DATE = SPACE
              ADD 1 TO W-NO-ACTIVITY
              MOVE 'NO DATED ITEMS' TO W-DET-RESULT
              MOVE '- NO NOTICE' TO W-DET-FLAG
              PERFORM PRINT-DETAIL-LINE
              GO TO SELECT-CUSTOMER-EXIT
           END-IF.

           MOVE ZERO TO W-NOTICE-LEVEL.
           PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 3
               IF W-AGE-DAYS > W-LEVEL-DAYS(W-K)
                  MOVE W-K TO W-NOTICE-LEVEL
               END-IF
           END-PERFORM.
           IF W-NOTICE-LEVEL = ZERO
              ADD 1 TO W-NOT-PAST-DUE
              GO TO SELECT-CUSTOMER-EXIT
           END-IF.

           PERFORM PRINT-NOTICE.
           PERFORM WRITE-COLLECTIONS-ITEM.

           ADD 1 TO W-NOTICES-TOTAL.
           ADD BAL-CLOSING TO W-NOTICES-AMOUNT.
           ADD 1 TO W-LEVEL-CNT(W-NOTICE-LEVEL).
           ADD BAL-CLOSING TO W-LEVEL-AMOUNT(W-NOTICE-LEVEL).

           MOVE W-OPEN-DATE   TO W-DET-OLDEST.
           MOVE W-AGE-DAYS    TO W-DET-DAYS.
           MOVE W-OPEN-AMOUNT TO W-DET-OPEN-AMOUNT.
           MOVE W-LEVEL-TITLE(W-NOTICE-LEVEL) TO W-DET-RESULT.
           IF W-BEFORE-FILE
              MOVE '(OLDER THAN FILE)' TO W-DET-FLAG
           END-IF.
           PERFORM PRINT-DETAIL-LINE.

       SELECT-CUSTOMER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * FINDS THE OLDEST OPEN AMOUNT ON THE CUSTOMER JUST READ. THE
      * DATED TRANSACTIONS ARE SORTED NEWEST FIRST, THEN THE DEBITS
      * ARE TAKEN OFF BAL-CLOSING UNTIL IT IS COVERED, GOING ON INTO
      * THE HISTORY WHEN THE KSDS DEBITS DO NOT COVER IT. W-OPEN-DATE
      * IS LEFT ON THE DATE OF THE ITEM AGED, W-OPEN-AMOUNT ON THE
      * PART OF IT STILL OPEN AND W-AGE-DAYS ON ITS AGE. W-OPEN-DATE
      * IS LEFT SPACE WHEN THERE IS NO DATED TRANSACTION TO AGE.
      * ----------------------------------------------------------------
       FIND-OLDEST-OPEN.

           MOVE ZERO TO W-ITEM-CNT.
           MOVE 'N' TO W-BEFORE-FILE-SWITCH.
           MOVE SPACE TO W-OPEN-DATE.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > VSAM-TRANSACTION-NBR
               MOVE VSAM-TRANSACTION-DATE(W-J) TO W-CHECK-DATE
               PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT
               IF W-DATE-WORK-INT = ZERO
                  ADD 1 TO W-BAD-DATE-CNT
               ELSE
                  ADD 1 TO W-ITEM-CNT
                  MOVE W-DATE-WORK-INT TO W-ITEM-INT(W-ITEM-CNT)
                  MOVE VSAM-TRANSACTION-DATE(W-J)
                       TO W-ITEM-DATE(W-ITEM-CNT)
                  MOVE VSAM-TRANSACTION-AMOUNT(W-J)
                       TO W-ITEM-AMOUNT(W-ITEM-CNT)
               END-IF
           END-PERFORM.

           PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J >= W-ITEM-CNT
               PERFORM VARYING W-K FROM W-J BY 1 UNTIL W-K > W-ITEM-CNT
                   IF W-ITEM-INT(W-K) > W-ITEM-INT(W-J)
                      MOVE W-ITEM(W-J) TO W-ITEM-HOLD
                      MOVE W-ITEM(W-K) TO W-ITEM(W-J)
                      MOVE W-ITEM-HOLD TO W-ITEM(W-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE BAL-CLOSING TO W-UNCOVERED.
           MOVE ZERO TO W-OPEN-SLOT.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > W-ITEM-CNT OR W-UNCOVERED NOT > ZERO
               IF W-ITEM-AMOUNT(W-J) > ZERO
                  SUBTRACT W-ITEM-AMOUNT(W-J) FROM W-UNCOVERED
                  MOVE W-J TO W-OPEN-SLOT
               END-IF
           END-PERFORM.

           IF W-UNCOVERED > ZERO
              PERFORM WALK-HISTORY
                  THRU WALK-HISTORY-EXIT
              IF W-OPEN-DATE = SPACE
                 GO TO FIND-OLDEST-OPEN-EXIT
              END-IF
           ELSE
              MOVE W-ITEM-DATE(W-OPEN-SLOT) TO W-OPEN-DATE
              MOVE W-ITEM-INT(W-OPEN-SLOT)  TO W-OPEN-INT
              COMPUTE W-OPEN-AMOUNT
                    = W-ITEM-AMOUNT(W-OPEN-SLOT) + W-UNCOVERED
           END-IF.

           COMPUTE W-AGE-DAYS = W-ASOF-INT - W-OPEN-INT.
           IF W-AGE-DAYS < ZERO
              MOVE ZERO TO W-AGE-DAYS
           END-IF.

       FIND-OLDEST-OPEN-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * CARRIES THE WALK ON INTO THE CUSTOMER'S HISTORY FOR THE
      * W-UNCOVERED PART OF THE BALANCE THE KSDS DEBITS LEFT. THE
      * FIRST PASS TOTALS THE DATED HISTORY DEBITS AND FINDS THE
      * OLDEST HISTORY DATE. IF THE DEBITS COVER THE REST, THE OLDEST
      * OF THEM, W-HIST-CLEARED IN ALL, ARE THE ONES THE PAYMENTS HAVE
      * CLEARED, AND THE SECOND PASS STOPS ON THE DEBIT THAT TAKES
      * THE RUNNING TOTAL PAST THEM: THAT IS THE OLDEST OPEN AMOUNT.
      * OTHERWISE THE REST IS OLDER THAN ANYTHING ON FILE AND IS AGED
      * FROM THE OLDEST DATE IN THE HISTORY OR, WITH NO DATED
      * HISTORY, ON THE KSDS. MALFORMED HISTORY DATES ARE SKIPPED AND
      * COUNTED (ON THE FIRST PASS ONLY), AS ON THE KSDS.
      * ----------------------------------------------------------------
       WALK-HISTORY.

           MOVE ZERO TO W-HIST-ITEM-CNT.
           MOVE ZERO TO W-HIST-DEBITS.
           MOVE ZERO TO W-HIST-OLDEST-INT.
           IF W-HIST-PRESENT
              MOVE 1 TO W-HIST-PASS
              MOVE 'N' TO W-HIST-SCAN-SWITCH
              PERFORM START-CUSTOMER-HISTORY
                  THRU START-CUSTOMER-HISTORY-EXIT
              PERFORM UNTIL W-HIST-SCAN-DONE
                  PERFORM READ-CUSTOMER-HISTORY
                      THRU READ-CUSTOMER-HISTORY-EXIT
                  IF NOT W-HIST-SCAN-DONE
                     ADD 1 TO W-HIST-ITEM-CNT
                     IF HST-AMOUNT > ZERO
                        ADD HST-AMOUNT TO W-HIST-DEBITS
                     END-IF
                     IF W-HIST-OLDEST-INT = ZERO
                             OR W-DATE-WORK-INT < W-HIST-OLDEST-INT
                        MOVE W-DATE-WORK-INT TO W-HIST-OLDEST-INT
                        MOVE HST-DATE TO W-HIST-OLDEST-DATE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.

           IF W-HIST-DEBITS < W-UNCOVERED
              SET W-BEFORE-FILE TO TRUE
              COMPUTE W-OPEN-AMOUNT = W-UNCOVERED - W-HIST-DEBITS
              IF W-HIST-ITEM-CNT NOT = ZERO
                 MOVE W-HIST-OLDEST-DATE TO W-OPEN-DATE
                 MOVE W-HIST-OLDEST-INT  TO W-OPEN-INT
              ELSE
                 IF W-ITEM-CNT NOT = ZERO
                    MOVE W-ITEM-DATE(W-ITEM-CNT) TO W-OPEN-DATE
                    MOVE W-ITEM-INT(W-ITEM-CNT)  TO W-OPEN-INT
                 END-IF
              END-IF
              GO TO WALK-HISTORY-EXIT
           END-IF.

           COMPUTE W-HIST-CLEARED = W-HIST-DEBITS - W-UNCOVERED.
           MOVE ZERO TO W-HIST-RUNNING.
           MOVE 2 TO W-HIST-PASS.
           MOVE 'N' TO W-HIST-SCAN-SWITCH.
           PERFORM START-CUSTOMER-HISTORY
               THRU START-CUSTOMER-HISTORY-EXIT.
           PERFORM UNTIL W-HIST-SCAN-DONE
               PERFORM READ-CUSTOMER-HISTORY
                   THRU READ-CUSTOMER-HISTORY-EXIT
               IF NOT W-HIST-SCAN-DONE AND HST-AMOUNT > ZERO
                  ADD HST-AMOUNT TO W-HIST-RUNNING
                  IF W-HIST-RUNNING > W-HIST-CLEARED
                     MOVE HST-DATE TO W-OPEN-DATE
                     MOVE W-DATE-WORK-INT TO W-OPEN-INT
                     COMPUTE W-OPEN-AMOUNT
                           = W-HIST-RUNNING - W-HIST-CLEARED
                     SET W-HIST-SCAN-DONE TO TRUE
                  END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO W-AGED-FROM-HISTORY.

       WALK-HISTORY-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * POSITIONS THE HISTORY FILE ON THE CUSTOMER'S FIRST RECORD.
      * START STATUS 23 SIMPLY MEANS NOTHING IS ON FILE AT OR BEYOND
      * THE CUSTOMER, AS IN PCUSTPST.
      * ----------------------------------------------------------------
       START-CUSTOMER-HISTORY.

           MOVE BAL-CUSTOMER-ID TO HST-CUSTOMER-ID.
           MOVE ZERO TO HST-SEQUENCE-NBR.
           START HISTORY-FILE KEY IS GREATER THAN HST-KEY.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 23
                 SET W-HIST-SCAN-DONE TO TRUE
              WHEN OTHER
                 PERFORM HISTORY-HARD-ERROR
           END-EVALUATE.

       START-CUSTOMER-HISTORY-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * READS THE CUSTOMER'S NEXT HISTORY RECORD WITH A GOOD DATE,
      * LEAVING IT CONVERTED IN W-DATE-WORK-INT. W-HIST-SCAN-DONE IS
      * SET AT THE END OF THE CUSTOMER'S HISTORY.
      * ----------------------------------------------------------------
       READ-CUSTOMER-HISTORY.

           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET W-HIST-SCAN-DONE TO TRUE
                   GO TO READ-CUSTOMER-HISTORY-EXIT
           END-READ.
           IF W-HIST-FILE-STATUS NOT = ZERO
              PERFORM HISTORY-HARD-ERROR
           END-IF.
           IF HST-CUSTOMER-ID NOT = BAL-CUSTOMER-ID
              SET W-HIST-SCAN-DONE TO TRUE
              GO TO READ-CUSTOMER-HISTORY-EXIT
           END-IF.

           MOVE HST-DATE TO W-CHECK-DATE.
           PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT.
           IF W-DATE-WORK-INT = ZERO
              IF W-HIST-FIRST-PASS
                 ADD 1 TO W-BAD-DATE-CNT
              END-IF
              GO TO READ-CUSTOMER-HISTORY
           END-IF.

       READ-CUSTOMER-HISTORY-EXIT.
           EXIT.

       HISTORY-HARD-ERROR.

           DISPLAY 'ERROR ON HISTORY-FILE='
                   W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                   ' CUSTOMER-ID=' BAL-CUSTOMER-ID.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

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
      * PRINTS ONE NOTICE, ON A PAGE OF ITS OWN, WORDED FOR ITS LEVEL.
      * ----------------------------------------------------------------
       PRINT-NOTICE.

           MOVE W-LEVEL-TITLE(W-NOTICE-LEVEL) TO W-NT-TITLE.
           MOVE W-NOTICE-TITLE TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING PAGE.
           MOVE W-ASOF-DATE TO W-ND-DATE.
           MOVE W-NOTICE-DATE TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES.

           MOVE VSAM-CUSTOMER-NAME TO W-NA-TEXT.
           MOVE W-NOTICE-ADDRESS TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 3 LINES.
           MOVE VSAM-CUSTOMER-ADDRESS TO W-NA-TEXT.
           MOVE W-NOTICE-ADDRESS TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE.
           MOVE BAL-CUSTOMER-ID TO W-NC-CUSTOMER-ID.
           MOVE W-NOTICE-ACCOUNT TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES.

           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-WORDING-CNT(W-NOTICE-LEVEL)
               MOVE W-WORDING-LINE(W-NOTICE-LEVEL W-K) TO W-NX-TEXT
               MOVE W-NOTICE-TEXT TO NOTICE-LINE
               IF W-K = 1
                  WRITE NOTICE-LINE AFTER ADVANCING 3 LINES
               ELSE
                  WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

           MOVE BAL-CLOSING TO W-NB-AMOUNT.
           MOVE W-NOTICE-BALANCE TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 3 LINES.
           IF W-BEFORE-FILE
              MOVE 'UNPAID SINCE AT LEAST' TO W-NO-PREFIX
           ELSE
              MOVE 'OLDEST UNPAID ITEM DATED' TO W-NO-PREFIX
           END-IF.
           MOVE W-OPEN-DATE TO W-NO-DATE.
           MOVE W-AGE-DAYS TO W-NO-DAYS.
           MOVE W-NOTICE-OLDEST TO NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE.

      * ----------------------------------------------------------------
      * WRITES THE CUSTOMER'S COLLECTIONS WORK-LIST RECORD.
      * ----------------------------------------------------------------
       WRITE-COLLECTIONS-ITEM.

           MOVE BAL-CUSTOMER-ID          TO COL-CUSTOMER-ID.
           MOVE W-NOTICE-LEVEL           TO COL-NOTICE-LEVEL.
           MOVE VSAM-CUSTOMER-NAME       TO COL-CUSTOMER-NAME.
           MOVE VSAM-CUSTOMER-ADDRESS    TO COL-CUSTOMER-ADDRESS.
           MOVE VSAM-CUSTOMER-PHONE      TO COL-CUSTOMER-PHONE.
           MOVE BAL-CLOSING              TO COL-BALANCE.
           MOVE W-OPEN-DATE              TO COL-OLDEST-OPEN-DATE.
           MOVE W-OPEN-AMOUNT            TO COL-OLDEST-OPEN-AMOUNT.
           MOVE W-AGE-DAYS               TO COL-DAYS-PAST-DUE.
           MOVE W-BEFORE-FILE-SWITCH     TO COL-BEFORE-FILE.
           MOVE W-ASOF-DATE              TO COL-ASOF-DATE.
           WRITE COLLECTIONS-ITEM.
           IF W-COLLECTIONS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO COLLECTIONS-FILE='
                      W-COLLECTIONS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * SUMMARY REPORT WRITERS.
      * ----------------------------------------------------------------
       PRINT-DETAIL-LINE.

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

           IF W-PAGE-NBR = ZERO OR W-LINE-CNT + 17 > W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.

           MOVE W-MINBAL TO W-TH-MINBAL.
           MOVE W-THRESHOLD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE W-LEVEL-DAYS(1) TO W-BK-FIRST.
           MOVE W-LEVEL-DAYS(2) TO W-BK-SECOND.
           MOVE W-LEVEL-DAYS(3) TO W-BK-FINAL.
           MOVE W-BUCKET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE 'BALANCE RECORDS READ    = ' TO W-TL-LABEL.
           MOVE W-BALANCES-READ TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'OVER THRESHOLD          = ' TO W-TL-LABEL.
           MOVE W-OVER-THRESHOLD TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NOT YET PAST DUE        = ' TO W-TL-LABEL.
           MOVE W-NOT-PAST-DUE TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NOT ON CUSTOMER KSDS    = ' TO W-TL-LABEL.
           MOVE W-NOT-ON-FILE TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NO DATED ITEMS TO AGE   = ' TO W-TL-LABEL.
           MOVE W-NO-ACTIVITY TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AGED FROM HISTORY       = ' TO W-TL-LABEL.
           MOVE W-AGED-FROM-HISTORY TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE 'FIRST NOTICES           = ' TO W-LL-LABEL.
           MOVE W-LEVEL-CNT(1)    TO W-LL-CNT.
           MOVE W-LEVEL-AMOUNT(1) TO W-LL-AMOUNT.
           MOVE W-LEVEL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'SECOND NOTICES          = ' TO W-LL-LABEL.
           MOVE W-LEVEL-CNT(2)    TO W-LL-CNT.
           MOVE W-LEVEL-AMOUNT(2) TO W-LL-AMOUNT.
           MOVE W-LEVEL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FINAL NOTICES           = ' TO W-LL-LABEL.
           MOVE W-LEVEL-CNT(3)    TO W-LL-CNT.
           MOVE W-LEVEL-AMOUNT(3) TO W-LL-AMOUNT.
           MOVE W-LEVEL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ALL NOTICES             = ' TO W-LL-LABEL.
           MOVE W-NOTICES-TOTAL  TO W-LL-CNT.
           MOVE W-NOTICES-AMOUNT TO W-LL-AMOUNT.
           MOVE W-LEVEL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       END PROGRAM PCUSTDUN.

       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTARC.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTAGE.
      *
      * DORMANT CUSTOMER ARCHIVE. READS THE CUSTOMER KSDS IN
      * CUSTOMER-ID ORDER, MATCHED AGAINST THE BALANCE MASTER (SEE
      * RCUSTBAL) AND THE ZERO-TRANSACTION WATCH LIST (SEE RCUSTZRO),
      * AND PICKS OUT THE CUSTOMERS TO TAKE OFF THE KSDS AS OF THE
      * PARM DATE:
      *     DORMANT - THE NEWEST VALID TRANSACTION-DATE IS MORE THAN
      *               L-DORMANT-DAYS BEFORE THE AS-OF DATE, THE SAME
      *               RULE PCUSTAGE FLAGS DORMANCY BY.
      *     NO TRANSACTIONS - TRANSACTION-NBR IS ZERO AND HAS BEEN
      *               SINCE A RUN MORE THAN L-DORMANT-DAYS BEFORE THE
      *               AS-OF DATE. SUCH A CUSTOMER HAS NO DATE OF ITS
      *               OWN, SO THE FIRST RUN TO SEE IT PUTS IT ON THE
      *               WATCH LIST DATED THAT RUN'S AS-OF DATE, AND IT
      *               STAYS THERE, KEEPING THAT DATE, UNTIL IT IS
      *               ARCHIVED OR GAINS A TRANSACTION.
      * A CUSTOMER PICKED OUT WHOSE BAL-CLOSING ON THE BALANCE MASTER
      * IS NOT ZERO STILL OWES OR IS OWED MONEY AND IS HELD BACK; ONE
      * WITH NO BALANCE RECORD HAS NOTHING OUTSTANDING. A CUSTOMER
      * WHOSE TRANSACTION-DATES ARE ALL MALFORMED CANNOT BE AGED AND
      * IS HELD BACK TOO. A TRANSACTION DATED AFTER THE AS-OF DATE
      * MEANS THE CUSTOMER IS ACTIVE.
      *
      * EACH CUSTOMER ARCHIVED IS WRITTEN WHOLE TO ARCOUT (SEE
      * RCUSTARC), WHICH THE DRIVING JCL APPENDS TO THE STANDING
      * ARCHIVE, AND GETS A D TRANSACTION IN THE PCUSTUPD MAINTIN
      * LAYOUT ON MAINTOUT. THE KSDS ITSELF IS ONLY READ: THE DELETES
      * ARE APPLIED BY RUNNING PCUSTUPD OVER MAINTOUT, WHICH JOURNALS
      * THEM, SO THE CUSTOMER IS ALREADY SAFE ON THE ARCHIVE BEFORE
      * IT LEAVES THE KSDS. PCUSTRST PUTS AN ARCHIVED CUSTOMER BACK.
      * THE NEW WATCH LIST GOES TO ZEROOUT, FOR THE JCL TO COPY BACK
      * OVER THE STANDING DATASET; A MISSING ZEROIN IS AN EMPTY WATCH
      * LIST, FOR THE FIRST RUN.
      *
      * THE REPORT LISTS EVERY CUSTOMER ARCHIVED OR HELD BACK, IN
      * CUSTOMER-ID ORDER, WITH THE DATE AND AGE IT WAS JUDGED ON AND
      * ITS CLOSING BALANCE, FOLLOWED BY THE RUN CONTROL TOTALS.
      * CONDITION CODES: 0 CLEAN, 4 AT LEAST ONE CUSTOMER HELD BACK
      * (SEE THE REPORT), 16 I/O ERROR, A BAD PARM, AN INPUT OUT OF
      * CUSTOMER-ID ORDER OR A BAD WATCH LIST DATE.
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

           SELECT OPTIONAL ZERO-IN-FILE
           ASSIGN TO ZEROIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-ZEROIN-FILE-STATUS.

           SELECT ZERO-OUT-FILE
           ASSIGN TO ZEROOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-ZEROOUT-FILE-STATUS.

           SELECT ARCHIVE-FILE
           ASSIGN TO ARCOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-ARCHIVE-FILE-STATUS.

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

      * ----------------------------------------------------------------
      * LAST RUN'S ZERO-TRANSACTION WATCH LIST AND THIS RUN'S. THE
      * RECORD JUST READ STAYS IN ITS OWN AREA UNTIL ITS CUSTOMER IS
      * REACHED, SO THE OUTPUT RECORD HAS ITS OWN NAMES.
      * ----------------------------------------------------------------
       FD ZERO-IN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY RCUSTZRO.

       FD ZERO-OUT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY RCUSTZRO
           REPLACING ==ZERO-WATCH-RECORD== BY ==ZERO-OUT-RECORD==
                  ==ZRO-CUSTOMER-ID== BY ==ZOUT-CUSTOMER-ID==
                  ==ZRO-FIRST-DATE== BY ==ZOUT-FIRST-DATE==.

       FD ARCHIVE-FILE
           RECORD CONTAINS 217 CHARACTERS.
       COPY RCUSTARC.

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
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-BALANCE-FILE-STATUS      PIC 9(2).
       01  W-ZEROIN-FILE-STATUS       PIC 9(2).
       01  W-ZEROOUT-FILE-STATUS      PIC 9(2).
       01  W-ARCHIVE-FILE-STATUS      PIC 9(2).
       01  W-MAINT-FILE-STATUS        PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-ZEROIN-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 W-ZEROIN-EOF            VALUE 'Y'.
      * ----------------------------------------------------------------
      * MATCH KEYS, ONE PER FILE, FORCED TO HIGH-VALUE AT END OF FILE
      * AS IN PCUSTINT. W-LOW-KEY IS THE CUSTOMER-ID BEING DECIDED,
      * THE LOWEST OF THE THREE. THE PREV- KEYS BACK THE SEQUENCE
      * CHECKS ON THE TWO SEQUENTIAL FILES.
      * ----------------------------------------------------------------
       01  W-VSAM-KEY                 PIC X(9).
       01  W-BAL-KEY                  PIC X(9).
       01  W-ZRO-KEY                  PIC X(9).
       01  W-LOW-KEY                  PIC X(9).
       01  W-PREV-BAL-KEY             PIC X(9) VALUE LOW-VALUE.
       01  W-PREV-ZRO-KEY             PIC X(9) VALUE LOW-VALUE.
      * ----------------------------------------------------------------
      * THE CUSTOMER BEING DECIDED: WHICH FILES IT IS ON, THE DATE IT
      * IS JUDGED ON (ITS NEWEST TRANSACTION-DATE, OR THE DATE IT WAS
      * FIRST SEEN WITH NO TRANSACTIONS) AND HOW OLD THAT DATE IS.
      * ----------------------------------------------------------------
       01  W-ON-KSDS-SWITCH           PIC X(1).
           88 W-ON-KSDS               VALUE 'Y'.
       01  W-ON-BAL-SWITCH            PIC X(1).
           88 W-ON-BAL                VALUE 'Y'.
       01  W-ON-ZRO-SWITCH            PIC X(1).
           88 W-ON-ZRO                VALUE 'Y'.
       01  W-ARC-REASON               PIC X(1).
       01  W-JUDGED-DATE              PIC X(10).
       01  W-JUDGED-AGE               PIC S9(7) COMP.
       01  W-CUST-CLOSING             PIC S9(11)V99.
      * ----------------------------------------------------------------
      * AS-OF DATE AND AGE ARITHMETIC, AS IN PCUSTAGE.
      * ----------------------------------------------------------------
       01  W-ASOF-INT                 PIC 9(7) COMP.
       01  W-DATE-INT                 PIC 9(7) COMP.
       01  W-NEWEST-INT               PIC 9(7) COMP.
       01  W-ZRO-FIRST-INT            PIC 9(7) COMP.
       01  W-DATE-YMD.
           05 W-YMD-YEAR              PIC X(4).
           05 W-YMD-MONTH             PIC X(2).
           05 W-YMD-DAY               PIC X(2).
       01  W-DATE-YMD-NUM REDEFINES W-DATE-YMD
                                      PIC 9(8).
       01  W-CHECK-DATE               PIC X(10).
      * ----------------------------------------------------------------
      * CALENDAR VALIDATION WORK FIELDS FOR CHECK-ISO-DATE, AS IN
      * PCUSTWVB.
      * ----------------------------------------------------------------
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
      * RUN CONTROL TOTALS. EVERY KSDS RECORD READ ENDS UP IN EXACTLY
      * ONE OF ACTIVE, WATCHED, ARCHIVED OR HELD BACK.
      * ----------------------------------------------------------------
       01  W-VSAM-RECORDS-READ        PIC 9(9) COMP VALUE ZERO.
       01  W-BAL-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
       01  W-ZRO-RECORDS-READ         PIC 9(9) COMP VALUE ZERO.
       01  W-ACTIVE-CNT               PIC 9(9) COMP VALUE ZERO.
       01  W-WATCHED-CNT              PIC 9(9) COMP VALUE ZERO.
       01  W-NEWLY-WATCHED            PIC 9(9) COMP VALUE ZERO.
       01  W-ARCHIVED-DORMANT         PIC 9(9) COMP VALUE ZERO.
       01  W-ARCHIVED-ZERO            PIC 9(9) COMP VALUE ZERO.
       01  W-HELD-BALANCE             PIC 9(9) COMP VALUE ZERO.
       01  W-HELD-BAD-DATE            PIC 9(9) COMP VALUE ZERO.
       01  W-WATCH-WRITTEN            PIC 9(9) COMP VALUE ZERO.
       01  W-WATCH-DROPPED            PIC 9(9) COMP VALUE ZERO.
       01  W-DELETES-WRITTEN          PIC 9(9) COMP VALUE ZERO.
       01  W-ARCHIVED-CLOSING         PIC S9(13)V99 VALUE ZERO.
       01  W-HELD-CLOSING             PIC S9(13)V99 VALUE ZERO.
      * ----------------------------------------------------------------
      * PAGE CONTROLS AND REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTARC'.
           05 FILLER                  PIC X(36)
              VALUE 'DORMANT CUSTOMER ARCHIVE'.
           05 FILLER                  PIC X(6) VALUE 'AS OF '.
           05 W-H1-ASOF               PIC X(10).
           05 FILLER                  PIC X(16)
              VALUE '  CUTOFF DAYS = '.
           05 W-H1-DAYS               PIC ZZZZ9.
           05 FILLER                  PIC X(40) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(12)
              VALUE 'CUSTOMER-ID'.
           05 FILLER                  PIC X(22) VALUE 'NAME'.
           05 FILLER                  PIC X(12) VALUE 'JUDGED ON'.
           05 FILLER                  PIC X(8) VALUE '    DAYS'.
           05 FILLER                  PIC X(21)
              VALUE '      CLOSING BALANCE'.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'ACTION'.
       01  W-DETAIL-LINE.
           05 W-DET-CUSTOMER-ID       PIC 9(9).
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-NAME              PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-DATE              PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-DAYS              PIC -ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-CLOSING           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-ACTION            PIC X(34).
       01  W-TOTAL-LINE.
           05 W-TL-LABEL              PIC X(26).
           05 W-TL-CNT                PIC ZZZ,ZZZ,ZZ9.
       01  W-AMOUNT-LINE.
           05 W-AL-LABEL              PIC X(28).
           05 W-AL-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * ----------------------------------------------------------------
      * L-ASOF-DATE    - THE ISO (YYYY-MM-DD) DATE THE KSDS IS JUDGED
      *                  AS OF. MUST BE A REAL CALENDAR DATE. IT IS
      *                  ALSO THE ARCHIVE DATE OF EVERY CUSTOMER THE
      *                  RUN ARCHIVES AND THE FIRST-SEEN DATE OF EVERY
      *                  CUSTOMER IT NEWLY WATCHES.
      * L-DORMANT-DAYS - THE CUTOFF. A CUSTOMER JUDGED ON A DATE MORE
      *                  THAN THIS MANY DAYS BEFORE THE AS-OF DATE IS
      *                  ARCHIVED, UNLESS HELD BACK.
      * ----------------------------------------------------------------
       01  L-PARM.
           05 FILLER                  PIC 9(4) COMP.
           05 L-ASOF-DATE             PIC X(10).
           05 L-DORMANT-DAYS          PIC 9(5).

       PROCEDURE DIVISION USING L-PARM.

           DISPLAY 'PCUSTARC STARTED. ARCHIVING AS OF ' L-ASOF-DATE
                   ' DORMANT AFTER ' L-DORMANT-DAYS ' DAYS'.

           MOVE L-ASOF-DATE TO W-CHECK-DATE.
           PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT.
           IF W-DATE-WORK-INT = ZERO
              DISPLAY 'INVALID AS-OF DATE ' L-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE W-DATE-WORK-INT TO W-ASOF-INT.
           MOVE L-ASOF-DATE TO W-H1-ASOF.

           IF L-DORMANT-DAYS NOT NUMERIC
              DISPLAY 'INVALID DORMANT-DAYS ' L-DORMANT-DAYS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE L-DORMANT-DAYS TO W-H1-DAYS.

           PERFORM OPEN-ARCHIVE-FILES
               THRU OPEN-ARCHIVE-FILES-EXIT.

           PERFORM READ-VSAM-RECORD.
           PERFORM READ-BAL-RECORD.
           PERFORM READ-ZERO-RECORD
               THRU READ-ZERO-RECORD-EXIT.

           PERFORM UNTIL W-VSAM-KEY = HIGH-VALUE
                     AND W-BAL-KEY = HIGH-VALUE
                     AND W-ZRO-KEY = HIGH-VALUE
               PERFORM MATCH-ONE-CUSTOMER
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           IF W-HELD-BALANCE NOT = ZERO
                   OR W-HELD-BAD-DATE NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'KSDS RECORDS READ       = ' W-VSAM-RECORDS-READ.
           DISPLAY 'BALANCE RECORDS READ    = ' W-BAL-RECORDS-READ.
           DISPLAY 'WATCH RECORDS READ      = ' W-ZRO-RECORDS-READ.
           DISPLAY 'ACTIVE, KEPT            = ' W-ACTIVE-CNT.
           DISPLAY 'NO TRANSACTIONS, WATCHED= ' W-WATCHED-CNT.
           DISPLAY 'ARCHIVED, DORMANT       = ' W-ARCHIVED-DORMANT.
           DISPLAY 'ARCHIVED, NO TRANS      = ' W-ARCHIVED-ZERO.
           DISPLAY 'HELD, CLOSING NOT ZERO  = ' W-HELD-BALANCE.
           DISPLAY 'HELD, NO VALID DATE     = ' W-HELD-BAD-DATE.
           DISPLAY 'DELETES WRITTEN         = ' W-DELETES-WRITTEN.
           DISPLAY 'WATCH RECORDS WRITTEN   = ' W-WATCH-WRITTEN.

           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE BALANCE-FILE.
           CLOSE ZERO-IN-FILE.
           CLOSE ZERO-OUT-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE MAINT-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * OPENS THE INPUTS, THE ARCHIVE, MAINTENANCE AND WATCH LIST
      * OUTPUTS AND THE REPORT. A MISSING ZEROIN (THE OPTIONAL OPEN
      * REPORTS 05 WHEN THE DATASET IS ABSENT, OR 35 WITHOUT A DD
      * STATEMENT) IS AN EMPTY WATCH LIST, FOR THE FIRST RUN.
      * ----------------------------------------------------------------
       OPEN-ARCHIVE-FILES.

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

           OPEN INPUT ZERO-IN-FILE.
           EVALUATE W-ZEROIN-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 05
              WHEN 35
                 DISPLAY 'NO WATCH LIST DATASET. STARTING A NEW ONE'
                 SET W-ZEROIN-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING ZERO-IN-FILE='
                         W-ZEROIN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           OPEN OUTPUT ZERO-OUT-FILE.
           IF W-ZEROOUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ZERO-OUT-FILE='
                      W-ZEROOUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT ARCHIVE-FILE.
           IF W-ARCHIVE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ARCHIVE-FILE='
                      W-ARCHIVE-FILE-STATUS
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

       OPEN-ARCHIVE-FILES-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * READS THE NEXT RECORD FROM EACH FILE. AT END THE FILE'S MATCH
      * KEY IS FORCED TO HIGH-VALUE SO THE MATCH LOOP DRAINS THE
      * OTHERS. A SEQUENTIAL FILE OUT OF CUSTOMER-ID ORDER WOULD PAIR
      * A CUSTOMER WITH THE WRONG BALANCE OR WATCH DATE, SO IT STOPS
      * THE RUN, AS DOES A WATCH LIST DATE THAT IS NOT A REAL DATE.
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

       READ-ZERO-RECORD.

           IF W-ZEROIN-EOF
              MOVE HIGH-VALUE TO W-ZRO-KEY
              GO TO READ-ZERO-RECORD-EXIT
           END-IF.
           READ ZERO-IN-FILE
               AT END
                  SET W-ZEROIN-EOF TO TRUE
                  MOVE HIGH-VALUE TO W-ZRO-KEY
                  GO TO READ-ZERO-RECORD-EXIT
           END-READ.
           IF W-ZEROIN-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING ZERO-IN-FILE='
                      W-ZEROIN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           ADD 1 TO W-ZRO-RECORDS-READ.
           MOVE ZRO-CUSTOMER-ID TO W-ZRO-KEY.
           IF W-ZRO-KEY NOT > W-PREV-ZRO-KEY
              DISPLAY 'ZEROIN OUT OF SEQUENCE AT CUSTOMER-ID='
                      ZRO-CUSTOMER-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE W-ZRO-KEY TO W-PREV-ZRO-KEY.

           MOVE ZRO-FIRST-DATE TO W-CHECK-DATE.
           PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT.
           IF W-DATE-WORK-INT = ZERO
              DISPLAY 'INVALID FIRST-SEEN DATE ' ZRO-FIRST-DATE
                      ' ON ZEROIN AT CUSTOMER-ID=' ZRO-CUSTOMER-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           MOVE W-DATE-WORK-INT TO W-ZRO-FIRST-INT.

       READ-ZERO-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * TAKES THE LOWEST CUSTOMER-ID ON ANY OF THE THREE FILES. ONLY
      * A CUSTOMER ON THE KSDS IS DECIDED: A BALANCE RECORD WITH NO
      * KSDS CUSTOMER IS PCUSTINT'S BUSINESS, AND A WATCH RECORD WITH
      * NO KSDS CUSTOMER IS SIMPLY DROPPED FROM THE LIST. EVERY FILE
      * POSITIONED ON THE CUSTOMER IS THEN MOVED PAST IT.
      * ----------------------------------------------------------------
       MATCH-ONE-CUSTOMER.

           MOVE W-VSAM-KEY TO W-LOW-KEY.
           IF W-BAL-KEY < W-LOW-KEY
              MOVE W-BAL-KEY TO W-LOW-KEY
           END-IF.
           IF W-ZRO-KEY < W-LOW-KEY
              MOVE W-ZRO-KEY TO W-LOW-KEY
           END-IF.

           MOVE 'N' TO W-ON-KSDS-SWITCH W-ON-BAL-SWITCH
                       W-ON-ZRO-SWITCH.
           IF W-VSAM-KEY = W-LOW-KEY
              SET W-ON-KSDS TO TRUE
           END-IF.
           IF W-BAL-KEY = W-LOW-KEY
              SET W-ON-BAL TO TRUE
           END-IF.
           IF W-ZRO-KEY = W-LOW-KEY
              SET W-ON-ZRO TO TRUE
           END-IF.

           IF W-ON-KSDS
              PERFORM DECIDE-CUSTOMER
                  THRU DECIDE-CUSTOMER-EXIT
           ELSE
              IF W-ON-ZRO
                 ADD 1 TO W-WATCH-DROPPED
              END-IF
           END-IF.

           IF W-ON-KSDS
              PERFORM READ-VSAM-RECORD
           END-IF.
           IF W-ON-BAL
              PERFORM READ-BAL-RECORD
           END-IF.
           IF W-ON-ZRO
              PERFORM READ-ZERO-RECORD
                  THRU READ-ZERO-RECORD-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * DECIDES ONE KSDS CUSTOMER: KEPT AS ACTIVE, KEPT ON THE WATCH
      * LIST, HELD BACK OR ARCHIVED. A WATCH RECORD FOR A CUSTOMER
      * THAT NOW HAS TRANSACTIONS IS DROPPED.
      * ----------------------------------------------------------------
       DECIDE-CUSTOMER.

           IF VSAM-TRANSACTION-NBR = ZERO
              PERFORM JUDGE-NO-TRANSACTIONS
                  THRU JUDGE-NO-TRANSACTIONS-EXIT
           ELSE
              IF W-ON-ZRO
                 ADD 1 TO W-WATCH-DROPPED
              END-IF
              PERFORM JUDGE-DORMANCY
                  THRU JUDGE-DORMANCY-EXIT
           END-IF.
           IF W-ARC-REASON = SPACE
              GO TO DECIDE-CUSTOMER-EXIT
           END-IF.

           IF W-ON-BAL
              MOVE BAL-CLOSING TO W-CUST-CLOSING
           ELSE
              MOVE ZERO TO W-CUST-CLOSING
           END-IF.

           IF W-CUST-CLOSING NOT = ZERO
              ADD 1 TO W-HELD-BALANCE
              ADD W-CUST-CLOSING TO W-HELD-CLOSING
              IF W-ARC-REASON = 'Z'
                 PERFORM WRITE-WATCH-RECORD
              END-IF
              MOVE 'HELD - CLOSING BALANCE NOT ZERO'
                   TO W-DET-ACTION
              PERFORM PRINT-DETAIL-LINE
              GO TO DECIDE-CUSTOMER-EXIT
           END-IF.

           PERFORM WRITE-ARCHIVE-RECORD.
           PERFORM WRITE-DELETE-TRANSACTION.
           IF W-ARC-REASON = 'D'
              ADD 1 TO W-ARCHIVED-DORMANT
              MOVE 'ARCHIVED - DORMANT' TO W-DET-ACTION
           ELSE
              ADD 1 TO W-ARCHIVED-ZERO
              MOVE 'ARCHIVED - NO TRANSACTIONS' TO W-DET-ACTION
           END-IF.
           ADD W-CUST-CLOSING TO W-ARCHIVED-CLOSING.
           PERFORM PRINT-DETAIL-LINE.

       DECIDE-CUSTOMER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * A CUSTOMER WITH NO TRANSACTIONS IS JUDGED ON THE DATE IT WAS
      * FIRST SEEN SO: ITS WATCH RECORD'S DATE, OR TODAY'S AS-OF DATE
      * IF IT IS NOT WATCHED YET. UNTIL THAT DATE IS PAST THE CUTOFF
      * IT STAYS ON THE WATCH LIST. LEAVES W-ARC-REASON 'Z' WHEN IT IS
      * TO BE ARCHIVED, SPACE WHEN IT IS KEPT.
      * ----------------------------------------------------------------
       JUDGE-NO-TRANSACTIONS.

           MOVE SPACE TO W-ARC-REASON.
           IF W-ON-ZRO
              MOVE ZRO-FIRST-DATE TO W-JUDGED-DATE
              COMPUTE W-JUDGED-AGE = W-ASOF-INT - W-ZRO-FIRST-INT
           ELSE
              MOVE L-ASOF-DATE TO W-JUDGED-DATE
              MOVE ZERO TO W-JUDGED-AGE
              ADD 1 TO W-NEWLY-WATCHED
           END-IF.

           IF W-JUDGED-AGE NOT > L-DORMANT-DAYS
              ADD 1 TO W-WATCHED-CNT
              PERFORM WRITE-WATCH-RECORD
              GO TO JUDGE-NO-TRANSACTIONS-EXIT
           END-IF.
           MOVE 'Z' TO W-ARC-REASON.

       JUDGE-NO-TRANSACTIONS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * A CUSTOMER WITH TRANSACTIONS IS JUDGED ON ITS NEWEST VALID
      * TRANSACTION-DATE, AS PCUSTAGE JUDGES DORMANCY. ONE WITH NO
      * VALID DATE AT ALL IS HELD BACK HERE. LEAVES W-ARC-REASON 'D'
      * WHEN IT IS TO BE ARCHIVED, SPACE OTHERWISE.
      * ----------------------------------------------------------------
       JUDGE-DORMANCY.

           MOVE SPACE TO W-ARC-REASON.
           MOVE ZERO TO W-NEWEST-INT.
           MOVE SPACE TO W-JUDGED-DATE.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > VSAM-TRANSACTION-NBR
               MOVE VSAM-TRANSACTION-DATE(W-J) TO W-CHECK-DATE
               PERFORM CHECK-TEXT-DATE THRU CHECK-TEXT-DATE-EXIT
               MOVE W-DATE-WORK-INT TO W-DATE-INT
               IF W-DATE-INT > W-NEWEST-INT
                  MOVE W-DATE-INT TO W-NEWEST-INT
                  MOVE VSAM-TRANSACTION-DATE(W-J) TO W-JUDGED-DATE
               END-IF
           END-PERFORM.

           IF W-NEWEST-INT = ZERO
              ADD 1 TO W-HELD-BAD-DATE
              MOVE ZERO TO W-JUDGED-AGE
              IF W-ON-BAL
                 MOVE BAL-CLOSING TO W-CUST-CLOSING
              ELSE
                 MOVE ZERO TO W-CUST-CLOSING
              END-IF
              ADD W-CUST-CLOSING TO W-HELD-CLOSING
              MOVE 'HELD - NO VALID TRANSACTION-DATE' TO W-DET-ACTION
              PERFORM PRINT-DETAIL-LINE
              GO TO JUDGE-DORMANCY-EXIT
           END-IF.

           COMPUTE W-JUDGED-AGE = W-ASOF-INT - W-NEWEST-INT.
           IF W-JUDGED-AGE NOT > L-DORMANT-DAYS
              ADD 1 TO W-ACTIVE-CNT
              GO TO JUDGE-DORMANCY-EXIT
           END-IF.
           MOVE 'D' TO W-ARC-REASON.

       JUDGE-DORMANCY-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * ARCHIVE, MAINTENANCE AND WATCH LIST WRITERS. A WRITE FAILURE
      * ON ANY OF THEM STOPS THE RUN, SINCE A CUSTOMER MUST NEVER BE
      * DELETED WITHOUT ITS ARCHIVE RECORD.
      * ----------------------------------------------------------------
       WRITE-ARCHIVE-RECORD.

           MOVE L-ASOF-DATE   TO ARC-ARCHIVE-DATE.
           MOVE W-ARC-REASON  TO ARC-REASON.
           MOVE W-JUDGED-DATE TO ARC-NEWEST-DATE.
           MOVE SPACE TO ARC-CUSTOMER-IMAGE.
           MOVE VSAM-CUSTOMER-DATA TO ARC-CUSTOMER-IMAGE.
           WRITE ARCHIVE-RECORD.
           IF W-ARCHIVE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO ARCHIVE-FILE='
                      W-ARCHIVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

       WRITE-DELETE-TRANSACTION.

           MOVE 'D' TO UPD-ACTION.
           MOVE SPACE TO UPD-CUSTOMER-IMAGE.
           MOVE VSAM-CUSTOMER-DATA TO UPD-CUSTOMER-IMAGE.
           WRITE MAINT-RECORD.
           IF W-MAINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO MAINT-FILE='
                      W-MAINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           ADD 1 TO W-DELETES-WRITTEN.

       WRITE-WATCH-RECORD.

           MOVE SPACE TO ZERO-OUT-RECORD.
           MOVE VSAM-CUSTOMER-ID TO ZOUT-CUSTOMER-ID.
           MOVE W-JUDGED-DATE TO ZOUT-FIRST-DATE.
           WRITE ZERO-OUT-RECORD.
           IF W-ZEROOUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO ZERO-OUT-FILE='
                      W-ZEROOUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           ADD 1 TO W-WATCH-WRITTEN.

      * ----------------------------------------------------------------
      * REPORT LINES: ONE PER CUSTOMER ARCHIVED OR HELD BACK, WITH
      * W-DET-ACTION ALREADY SET BY THE CALLER, THEN THE RUN CONTROL
      * TOTALS.
      * ----------------------------------------------------------------
       PRINT-DETAIL-LINE.

           MOVE VSAM-CUSTOMER-ID   TO W-DET-CUSTOMER-ID.
           MOVE VSAM-CUSTOMER-NAME TO W-DET-NAME.
           MOVE W-JUDGED-DATE      TO W-DET-DATE.
           MOVE W-JUDGED-AGE       TO W-DET-DAYS.
           MOVE W-CUST-CLOSING     TO W-DET-CLOSING.
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

           IF W-LINE-CNT > W-PAGE-LIMIT - 18
              PERFORM PRINT-PAGE-HEADING
           END-IF.

           MOVE 'KSDS RECORDS READ       = ' TO W-TL-LABEL.
           MOVE W-VSAM-RECORDS-READ TO W-TL-CNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE '  ACTIVE, KEPT          = ' TO W-TL-LABEL.
           MOVE W-ACTIVE-CNT TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  NO TRANS, WATCHED     = ' TO W-TL-LABEL.
           MOVE W-WATCHED-CNT TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  ARCHIVED, DORMANT     = ' TO W-TL-LABEL.
           MOVE W-ARCHIVED-DORMANT TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  ARCHIVED, NO TRANS    = ' TO W-TL-LABEL.
           MOVE W-ARCHIVED-ZERO TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  HELD, CLOSING NOT ZERO= ' TO W-TL-LABEL.
           MOVE W-HELD-BALANCE TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  HELD, NO VALID DATE   = ' TO W-TL-LABEL.
           MOVE W-HELD-BAD-DATE TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.

           MOVE 'ARCHIVE RECORDS WRITTEN = ' TO W-TL-LABEL.
           COMPUTE W-TL-CNT = W-ARCHIVED-DORMANT + W-ARCHIVED-ZERO.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'DELETES WRITTEN         = ' TO W-TL-LABEL.
           MOVE W-DELETES-WRITTEN TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'WATCH RECORDS READ      = ' TO W-TL-LABEL.
           MOVE W-ZRO-RECORDS-READ TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  DROPPED FROM WATCH    = ' TO W-TL-LABEL.
           MOVE W-WATCH-DROPPED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE '  NEWLY WATCHED         = ' TO W-TL-LABEL.
           MOVE W-NEWLY-WATCHED TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'WATCH RECORDS WRITTEN   = ' TO W-TL-LABEL.
           MOVE W-WATCH-WRITTEN TO W-TL-CNT.
           PERFORM PRINT-TOTAL-LINE.

      *    NOTHING STILL OWED IS EVER ARCHIVED, SO THE ARCHIVED TOTAL
      *    PROVES ITSELF BY BEING ZERO.
           MOVE 'CLOSING BALANCES ARCHIVED = ' TO W-AL-LABEL.
           MOVE W-ARCHIVED-CLOSING TO W-AL-AMOUNT.
           MOVE W-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'CLOSING BALANCES HELD     = ' TO W-AL-LABEL.
           MOVE W-HELD-CLOSING TO W-AL-AMOUNT.
           MOVE W-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       PRINT-TOTAL-LINE.

           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

      * ----------------------------------------------------------------
      * CHECKS THAT W-CHECK-DATE IS A YYYY-MM-DD DATE WITH NUMERIC
      * PARTS, THEN HAS CHECK-ISO-DATE VALIDATE IT AGAINST THE
      * CALENDAR. LEAVES W-DATE-WORK-INT ZERO IF IT IS NOT A DATE.
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
      * FOR THE CALLER TO REJECT, AS IN PCUSTWVB.
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

       END PROGRAM PCUSTARC.

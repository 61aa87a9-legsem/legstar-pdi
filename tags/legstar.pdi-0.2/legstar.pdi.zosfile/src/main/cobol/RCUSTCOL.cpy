      * ----------------------------------------------------------------
      * COLLECTIONS WORK-LIST RECORD LAYOUT WRITTEN BY PCUSTDUN.
      *
      * ONE RECORD PER CUSTOMER SENT A DUNNING NOTICE, IN ASCENDING
      * CUSTOMER-ID ORDER, FOR THE COLLECTIONS TEAM TO WORK FROM:
      * THE NOTICE LEVEL SENT (1 FIRST, 2 SECOND, 3 FINAL), THE NAME,
      * ADDRESS AND PHONE FROM THE CUSTOMER KSDS, THE CLOSING BALANCE
      * FROM THE BALANCE MASTER, AND THE OLDEST OPEN ITEM THE NOTICE
      * LEVEL WAS AGED FROM - ITS DATE, THE PART OF IT STILL OPEN AND
      * ITS AGE IN DAYS AT THE AS-OF DATE. THE OLDEST OPEN ITEM MAY
      * COME FROM THE TRANSACTION HISTORY KSDS WHEN THE CUSTOMER'S
      * TRANSACTIONS ON THE CUSTOMER KSDS DO NOT COVER THE BALANCE.
      * COL-BEFORE-FILE IS 'Y' WHEN THE HISTORY DOES NOT ACCOUNT FOR
      * THE REST EITHER, SO THE OLDEST OPEN ITEM IS OLDER THAN
      * ANYTHING STILL ON FILE AND THE DATE AND AGE ARE THOSE OF THE
      * OLDEST TRANSACTION THERE (A MINIMUM). ALL-DISPLAY, LIKE
      * RCUSTBAL, SO THE FILE IS READABLE IN A BROWSE. RECORD IS 110
      * BYTES.
      * ----------------------------------------------------------------
       01  COLLECTIONS-ITEM.
           05 COL-CUSTOMER-ID         PIC 9(9).
           05 COL-NOTICE-LEVEL        PIC 9(1).
              88 COL-FIRST-NOTICE     VALUE 1.
              88 COL-SECOND-NOTICE    VALUE 2.
              88 COL-FINAL-NOTICE     VALUE 3.
           05 COL-CUSTOMER-NAME       PIC X(20).
           05 COL-CUSTOMER-ADDRESS    PIC X(20).
           05 COL-CUSTOMER-PHONE      PIC X(8).
           05 COL-BALANCE             PIC S9(11)V99.
           05 COL-OLDEST-OPEN-DATE    PIC X(10).
           05 COL-OLDEST-OPEN-AMOUNT  PIC S9(11)V99.
           05 COL-DAYS-PAST-DUE       PIC 9(5).
           05 COL-BEFORE-FILE         PIC X(1).
              88 COL-OLDER-THAN-FILE  VALUE 'Y'.
           05 COL-ASOF-DATE           PIC X(10).

      * ----------------------------------------------------------------
      * ZERO-TRANSACTION WATCH RECORD LAYOUT FOR THE STANDING CUSTZERO
      * DATASET KEPT BY PCUSTARC.
      *
      * A CUSTOMER WITH TRANSACTION-NBR ZERO HAS NO DATE TO SAY HOW
      * LONG IT HAS BEEN IDLE, SO EACH ARCHIVE RUN RECORDS THE ONES IT
      * FINDS HERE WITH ZRO-FIRST-DATE, THE AS-OF DATE OF THE RUN THAT
      * FIRST SAW IT WITH NO TRANSACTIONS. THE DATE IS KEPT FROM RUN
      * TO RUN, THE WAY PCUSTEDT KEEPS SUS-FIRST-DATE, UNTIL THE
      * CUSTOMER IS ARCHIVED, GAINS A TRANSACTION OR LEAVES THE KSDS.
      * ONE RECORD PER CUSTOMER, IN ASCENDING CUSTOMER-ID ORDER.
      * RECORD IS 20 BYTES.
      * ----------------------------------------------------------------
       01  ZERO-WATCH-RECORD.
           05 ZRO-CUSTOMER-ID         PIC 9(9).
           05 ZRO-FIRST-DATE          PIC X(10).
           05 FILLER                  PIC X(1).

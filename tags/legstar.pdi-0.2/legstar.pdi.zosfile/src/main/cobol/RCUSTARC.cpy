      * ----------------------------------------------------------------
      * CUSTOMER ARCHIVE RECORD LAYOUT FOR THE STANDING CUSTARC
      * DATASET KEPT BY PCUSTARC AND PCUSTRST.
      *
      * ONE RECORD PER CUSTOMER TAKEN OFF THE CUSTOMER KSDS BY AN
      * ARCHIVE RUN. THE CUSTOMER-DATA RECORD IS CARRIED WHOLE IN
      * ARC-CUSTOMER-IMAGE, PADDED WITH SPACES TO 196 BYTES AS IN THE
      * PCUSTUPD MAINTIN LAYOUT, SO PCUSTRST CAN PUT IT BACK EXACTLY
      * AS IT WAS. ARC-ARCHIVE-DATE IS THE AS-OF DATE OF THE RUN THAT
      * ARCHIVED IT, ARC-REASON WHY: 'D' DORMANT (ITS NEWEST
      * TRANSACTION-DATE, IN ARC-NEWEST-DATE, WAS OLDER THAN THE
      * RUN'S CUTOFF) OR 'Z' NO TRANSACTIONS (IT HAD NONE FROM THE
      * DATE IN ARC-NEWEST-DATE, WHEN AN ARCHIVE RUN FIRST SAW IT SO,
      * UNTIL PAST THE CUTOFF). EACH RUN APPENDS TO THE DATASET, SO IT
      * IS IN ARCHIVE-DATE ORDER, THEN CUSTOMER-ID ORDER WITHIN A RUN.
      * RECORD IS 217 BYTES.
      * ----------------------------------------------------------------
       01  ARCHIVE-RECORD.
           05 ARC-ARCHIVE-DATE        PIC X(10).
           05 ARC-REASON              PIC X(1).
              88 ARC-DORMANT          VALUE 'D'.
              88 ARC-NO-TRANSACTIONS  VALUE 'Z'.
           05 ARC-NEWEST-DATE         PIC X(10).
           05 ARC-CUSTOMER-IMAGE      PIC X(196).
           05 FILLER REDEFINES ARC-CUSTOMER-IMAGE.
              10 ARC-CUSTOMER-ID      PIC 9(9).
              10 FILLER               PIC X(187).

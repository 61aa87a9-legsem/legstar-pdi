      * ----------------------------------------------------------------
      * MAINTENANCE-JOURNAL RECORD LAYOUT FOR THE DATASET WRITTEN BY
      * PCUSTUPD (JRNFILE) AND READ BACK BY PCUSTBKO, AND FOR THE
      * ONLINE JOURNAL PCUSTMNT (CMNT) WRITES THROUGH TRANSIENT DATA
      * QUEUE CJRN. PCUSTCHG REPORTS ACROSS BOTH.
      *
      * ONE RECORD PER MAINTENANCE TRANSACTION ACTUALLY APPLIED TO
      * THE CUSTOMER KSDS, IN THE ORDER APPLIED, CARRYING THE RUN
      * TRANSACTION-NBR COVERS. AN ADD HAS A SPACE BEFORE-IMAGE AND A
      * DELETE A SPACE AFTER-IMAGE. REJECTED TRANSACTIONS ARE NEVER
      * JOURNALED - THEY CHANGED NOTHING, SO THERE IS NOTHING TO BACK
      * OUT. JRN-SOURCE TELLS A BATCH RUN'S RECORD FROM A SCREEN'S;
      * AN ONLINE RECORD ALSO CARRIES THE CICS USER ID AND TERMINAL
      * THAT MADE THE CHANGE AND IS STAMPED WITH THE TIME OF THE
      * CHANGE ITSELF. A BATCH RECORD HAS SPACES THERE. RECORD IS 420
      * BYTES.
      * ----------------------------------------------------------------
       01  JOURNAL-RECORD.
           05 JRN-RUN-DATE            PIC X(8).
              88 JRN-ACTION-DELETE    VALUE 'D'.
           05 JRN-BEFORE-IMAGE        PIC X(196).
           05 JRN-AFTER-IMAGE         PIC X(196).
           05 JRN-SOURCE              PIC X(1).
              88 JRN-SOURCE-BATCH     VALUE 'B'.
              88 JRN-SOURCE-ONLINE    VALUE 'O'.
           05 JRN-USERID              PIC X(8).
           05 JRN-TERMID              PIC X(4).

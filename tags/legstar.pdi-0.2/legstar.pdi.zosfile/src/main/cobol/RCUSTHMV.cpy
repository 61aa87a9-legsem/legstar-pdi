      * ----------------------------------------------------------------
      * HISTORY-MOVE LOG RECORD LAYOUT FOR THE DATASET WRITTEN BY
      * PCUSTMPA (HSTLOG) AND READ BACK BY PCUSTBKO.
      *
      * ONE RECORD PER CHANGE MADE TO THE TRANSACTION HISTORY KSDS,
      * IN THE ORDER MADE, EACH LOGGED JUST BEFORE THE CHANGE ITSELF:
      *     W - A RECORD WRITTEN UNDER A SURVIVOR (A MERGED MEMBER'S
      *         HISTORY RE-KEYED, OR A TRANSACTION DROPPED FROM THE
      *         CONSOLIDATED KSDS RECORD). BACKED OUT BY DELETING IT.
      *     D - A MERGED MEMBER'S RECORD DELETED AFTER ITS COPY WAS
      *         WRITTEN. BACKED OUT BY WRITING IT BACK.
      * HMV-HISTORY-RECORD IS THE FULL 40-BYTE RCUSTTRN IMAGE, KEY
      * INCLUDED. RECORD IS 41 BYTES.
      * ----------------------------------------------------------------
       01  HISTORY-MOVE-RECORD.
           05 HMV-ACTION              PIC X(1).
              88 HMV-ACTION-WRITE     VALUE 'W'.
              88 HMV-ACTION-DELETE    VALUE 'D'.
           05 HMV-HISTORY-RECORD      PIC X(40).

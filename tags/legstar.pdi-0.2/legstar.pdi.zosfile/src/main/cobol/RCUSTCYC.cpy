      * ----------------------------------------------------------------
      * CYCLE-CONTROL RECORD LAYOUT FOR THE STANDING CYCLCTL DATASET
      * APPENDED TO BY PCUSTBAL EACH TIME IT CLOSES A PERIOD.
      *
      * ONE RECORD PER CLOSED PERIOD, IN CLOSING ORDER, SO THE LAST
      * RECORD IS ALWAYS THE LATEST PERIOD CLOSED. CYC-PERIOD-ID IS
      * THE PERIOD AS YYYYMM, THE SAME VALUE PASSED IN THE PARM OF
      * PCUSTEXT, PCUSTPST AND PCUSTBAL. CYC-INPUT-GEN AND
      * CYC-OUTPUT-GEN NUMBER THE BALANCE MASTER GENERATIONS READ AS
      * OLDBAL AND WRITTEN AS NEWBAL (GENERATION 0 IS NO OLDBAL, THE
      * FIRST PERIOD), SO EACH PERIOD'S INPUT GENERATION IS THE PRIOR
      * PERIOD'S OUTPUT GENERATION. THE COUNTS AND AMOUNTS ARE
      * PCUSTBAL'S GRAND TOTALS FOR THE PERIOD; THE CUSTOMER COUNT AND
      * CLOSING TOTAL ARE WHAT THE NEXT PERIOD'S OLDBAL MUST PROVE
      * TO. ALL-DISPLAY (AMOUNTS IN ZONED DECIMAL) SO THE FILE IS
      * READABLE IN A BROWSE, LIKE RCUSTTOT. RECORD IS 106 BYTES.
      * ----------------------------------------------------------------
       01  CYCLE-CONTROL-RECORD.
           05 CYC-PERIOD-ID           PIC 9(6).
           05 CYC-RUN-DATE            PIC X(8).
           05 CYC-RUN-TIME            PIC X(6).
           05 CYC-INPUT-GEN           PIC 9(4).
           05 CYC-OUTPUT-GEN          PIC 9(4).
           05 CYC-CUSTOMERS           PIC 9(9).
           05 CYC-TRANS-CNT           PIC 9(9).
           05 CYC-FORWARD             PIC S9(13)V99.
           05 CYC-DEBITS              PIC S9(13)V99.
           05 CYC-CREDITS             PIC S9(13)V99.
           05 CYC-CLOSING             PIC S9(13)V99.

      * ----------------------------------------------------------------
      * SUSPENSE RECORD LAYOUT FOR THE STANDING MAINTSUS AND POSTSUS
      * SUSPENSE DATASETS KEPT BY PCUSTEDT.
      *
      * ONE RECORD PER INPUT RECORD HELD BACK BY THE PRE-EDIT. THE
      * ORIGINAL RECORD IS CARRIED UNCHANGED IN SUS-INPUT-RECORD - A
      * 197-BYTE MAINTIN IMAGE, OR A 40-BYTE RCUSTTRN POSTING PADDED
      * WITH SPACES - SO IT CAN BE CORRECTED IN PLACE AND RE-EDITED ON
      * THE NEXT CYCLE. SUS-SOURCE SAYS WHICH INPUT THE RECORD CAME
      * FROM, SUS-REASON WHY IT IS HELD (THE FIRST EDIT IT FAILED ON
      * ITS LATEST CYCLE) AND SUS-FIRST-DATE (YYYYMMDD) THE RUN THAT
      * FIRST SUSPENDED IT, WHICH IS KEPT ACROSS CYCLES SO THE AGE OF
      * AN ITEM IN SUSPENSE IS ALWAYS KNOWN. RECORD IS 208 BYTES.
      * ----------------------------------------------------------------
       01  SUSPENSE-RECORD.
           05 SUS-SOURCE              PIC X(1).
              88 SUS-FROM-MAINTIN     VALUE 'M'.
              88 SUS-FROM-POSTIN      VALUE 'P'.
           05 SUS-REASON              PIC 9(2).
              88 SUS-INVALID-DATE     VALUE 01.
              88 SUS-INVALID-AMOUNT   VALUE 02.
              88 SUS-INVALID-COUNT    VALUE 03.
              88 SUS-DUPLICATE-ACTION VALUE 04.
           05 SUS-FIRST-DATE          PIC X(8).
           05 SUS-INPUT-RECORD        PIC X(197).

      * BEFORE-IMAGE, A CHANGE OR DELETE NOW READS THE KSDS RECORD
      * FIRST - WHICH ALSO DETECTS A MISSING CUSTOMER-ID BEFORE THE
      * REWRITE OR DELETE IS EVER ATTEMPTED.
      *
      * THE CUSTOMER-NAME ALTERNATE INDEX THE PCUSTINQ NAME SEARCH
      * USES IS IN THE KSDS'S UPGRADE SET (SEE JOB CUSTAIX), SO VSAM
      * CARRIES EVERY ADD, NAME CHANGE AND DELETE MADE HERE INTO IT;
      * NOTHING IN THIS PROGRAM MAINTAINS THE INDEX.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  REPORT-LINE                PIC X(132).

       FD JOURNAL-FILE
           RECORD CONTAINS 420 CHARACTERS.
       COPY RCUSTJRN.

       WORKING-STORAGE SECTION.
           MOVE UPD-ACTION     TO JRN-ACTION.
           MOVE W-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE W-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
           SET JRN-SOURCE-BATCH TO TRUE.
           MOVE SPACE          TO JRN-USERID.
           MOVE SPACE          TO JRN-TERMID.
           WRITE JOURNAL-RECORD.
           IF W-JOURNAL-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO JOURNAL-FILE='

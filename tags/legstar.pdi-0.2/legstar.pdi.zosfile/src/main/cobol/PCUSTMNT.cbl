      * MAXIMUM ALL COME BACK AS A SCREEN MESSAGE WITH NOTHING
      * APPLIED. PSEUDO-CONVERSATIONAL LIKE PCUSTINQ, WITH THE
      * CUSTOMER-ID LAST DISPLAYED CARRIED IN THE COMMAREA. THE KSDS
      * IS DEFINED TO CICS AS FILE CUSTKSDS. CUSTKSDS IS THE BASE
      * CLUSTER, AND THE CUSTOMER-NAME ALTERNATE INDEX PCUSTINQ
      * SEARCHES IS IN ITS UPGRADE SET (SEE JOB CUSTAIX), SO ADDS,
      * NAME CHANGES AND DELETES MADE HERE REACH THE INDEX AT ONCE.
      *
      * EVERY ADD, CHANGE AND DELETE APPLIED HERE IS JOURNALED IN THE
      * SAME BEFORE/AFTER-IMAGE FORM PCUSTUPD WRITES (SEE RCUSTJRN),
      * STAMPED WITH THE DATE AND TIME OF THE CHANGE, THE CICS USER ID
      * AND THE TERMINAL, SO PCUSTCHG CAN REPORT ONLINE CHANGES ALONG
      * WITH BATCH ONES. THE JOURNAL IS WRITTEN TO EXTRAPARTITION
      * TRANSIENT DATA QUEUE CJRN, DEFINED TO CICS OVER DATASET
      * LEGSTAR.PDI.CMNTJRN (RECFM=FB, LRECL=420). CUSTKSDS IS DEFINED
      * RECOVERABLE, SO WHEN THE JOURNAL CANNOT BE WRITTEN THE KSDS
      * CHANGE IS ROLLED BACK AND THE SCREEN SAYS SO - NOTHING IS
      * EVER APPLIED ONLINE WITHOUT A TRAIL.
      *
      * THE JOURNAL ACCUMULATES ACROSS QUEUE REOPENS AND CICS
      * RESTARTS ONLY IF THE REGION'S JCL OPENS THE DATASET FOR
      * EXTEND:
      *     //CMNTJRN DD DSN=LEGSTAR.PDI.CMNTJRN,DISP=MOD
      * WITH ANY OTHER DISPOSITION EACH OPEN WRITES FROM THE START OF
      * THE DATASET AND WIPES THE ONLINE AUDIT TRAIL. QUEUE CJRN IS
      * CLOSED (CEMT SET TDQUEUE(CJRN) CLOSED) FOR EACH PCUSTCHG RUN
      * AND MUST BE REOPENED (CEMT SET TDQUEUE(CJRN) OPEN) AS SOON AS
      * THE RUN ENDS; WHILE IT IS CLOSED THE WRITEQ FAILS AND EVERY
      * ADD, CHANGE AND DELETE IS ROLLED BACK WITH 'JOURNAL
      * UNAVAILABLE'.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * ----------------------------------------------------------------
       COPY MCUSTMNT.
       COPY DFHAID.
      * ----------------------------------------------------------------
      * JOURNAL RECORD WRITTEN TO QUEUE CJRN FOR EVERY CHANGE APPLIED,
      * AND ITS IMAGE WORK AREAS. THE IMAGES ARE SPACE-PADDED BEFORE
      * THE VARIABLE-LENGTH RECORD IS MOVED IN, AS IN PCUSTUPD.
      * ----------------------------------------------------------------
       COPY RCUSTJRN.
       01  W-BEFORE-IMAGE             PIC X(196).
       01  W-AFTER-IMAGE              PIC X(196).
       01  W-ABSTIME                  PIC S9(15) COMP-3.
       01  W-JOURNAL-OK-SWITCH        PIC X(1).
           88 W-JOURNAL-OK            VALUE 'Y'.
       01  W-RESP                     PIC S9(8) COMP.
       01  W-J                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
           END-EXEC.
           EVALUATE W-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE SPACE TO W-BEFORE-IMAGE
                 PERFORM CAPTURE-AFTER-IMAGE
                 MOVE 'A' TO JRN-ACTION
                 PERFORM WRITE-JOURNAL-RECORD
                     THRU WRITE-JOURNAL-RECORD-EXIT
                 IF W-JOURNAL-OK
                    PERFORM BUILD-CUSTOMER-MAP
                    MOVE 'CUSTOMER ADDED' TO MSGO
                 END-IF
              WHEN DFHRESP(DUPREC)
                 MOVE LOW-VALUE TO MAPMNTO
                 MOVE W-RID TO CUSTIDO
           END-EXEC.
           EVALUATE W-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM CAPTURE-BEFORE-IMAGE
              WHEN DFHRESP(NOTFND)
                 MOVE LOW-VALUE TO MAPMNTO
                 MOVE W-RID TO CUSTIDO
           EXEC CICS REWRITE FILE('CUSTKSDS') FROM(CUSTOMER-DATA)
                LENGTH(W-REC-LENGTH) RESP(W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUE TO MAPMNTO
              MOVE 'ERROR REWRITING THE CUSTOMER FILE' TO MSGO
              GO TO CHANGE-CUSTOMER-EXIT
           END-IF.

           PERFORM CAPTURE-AFTER-IMAGE.
           MOVE 'C' TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD
               THRU WRITE-JOURNAL-RECORD-EXIT.
           IF W-JOURNAL-OK
              PERFORM BUILD-CUSTOMER-MAP
              MOVE 'CUSTOMER CHANGED' TO MSGO
           END-IF.

       CHANGE-CUSTOMER-EXIT.
           END-EXEC.
           EVALUATE W-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM CAPTURE-BEFORE-IMAGE
              WHEN DFHRESP(NOTFND)
                 MOVE LOW-VALUE TO MAPMNTO
                 MOVE W-RID TO CUSTIDO

           EXEC CICS DELETE FILE('CUSTKSDS') RESP(W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUE TO MAPMNTO
              MOVE 'ERROR DELETING FROM THE CUSTOMER FILE' TO MSGO
              GO TO DELETE-CUSTOMER-EXIT
           END-IF.

           MOVE SPACE TO W-AFTER-IMAGE.
           MOVE 'D' TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD
               THRU WRITE-JOURNAL-RECORD-EXIT.
           IF W-JOURNAL-OK
              MOVE LOW-VALUE TO MAPMNTO
              MOVE W-RID TO CUSTIDO
              MOVE 'CUSTOMER DELETED' TO MSGO
              MOVE ZERO TO W-CA-LAST-ID
           END-IF.

       DELETE-CUSTOMER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * CAPTURES THE CUSTOMER-DATA RECORD INTO THE JOURNAL IMAGE WORK
      * FIELDS: THE BEFORE-IMAGE STRAIGHT AFTER THE READ FOR UPDATE,
      * THE AFTER-IMAGE ONCE THE WRITE OR REWRITE HAS SUCCEEDED. THE
      * TARGET IS SPACE-FILLED FIRST BECAUSE THE GROUP MOVE ONLY
      * COVERS THE PORTION TRANSACTION-NBR REACHES.
      * ----------------------------------------------------------------
       CAPTURE-BEFORE-IMAGE.

           MOVE SPACE TO W-BEFORE-IMAGE.
           MOVE CUSTOMER-DATA TO W-BEFORE-IMAGE.

       CAPTURE-AFTER-IMAGE.

           MOVE SPACE TO W-AFTER-IMAGE.
           MOVE CUSTOMER-DATA TO W-AFTER-IMAGE.

      * ----------------------------------------------------------------
      * JOURNALS ONE APPLIED CHANGE TO QUEUE CJRN: THE DATE AND TIME
      * OF THE CHANGE, THE ACTION CODE THE CALLER HAS SET, THE
      * BEFORE/AFTER IMAGES JUST CAPTURED, AND THE USER ID AND
      * TERMINAL OF THE SESSION. A JOURNAL THAT CANNOT BE WRITTEN
      * ROLLS THE KSDS CHANGE BACK, SO THE CUSTOMER IS LEFT AS IT WAS
      * AND THE SCREEN TELLS THE USER NOTHING WAS APPLIED.
      * ----------------------------------------------------------------
       WRITE-JOURNAL-RECORD.

           MOVE 'N' TO W-JOURNAL-OK-SWITCH.

           EXEC CICS ASKTIME ABSTIME(W-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
                YYYYMMDD(JRN-RUN-DATE) TIME(JRN-RUN-TIME)
           END-EXEC.
           MOVE W-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE W-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
           SET JRN-SOURCE-ONLINE TO TRUE.
           EXEC CICS ASSIGN USERID(JRN-USERID)
           END-EXEC.
           MOVE EIBTRMID       TO JRN-TERMID.

           EXEC CICS WRITEQ TD QUEUE('CJRN') FROM(JOURNAL-RECORD)
                LENGTH(+420) RESP(W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE LOW-VALUE TO MAPMNTO
              MOVE W-RID TO CUSTIDO
              MOVE 'JOURNAL UNAVAILABLE. NOTHING APPLIED' TO MSGO
              GO TO WRITE-JOURNAL-RECORD-EXIT
           END-IF.

           SET W-JOURNAL-OK TO TRUE.

       WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * BUILDS THE CUSTOMER-DATA RECORD FROM THE SCREEN FIELDS FOR
      * AN ADD OR CHANGE. THE TRANSACTION COUNT IS EDITED AGAINST THE

       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCUSTMPA.
      * ----------------------------------------------------------------
      * A COMPANION PROGRAM TO PCUSTDUP.
      *
      * MERGE-PURGE APPLY. READS THE CLUSTOUT DUPLICATE-CLUSTER FILE
      * WRITTEN BY PCUSTDUP (SEE RCUSTCLU) AND, FOR EACH CLUSTER OF
      * THE MATCH TYPE NAMED IN THE PARM, LOOKS THE SURVIVOR AND
      * EVERY OTHER MEMBER UP ON THE CUSTOMER KSDS AND WRITES
      * MAINTENANCE TRANSACTIONS IN THE PCUSTUPD MAINTIN LAYOUT:
      *     C - ONE FOR THE SURVIVOR, CARRYING ITS OWN NAME, ADDRESS
      *         AND PHONE AND THE MEMBERS' TRANSACTIONS MERGED INTO
      *         ITS OWN, UP TO THE 5-OCCURRENCE MAXIMUM. WHEN THE
      *         CLUSTER HOLDS MORE THAN FIVE TRANSACTIONS THE NEWEST
      *         FIVE BY TRANSACTION-DATE ARE CARRIED AND THE REST ARE
      *         DROPPED.
      *     D - ONE FOR EACH MERGED MEMBER.
      * THE KSDS ITSELF IS ONLY READ: THE TRANSACTIONS ARE APPLIED BY
      * RUNNING PCUSTUPD OVER THE OUTPUT, WHICH JOURNALS EVERY CHANGE
      * AND DELETE, SO THE WHOLE CONSOLIDATION CAN BE BACKED OUT
      * WITH PCUSTBKO FROM THAT JOURNAL.
      *
      * WHEN THE TRANSACTION HISTORY KSDS IS PRESENT (HISTUPD, AS IN
      * PCUSTPST) IT IS UPDATED DIRECTLY, SO NOTHING IS LOST WITH
      * THE MERGED CUSTOMERS: EACH MERGED MEMBER'S HISTORY RECORDS
      * ARE RE-KEYED TO THE SURVIVOR UNDER ITS NEXT FREE HISTORY
      * SEQUENCE NUMBERS, AND THE DROPPED TRANSACTIONS ARE THEN
      * WRITTEN UNDER THE SURVIVOR THE SAME WAY, OLDEST FIRST. EVERY
      * HISTORY WRITE AND DELETE IS LOGGED TO HSTLOG (SEE RCUSTHMV)
      * BEFORE IT IS MADE, AND PCUSTBKO REVERSES THEM FROM THAT LOG
      * ALONGSIDE THE PCUSTUPD JOURNAL. WITH NO HISTORY FILE THE
      * DROPPED TRANSACTIONS ARE NOT KEPT AND MEMBER HISTORY STAYS
      * UNDER THE OLD CUSTOMER IDS; THE REPORT SAYS SO.
      *
      * THE CONSOLIDATION REPORT LISTS EACH CLUSTER'S SURVIVOR AND
      * MEMBERS WITH THEIR TRANSACTION COUNTS AND AMOUNTS, THEN EACH
      * TRANSACTION CARRIED TO THE SURVIVOR OR DROPPED AND THE
      * HISTORY MOVED FROM EACH MEMBER, WITH RUN CONTROL TOTALS AT
      * THE END.
      *
      * ONE MATCH TYPE IS APPLIED PER RUN (PCUSTDUP PUTS A CUSTOMER IN
      * BOTH AN NP AND AN AP CLUSTER, SO APPLYING BOTH FROM ONE FILE
      * WOULD MERGE THE SAME CUSTOMER TWICE). A SURVIVOR NOT ON THE
      * KSDS SKIPS ITS CLUSTER; A MEMBER NOT ON THE KSDS IS SKIPPED.
      * CONDITION CODES: 0 CLEAN, 4 AT LEAST ONE CLUSTER OR MEMBER
      * SKIPPED OR LEFT OFF A FULL MEMBER TABLE (SEE THE REPORT), 16
      * I/O ERROR OR A BAD PARM.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLUSTER-FILE
           ASSIGN TO CLUSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-CLUSTER-FILE-STATUS.

           SELECT VSAM-CUSTOMER-FILE
           ASSIGN TO VSAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VSAM-CUSTOMER-ID
           FILE STATUS IS W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2.

           SELECT MAINT-FILE
           ASSIGN TO MAINTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-MAINT-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO HISTUPD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HST-KEY
           FILE STATUS IS W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2.

           SELECT HISTORY-LOG-FILE
           ASSIGN TO HSTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-HSTLOG-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO RPTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLUSTER-FILE
           RECORD CONTAINS 26 CHARACTERS.
       COPY RCUSTCLU.

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

      * ----------------------------------------------------------------
      * MAINTENANCE TRANSACTION FILE IN THE PCUSTUPD MAINTIN LAYOUT:
      * THE ACTION CODE FOLLOWED BY A FULL CUSTOMER-DATA IMAGE PADDED
      * TO 196 BYTES.
      * ----------------------------------------------------------------
       FD MAINT-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01  MAINT-RECORD.
           05 UPD-ACTION              PIC X(1).
           05 UPD-CUSTOMER-IMAGE      PIC X(196).

      * ----------------------------------------------------------------
      * TRANSACTION HISTORY KSDS. THE RECORD IS THE RCUSTTRN LAYOUT;
      * HISTORY-KEY-VIEW OVERLAYS THE LEADING CUSTOMER-ID AND
      * SEQUENCE NUMBER AS THE 13-BYTE RECORD KEY.
      * ----------------------------------------------------------------
       FD HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY RCUSTTRN
           REPLACING ==TRANSACTION-DETAIL== BY ==HISTORY-DETAIL==
                  ==TRN-CUSTOMER-ID== BY ==HST-CUSTOMER-ID==
                  ==TRN-SEQUENCE-NBR== BY ==HST-SEQUENCE-NBR==
                  ==TRN-DATE== BY ==HST-DATE==
                  ==TRN-AMOUNT== BY ==HST-AMOUNT==
                  ==TRN-COMMENT== BY ==HST-COMMENT==.
       01  HISTORY-KEY-VIEW.
           05 HST-KEY                 PIC X(13).
           05 FILLER                  PIC X(27).

       FD HISTORY-LOG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY RCUSTHMV.

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-CLUSTER-FILE-STATUS      PIC 9(2).
       01  W-VSAM-FILE-STATUS         PIC 9(2).
       01  W-VSAM-FILE-STATUS-2       PIC X(2).
       01  W-MAINT-FILE-STATUS        PIC 9(2).
       01  W-REPORT-FILE-STATUS       PIC 9(2).
       01  W-HIST-FILE-STATUS         PIC 9(2).
       01  W-HIST-FILE-STATUS-2       PIC X(2).
       01  W-HSTLOG-FILE-STATUS       PIC 9(2).
       01  W-J                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
      * ----------------------------------------------------------------
      * WORKING COPY OF THE SURVIVOR'S CUSTOMER-DATA RECORD. THE
      * MERGED TRANSACTIONS ARE BUILT HERE BEFORE THE IMAGE IS MOVED
      * TO THE C TRANSACTION.
      * ----------------------------------------------------------------
       COPY RCUSTDAT.
      * ----------------------------------------------------------------
      * CLUSTER MATCH KEYS. W-CLU-KEY IS THE KEY OF THE RECORD LAST
      * READ, FORCED TO HIGH-VALUE AT END OF FILE; W-CUR-KEY IS THE
      * CLUSTER BEING LOADED.
      * ----------------------------------------------------------------
       01  W-CLU-KEY.
           05 W-CK-MATCH-TYPE         PIC X(2).
           05 W-CK-CLUSTER-NBR        PIC 9(5).
       01  W-CUR-KEY.
           05 W-CUR-MATCH-TYPE        PIC X(2).
           05 W-CUR-CLUSTER-NBR       PIC 9(5).
      * ----------------------------------------------------------------
      * THE CLUSTER BEING APPLIED: ITS SURVIVOR AND THE OTHER MEMBERS
      * LISTED ON CLUSTOUT (PCUSTDUP LISTS AT MOST 32 PER CLUSTER).
      * A MERGED MEMBER'S KSDS IMAGE IS KEPT FOR ITS D TRANSACTION.
      * ----------------------------------------------------------------
       01  W-SURVIVOR-ID              PIC 9(9).
       01  W-MEMBER-CNT               PIC 9(4) COMP.
       01  W-MEMBER-TABLE.
           05 W-MEMBER-ENTRY OCCURS 64.
              10 W-MEMBER-ID          PIC 9(9).
              10 W-MEMBER-MERGED      PIC X(1).
              10 W-MEMBER-IMAGE       PIC X(196).
       01  W-MERGED-CNT               PIC 9(4) COMP.
      * ----------------------------------------------------------------
      * POOL OF EVERY TRANSACTION HELD BY THE SURVIVOR AND ITS MERGED
      * MEMBERS, SORTED NEWEST FIRST BY TRANSACTION-DATE (ISO DATES
      * COMPARE CORRECTLY AS TEXT). THE FIRST FIVE ARE CARRIED. EACH
      * ENTRY KEEPS THE CUSTOMER IT CAME FROM FOR THE REPORT.
      * ----------------------------------------------------------------
       01  W-POOL-CNT                 PIC 9(4) COMP.
       01  W-POOL-TABLE.
           05 W-POOL-ENTRY OCCURS 330.
              10 W-PL-SOURCE-ID       PIC 9(9).
              10 W-PL-DATE            PIC X(10).
              10 W-PL-AMOUNT          PIC S9(6)V99.
              10 W-PL-COMMENT         PIC X(9).
       01  W-POOL-HOLD.
           05 W-PH-SOURCE-ID          PIC 9(9).
           05 W-PH-DATE               PIC X(10).
           05 W-PH-AMOUNT             PIC S9(6)V99.
           05 W-PH-COMMENT            PIC X(9).
       01  W-SHIFT-SWITCH             PIC X(1) VALUE 'N'.
           88 W-SHIFT-DONE            VALUE 'Y'.
      * ----------------------------------------------------------------
      * TRANSACTION HISTORY HANDLING. W-HIST-SEQ IS THE SURVIVOR'S
      * LAST HISTORY SEQUENCE NUMBER, BUMPED FOR EACH RECORD WRITTEN
      * UNDER IT. W-HIST-OLD-RECORD HOLDS A MEMBER'S HISTORY RECORD
      * WHILE ITS COPY IS WRITTEN, READY FOR THE DELETE.
      * ----------------------------------------------------------------
       01  W-HIST-PRESENT-SWITCH      PIC X(1) VALUE 'N'.
           88 W-HIST-PRESENT          VALUE 'Y'.
       01  W-HIST-SCAN-SWITCH         PIC X(1) VALUE 'N'.
           88 W-HIST-SCAN-DONE        VALUE 'Y'.
       01  W-HIST-SEQ                 PIC 9(4) COMP.
       01  W-HIST-OLD-RECORD          PIC X(40).
       01  W-HIST-MOVED-CNT           PIC 9(4) COMP.
       01  W-HIST-MOVED-AMOUNT        PIC S9(11)V99.
      * ----------------------------------------------------------------
      * PER-CUSTOMER AND PER-CLUSTER AMOUNTS.
      * ----------------------------------------------------------------
       01  W-CUST-AMOUNT              PIC S9(11)V99.
       01  W-CARRIED-CNT              PIC 9(4) COMP.
       01  W-CARRIED-AMOUNT           PIC S9(11)V99.
       01  W-DROPPED-CNT              PIC 9(4) COMP.
       01  W-DROPPED-AMOUNT           PIC S9(11)V99.
      * ----------------------------------------------------------------
      * RUN CONTROL TOTALS, PRINTED ON THE REPORT AND DISPLAYED AT
      * PROGRAM-EXIT FOR OPERATIONS.
      * ----------------------------------------------------------------
       01  W-RECORDS-READ             PIC 9(9) COMP VALUE ZERO.
       01  W-CLUSTERS-READ            PIC 9(9) COMP VALUE ZERO.
       01  W-CLUSTERS-APPLIED         PIC 9(9) COMP VALUE ZERO.
       01  W-CLUSTERS-SKIPPED         PIC 9(9) COMP VALUE ZERO.
       01  W-MEMBERS-MERGED           PIC 9(9) COMP VALUE ZERO.
       01  W-MEMBERS-SKIPPED          PIC 9(9) COMP VALUE ZERO.
       01  W-MEMBER-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01  W-CHANGES-WRITTEN          PIC 9(9) COMP VALUE ZERO.
       01  W-DELETES-WRITTEN          PIC 9(9) COMP VALUE ZERO.
       01  W-TOTAL-CARRIED-CNT        PIC 9(9) COMP VALUE ZERO.
       01  W-TOTAL-DROPPED-CNT        PIC 9(9) COMP VALUE ZERO.
       01  W-TOTAL-CARRIED-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01  W-TOTAL-DROPPED-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01  W-HIST-MOVED               PIC 9(9) COMP VALUE ZERO.
       01  W-HIST-DROPPED             PIC 9(9) COMP VALUE ZERO.
      * ----------------------------------------------------------------
      * REPORT LINE LAYOUTS.
      * ----------------------------------------------------------------
       01  W-PAGE-NBR                 PIC 9(4) COMP VALUE ZERO.
       01  W-LINE-CNT                 PIC 9(4) COMP VALUE 99.
       01  W-PAGE-LIMIT               PIC 9(4) COMP VALUE 58.
       01  W-HEADING-1.
           05 FILLER                  PIC X(10) VALUE 'PCUSTMPA'.
           05 FILLER                  PIC X(40)
              VALUE 'MERGE-PURGE CONSOLIDATION REPORT'.
           05 FILLER                  PIC X(68) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'PAGE '.
           05 W-H1-PAGE               PIC ZZZ9.
       01  W-HEADING-2.
           05 FILLER                  PIC X(6) VALUE 'TYPE'.
           05 FILLER                  PIC X(9) VALUE 'CLUSTER'.
           05 FILLER                  PIC X(13) VALUE 'CUSTOMER-ID'.
           05 FILLER                  PIC X(10) VALUE 'ROLE'.
           05 FILLER                  PIC X(7) VALUE 'TRANS'.
           05 FILLER                  PIC X(19) VALUE '        AMOUNT'.
           05 FILLER                  PIC X(40) VALUE 'RESULT'.
       01  W-DETAIL-LINE.
           05 W-DET-MATCH-TYPE        PIC X(2).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-CLUSTER-NBR       PIC 9(5).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-CUSTOMER-ID       PIC 9(9).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-DET-ROLE              PIC X(10).
           05 W-DET-TRANS-CNT         PIC ZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-DET-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-DET-RESULT            PIC X(40).
       01  W-CLUSTER-LINE.
           05 FILLER                  PIC X(28) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'CARRIED'.
           05 W-CL-CARRIED-CNT        PIC ZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-CL-CARRIED-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'DROPPED'.
           05 W-CL-DROPPED-CNT        PIC ZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACE.
           05 W-CL-DROPPED-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      * ONE LINE PER POOLED TRANSACTION, UNDER THE CLUSTER LINE: THE
      * CUSTOMER IT CAME FROM, CARRIED OR DROPPED, AND WHERE A DROPPED
      * ONE WENT.
       01  W-TRANS-LINE.
           05 FILLER                  PIC X(15) VALUE SPACE.
           05 W-TR-SOURCE-ID          PIC 9(9).
           05 FILLER                  PIC X(4) VALUE SPACE.
           05 W-TR-DISPOSITION        PIC X(10).
           05 FILLER                  PIC X(7) VALUE SPACE.
           05 W-TR-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-TR-DATE               PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-TR-COMMENT            PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 W-TR-NOTE               PIC X(10).
       01  W-TOTAL-LINE.
           05 W-TL-LABEL              PIC X(26).
           05 W-TL-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01  W-TOTAL-AMOUNT-LINE.
           05 W-TA-LABEL              PIC X(26).
           05 W-TA-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * ----------------------------------------------------------------
      * L-MATCH-TYPE - THE CLUSTERS TO APPLY, 'NP' (NAME + ADDRESS +
      *                PHONE) OR 'AP' (ADDRESS + PHONE). CLUSTERS OF
      *                THE OTHER TYPE ARE PASSED OVER.
      * ----------------------------------------------------------------
       01  L-PARM.
           05 FILLER                  PIC 9(4) COMP.
           05 L-MATCH-TYPE            PIC X(2).

       PROCEDURE DIVISION USING L-PARM.

           DISPLAY 'PCUSTMPA STARTED. APPLYING ' L-MATCH-TYPE
                   ' DUPLICATE CLUSTERS'.

           IF L-MATCH-TYPE NOT = 'NP' AND L-MATCH-TYPE NOT = 'AP'
              DISPLAY 'INVALID MATCH TYPE IN PARM=' L-MATCH-TYPE
                      '. EXPECTED NP OR AP'
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN INPUT CLUSTER-FILE.
           IF W-CLUSTER-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CLUSTER-FILE='
                      W-CLUSTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN INPUT VSAM-CUSTOMER-FILE.
           IF W-VSAM-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING VSAM-CUSTOMER-FILE='
                      W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT MAINT-FILE.
           IF W-MAINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MAINT-FILE=' W-MAINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      *    THE HISTORY FILE IS OPTIONAL. THE MOVE LOG IS ONLY OPENED,
      *    AND ITS DD ONLY NEEDED, WHEN THE HISTORY FILE IS THERE.
           OPEN I-O HISTORY-FILE.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 SET W-HIST-PRESENT TO TRUE
              WHEN 05
              WHEN 35
                 DISPLAY 'NO HISTORY FILE. DROPPED TRANSACTIONS ARE'
                         ' NOT KEPT'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING HISTORY-FILE='
                         W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
           END-EVALUATE.

           IF W-HIST-PRESENT
              OPEN OUTPUT HISTORY-LOG-FILE
              IF W-HSTLOG-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING HISTORY-LOG-FILE='
                         W-HSTLOG-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF W-REPORT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPORT-FILE=' W-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

           PERFORM READ-CLUSTER-RECORD.

           PERFORM UNTIL W-CLU-KEY = HIGH-VALUE
               PERFORM LOAD-ONE-CLUSTER
               IF W-CUR-MATCH-TYPE = L-MATCH-TYPE
                  ADD 1 TO W-CLUSTERS-READ
                  PERFORM APPLY-ONE-CLUSTER
                      THRU APPLY-ONE-CLUSTER-EXIT
               END-IF
           END-PERFORM.

           PERFORM PRINT-TOTAL-LINES.

           IF W-CLUSTERS-SKIPPED NOT = ZERO
                   OR W-MEMBERS-SKIPPED NOT = ZERO
                   OR W-MEMBER-OVERFLOW NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-EXIT.

           DISPLAY 'CLUSTER RECORDS READ  = ' W-RECORDS-READ.
           DISPLAY 'CLUSTERS APPLIED      = ' W-CLUSTERS-APPLIED.
           DISPLAY 'CLUSTERS SKIPPED      = ' W-CLUSTERS-SKIPPED.
           DISPLAY 'MEMBERS MERGED        = ' W-MEMBERS-MERGED.
           DISPLAY 'MEMBERS SKIPPED       = ' W-MEMBERS-SKIPPED.
           DISPLAY 'MEMBERS BEYOND TABLE  = ' W-MEMBER-OVERFLOW.
           DISPLAY 'CHANGE TRANS WRITTEN  = ' W-CHANGES-WRITTEN.
           DISPLAY 'DELETE TRANS WRITTEN  = ' W-DELETES-WRITTEN.
           DISPLAY 'HISTORY RECS MOVED    = ' W-HIST-MOVED.
           DISPLAY 'DROPPED TO HISTORY    = ' W-HIST-DROPPED.

           CLOSE CLUSTER-FILE.
           CLOSE VSAM-CUSTOMER-FILE.
           CLOSE MAINT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HISTORY-LOG-FILE.
           CLOSE REPORT-FILE.

           GOBACK.

      * ----------------------------------------------------------------
      * READS THE NEXT CLUSTER-MEMBER RECORD. AT END THE MATCH KEY IS
      * FORCED TO HIGH-VALUE SO THE LAST CLUSTER IS CLOSED OFF; ANY
      * OTHER NONZERO STATUS IS A HARD I/O ERROR THAT STOPS THE RUN.
      * ----------------------------------------------------------------
       READ-CLUSTER-RECORD.

           READ CLUSTER-FILE
               AT END
                   MOVE HIGH-VALUE TO W-CLU-KEY
               NOT AT END
                   ADD 1 TO W-RECORDS-READ
                   MOVE CLU-MATCH-TYPE  TO W-CK-MATCH-TYPE
                   MOVE CLU-CLUSTER-NBR TO W-CK-CLUSTER-NBR
           END-READ.
           IF W-CLUSTER-FILE-STATUS NOT = ZERO
                   AND W-CLUSTER-FILE-STATUS NOT = 10
              DISPLAY 'ERROR READING CLUSTER-FILE='
                      W-CLUSTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * LOADS ALL THE RECORDS OF ONE CLUSTER: THE SURVIVOR-ID CARRIED
      * ON EVERY MEMBER RECORD AND THE IDS OF THE OTHER MEMBERS.
      * MEMBERS BEYOND THE TABLE ARE COUNTED, NOT SILENTLY DROPPED.
      * ----------------------------------------------------------------
       LOAD-ONE-CLUSTER.

           MOVE W-CLU-KEY TO W-CUR-KEY.
           MOVE CLU-SURVIVOR-ID TO W-SURVIVOR-ID.
           MOVE ZERO TO W-MEMBER-CNT.
           PERFORM UNTIL W-CLU-KEY NOT = W-CUR-KEY
               IF CLU-CUSTOMER-ID NOT = W-SURVIVOR-ID
                  IF W-MEMBER-CNT < 64
                     ADD 1 TO W-MEMBER-CNT
                     MOVE CLU-CUSTOMER-ID TO W-MEMBER-ID(W-MEMBER-CNT)
                     MOVE 'N' TO W-MEMBER-MERGED(W-MEMBER-CNT)
                  ELSE
                     ADD 1 TO W-MEMBER-OVERFLOW
                  END-IF
               END-IF
               PERFORM READ-CLUSTER-RECORD
           END-PERFORM.

      * ----------------------------------------------------------------
      * APPLIES ONE CLUSTER. THE SURVIVOR IS READ AND ITS TRANSACTIONS
      * START THE POOL, EACH MEMBER FOUND ON THE KSDS ADDS ITS OWN,
      * AND THE NEWEST FIVE ARE CARRIED ON THE SURVIVOR'S C
      * TRANSACTION. THE D TRANSACTIONS FOLLOW THE C, THEN THE HISTORY
      * FILE IS BROUGHT INTO LINE. A CLUSTER WITH NO MEMBER LEFT TO
      * MERGE WRITES NOTHING.
      * ----------------------------------------------------------------
       APPLY-ONE-CLUSTER.

           MOVE W-CUR-MATCH-TYPE  TO W-DET-MATCH-TYPE.
           MOVE W-CUR-CLUSTER-NBR TO W-DET-CLUSTER-NBR.
           MOVE W-SURVIVOR-ID     TO W-DET-CUSTOMER-ID.
           MOVE 'SURVIVOR'        TO W-DET-ROLE.

           MOVE W-SURVIVOR-ID TO VSAM-CUSTOMER-ID.
           READ VSAM-CUSTOMER-FILE.
           EVALUATE W-VSAM-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 23
                 MOVE ZERO TO W-DET-TRANS-CNT
                 MOVE ZERO TO W-DET-AMOUNT
                 MOVE 'SURVIVOR NOT ON KSDS. CLUSTER SKIPPED'
                      TO W-DET-RESULT
                 PERFORM PRINT-DETAIL-LINE
                 ADD 1 TO W-CLUSTERS-SKIPPED
                 GO TO APPLY-ONE-CLUSTER-EXIT
              WHEN OTHER
                 PERFORM VSAM-HARD-ERROR
           END-EVALUATE.

           MOVE VSAM-CUSTOMER-ID      TO CUSTOMER-ID.
           MOVE VSAM-CUSTOMER-NAME    TO CUSTOMER-NAME.
           MOVE VSAM-CUSTOMER-ADDRESS TO CUSTOMER-ADDRESS.
           MOVE VSAM-CUSTOMER-PHONE   TO CUSTOMER-PHONE.
           MOVE ZERO TO W-POOL-CNT.
           PERFORM ADD-KSDS-RECORD-TO-POOL.
           MOVE VSAM-TRANSACTION-NBR TO W-DET-TRANS-CNT.
           MOVE W-CUST-AMOUNT        TO W-DET-AMOUNT.
           MOVE SPACE                TO W-DET-RESULT.
           PERFORM PRINT-DETAIL-LINE.

           MOVE ZERO TO W-MERGED-CNT.
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-MEMBER-CNT
               PERFORM MERGE-ONE-MEMBER
                   THRU MERGE-ONE-MEMBER-EXIT
           END-PERFORM.

           IF W-MERGED-CNT = ZERO
              MOVE W-SURVIVOR-ID TO W-DET-CUSTOMER-ID
              MOVE 'SURVIVOR'    TO W-DET-ROLE
              MOVE ZERO          TO W-DET-TRANS-CNT
              MOVE ZERO          TO W-DET-AMOUNT
              MOVE 'NO MEMBER TO MERGE. CLUSTER SKIPPED'
                   TO W-DET-RESULT
              PERFORM PRINT-DETAIL-LINE
              ADD 1 TO W-CLUSTERS-SKIPPED
              GO TO APPLY-ONE-CLUSTER-EXIT
           END-IF.

           PERFORM SELECT-CARRIED-TRANSACTIONS.

           MOVE 'C' TO UPD-ACTION.
           MOVE SPACE TO UPD-CUSTOMER-IMAGE.
           MOVE CUSTOMER-DATA TO UPD-CUSTOMER-IMAGE.
           PERFORM WRITE-MAINT-RECORD.
           ADD 1 TO W-CHANGES-WRITTEN.

           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-MEMBER-CNT
               IF W-MEMBER-MERGED(W-K) = 'Y'
                  MOVE 'D' TO UPD-ACTION
                  MOVE W-MEMBER-IMAGE(W-K) TO UPD-CUSTOMER-IMAGE
                  PERFORM WRITE-MAINT-RECORD
                  ADD 1 TO W-DELETES-WRITTEN
               END-IF
           END-PERFORM.

           MOVE W-CARRIED-CNT    TO W-CL-CARRIED-CNT.
           MOVE W-CARRIED-AMOUNT TO W-CL-CARRIED-AMOUNT.
           MOVE W-DROPPED-CNT    TO W-CL-DROPPED-CNT.
           MOVE W-DROPPED-AMOUNT TO W-CL-DROPPED-AMOUNT.
           IF W-LINE-CNT >= W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-CLUSTER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > W-POOL-CNT
               PERFORM PRINT-TRANS-LINE
           END-PERFORM.

           IF W-HIST-PRESENT
              PERFORM MOVE-CLUSTER-HISTORY
                  THRU MOVE-CLUSTER-HISTORY-EXIT
           END-IF.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

           ADD 1 TO W-CLUSTERS-APPLIED.
           ADD W-MERGED-CNT     TO W-MEMBERS-MERGED.
           ADD W-CARRIED-CNT    TO W-TOTAL-CARRIED-CNT.
           ADD W-CARRIED-AMOUNT TO W-TOTAL-CARRIED-AMOUNT.
           ADD W-DROPPED-CNT    TO W-TOTAL-DROPPED-CNT.
           ADD W-DROPPED-AMOUNT TO W-TOTAL-DROPPED-AMOUNT.

       APPLY-ONE-CLUSTER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * READS MEMBER W-K. A MEMBER FOUND ON THE KSDS HAS ITS IMAGE
      * KEPT FOR THE D TRANSACTION AND ITS TRANSACTIONS ADDED TO THE
      * POOL; A MISSING ONE IS REPORTED AND SKIPPED.
      * ----------------------------------------------------------------
       MERGE-ONE-MEMBER.

           MOVE W-MEMBER-ID(W-K) TO W-DET-CUSTOMER-ID.
           MOVE 'MEMBER'         TO W-DET-ROLE.

           MOVE W-MEMBER-ID(W-K) TO VSAM-CUSTOMER-ID.
           READ VSAM-CUSTOMER-FILE.
           EVALUATE W-VSAM-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 23
                 MOVE ZERO TO W-DET-TRANS-CNT
                 MOVE ZERO TO W-DET-AMOUNT
                 MOVE 'MEMBER NOT ON KSDS. SKIPPED' TO W-DET-RESULT
                 PERFORM PRINT-DETAIL-LINE
                 ADD 1 TO W-MEMBERS-SKIPPED
                 GO TO MERGE-ONE-MEMBER-EXIT
              WHEN OTHER
                 PERFORM VSAM-HARD-ERROR
           END-EVALUATE.

           MOVE 'Y' TO W-MEMBER-MERGED(W-K).
           MOVE SPACE TO W-MEMBER-IMAGE(W-K).
           MOVE VSAM-CUSTOMER-DATA TO W-MEMBER-IMAGE(W-K).
           ADD 1 TO W-MERGED-CNT.
           PERFORM ADD-KSDS-RECORD-TO-POOL.
           MOVE VSAM-TRANSACTION-NBR TO W-DET-TRANS-CNT.
           MOVE W-CUST-AMOUNT        TO W-DET-AMOUNT.
           MOVE 'MERGED INTO SURVIVOR' TO W-DET-RESULT.
           PERFORM PRINT-DETAIL-LINE.

       MERGE-ONE-MEMBER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * ADDS THE TRANSACTION-DATA GROUPS OF THE KSDS RECORD JUST READ
      * TO THE POOL AND LEAVES THEIR AMOUNT TOTAL IN W-CUST-AMOUNT.
      * ----------------------------------------------------------------
       ADD-KSDS-RECORD-TO-POOL.

           MOVE ZERO TO W-CUST-AMOUNT.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > VSAM-TRANSACTION-NBR
               ADD 1 TO W-POOL-CNT
               MOVE VSAM-CUSTOMER-ID TO W-PL-SOURCE-ID(W-POOL-CNT)
               MOVE VSAM-TRANSACTION-DATE(W-J)
                   TO W-PL-DATE(W-POOL-CNT)
               MOVE VSAM-TRANSACTION-AMOUNT(W-J)
                   TO W-PL-AMOUNT(W-POOL-CNT)
               MOVE VSAM-TRANSACTION-COMMENT(W-J)
                   TO W-PL-COMMENT(W-POOL-CNT)
               ADD VSAM-TRANSACTION-AMOUNT(W-J) TO W-CUST-AMOUNT
           END-PERFORM.

      * ----------------------------------------------------------------
      * SORTS THE POOL NEWEST FIRST (AN INSERTION SORT - THE POOL IS
      * SMALL, AND EQUAL DATES KEEP THE SURVIVOR'S OWN TRANSACTIONS
      * AHEAD OF THE MEMBERS'), CARRIES THE FIRST FIVE INTO THE
      * SURVIVOR'S RECORD OLDEST FIRST, AND TOTALS THE REST AS
      * DROPPED.
      * ----------------------------------------------------------------
       SELECT-CARRIED-TRANSACTIONS.

           PERFORM VARYING W-J FROM 2 BY 1
                   UNTIL W-J > W-POOL-CNT
               MOVE W-POOL-ENTRY(W-J) TO W-POOL-HOLD
               MOVE W-J TO W-M
               MOVE 'N' TO W-SHIFT-SWITCH
               PERFORM UNTIL W-M = 1 OR W-SHIFT-DONE
                   IF W-PL-DATE(W-M - 1) < W-PH-DATE
                      MOVE W-POOL-ENTRY(W-M - 1) TO W-POOL-ENTRY(W-M)
                      SUBTRACT 1 FROM W-M
                   ELSE
                      SET W-SHIFT-DONE TO TRUE
                   END-IF
               END-PERFORM
               MOVE W-POOL-HOLD TO W-POOL-ENTRY(W-M)
           END-PERFORM.

           IF W-POOL-CNT > 5
              MOVE 5 TO W-CARRIED-CNT
           ELSE
              MOVE W-POOL-CNT TO W-CARRIED-CNT
           END-IF.
           COMPUTE W-DROPPED-CNT = W-POOL-CNT - W-CARRIED-CNT.

           MOVE ZERO TO W-CARRIED-AMOUNT.
           MOVE W-CARRIED-CNT TO TRANSACTION-NBR.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > W-CARRIED-CNT
               COMPUTE W-M = W-CARRIED-CNT - W-J + 1
               MOVE W-PL-DATE(W-M)    TO TRANSACTION-DATE(W-J)
               MOVE W-PL-AMOUNT(W-M)  TO TRANSACTION-AMOUNT(W-J)
               MOVE W-PL-COMMENT(W-M) TO TRANSACTION-COMMENT(W-J)
               ADD W-PL-AMOUNT(W-M) TO W-CARRIED-AMOUNT
           END-PERFORM.

           MOVE ZERO TO W-DROPPED-AMOUNT.
           PERFORM VARYING W-J FROM 6 BY 1
                   UNTIL W-J > W-POOL-CNT
               ADD W-PL-AMOUNT(W-J) TO W-DROPPED-AMOUNT
           END-PERFORM.

      * ----------------------------------------------------------------
      * MOVES THE CLUSTER'S TRANSACTION HISTORY TO THE SURVIVOR. EACH
      * MERGED MEMBER'S HISTORY RECORDS ARE RE-KEYED UNDER THE
      * SURVIVOR'S NEXT FREE SEQUENCE NUMBERS, THEN THE DROPPED POOL
      * ENTRIES ARE WRITTEN AFTER THEM, OLDEST FIRST.
      * ----------------------------------------------------------------
       MOVE-CLUSTER-HISTORY.

           PERFORM FIND-LAST-HISTORY-SEQ
               THRU FIND-LAST-HISTORY-SEQ-EXIT.

           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-MEMBER-CNT
               IF W-MEMBER-MERGED(W-K) = 'Y'
                  MOVE ZERO TO W-HIST-MOVED-CNT
                  MOVE ZERO TO W-HIST-MOVED-AMOUNT
                  MOVE 'N' TO W-HIST-SCAN-SWITCH
                  PERFORM MOVE-ONE-HISTORY-RECORD
                      THRU MOVE-ONE-HISTORY-RECORD-EXIT
                      UNTIL W-HIST-SCAN-DONE
                  IF W-HIST-MOVED-CNT NOT = ZERO
                     MOVE W-MEMBER-ID(W-K)    TO W-DET-CUSTOMER-ID
                     MOVE 'HISTORY'           TO W-DET-ROLE
                     MOVE W-HIST-MOVED-CNT    TO W-DET-TRANS-CNT
                     MOVE W-HIST-MOVED-AMOUNT TO W-DET-AMOUNT
                     MOVE 'HISTORY MOVED TO SURVIVOR' TO W-DET-RESULT
                     PERFORM PRINT-DETAIL-LINE
                     ADD W-HIST-MOVED-CNT TO W-HIST-MOVED
                  END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING W-J FROM W-POOL-CNT BY -1
                   UNTIL W-J < 6
               MOVE W-PL-DATE(W-J)    TO HST-DATE
               MOVE W-PL-AMOUNT(W-J)  TO HST-AMOUNT
               MOVE W-PL-COMMENT(W-J) TO HST-COMMENT
               PERFORM WRITE-SURVIVOR-HISTORY
               ADD 1 TO W-HIST-DROPPED
           END-PERFORM.

       MOVE-CLUSTER-HISTORY-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * LEAVES THE SURVIVOR'S HIGHEST HISTORY SEQUENCE NUMBER IN
      * W-HIST-SEQ, ZERO WHEN IT HAS NO HISTORY YET.
      * ----------------------------------------------------------------
       FIND-LAST-HISTORY-SEQ.

           MOVE ZERO TO W-HIST-SEQ.
           MOVE W-SURVIVOR-ID TO HST-CUSTOMER-ID.
           MOVE ZERO TO HST-SEQUENCE-NBR.
           START HISTORY-FILE KEY IS GREATER THAN HST-KEY.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 23
                 GO TO FIND-LAST-HISTORY-SEQ-EXIT
              WHEN OTHER
                 PERFORM HISTORY-HARD-ERROR
           END-EVALUATE.

           MOVE 'N' TO W-HIST-SCAN-SWITCH.
           PERFORM UNTIL W-HIST-SCAN-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET W-HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HST-CUSTOMER-ID = W-SURVIVOR-ID
                          MOVE HST-SEQUENCE-NBR TO W-HIST-SEQ
                       ELSE
                          SET W-HIST-SCAN-DONE TO TRUE
                       END-IF
               END-READ
               IF W-HIST-FILE-STATUS NOT = ZERO
                       AND W-HIST-FILE-STATUS NOT = 10
                  PERFORM HISTORY-HARD-ERROR
               END-IF
           END-PERFORM.

       FIND-LAST-HISTORY-SEQ-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * MOVES MEMBER W-K'S FIRST REMAINING HISTORY RECORD TO THE
      * SURVIVOR: THE COPY IS WRITTEN FIRST AND THE ORIGINAL THEN
      * DELETED, SO A FAILURE BETWEEN THE TWO NEVER LOSES A
      * TRANSACTION. THE BROWSE IS RESTARTED EACH TIME RATHER THAN
      * CARRIED ACROSS THE WRITE AND DELETE. SETS W-HIST-SCAN-DONE
      * WHEN THE MEMBER HAS NO HISTORY LEFT.
      * ----------------------------------------------------------------
       MOVE-ONE-HISTORY-RECORD.

           MOVE W-MEMBER-ID(W-K) TO HST-CUSTOMER-ID.
           MOVE ZERO TO HST-SEQUENCE-NBR.
           START HISTORY-FILE KEY IS GREATER THAN HST-KEY.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 23
                 SET W-HIST-SCAN-DONE TO TRUE
                 GO TO MOVE-ONE-HISTORY-RECORD-EXIT
              WHEN OTHER
                 PERFORM HISTORY-HARD-ERROR
           END-EVALUATE.

           READ HISTORY-FILE NEXT RECORD.
           EVALUATE W-HIST-FILE-STATUS
              WHEN ZERO
                 CONTINUE
              WHEN 10
                 SET W-HIST-SCAN-DONE TO TRUE
                 GO TO MOVE-ONE-HISTORY-RECORD-EXIT
              WHEN OTHER
                 PERFORM HISTORY-HARD-ERROR
           END-EVALUATE.
           IF HST-CUSTOMER-ID NOT = W-MEMBER-ID(W-K)
              SET W-HIST-SCAN-DONE TO TRUE
              GO TO MOVE-ONE-HISTORY-RECORD-EXIT
           END-IF.

           MOVE HISTORY-DETAIL TO W-HIST-OLD-RECORD.
           ADD 1 TO W-HIST-MOVED-CNT.
           ADD HST-AMOUNT TO W-HIST-MOVED-AMOUNT.
           PERFORM WRITE-SURVIVOR-HISTORY.

           MOVE W-HIST-OLD-RECORD TO HISTORY-DETAIL.
           MOVE 'D' TO HMV-ACTION.
           MOVE HISTORY-DETAIL TO HMV-HISTORY-RECORD.
           PERFORM WRITE-HISTORY-LOG.
           DELETE HISTORY-FILE RECORD.
           IF W-HIST-FILE-STATUS NOT = ZERO
              PERFORM HISTORY-HARD-ERROR
           END-IF.

       MOVE-ONE-HISTORY-RECORD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * WRITES THE DATE, AMOUNT AND COMMENT ALREADY IN HISTORY-DETAIL
      * UNDER THE SURVIVOR'S NEXT HISTORY SEQUENCE NUMBER, LOGGING IT
      * FIRST. A SURVIVOR WITH NO SEQUENCE NUMBER LEFT STOPS THE RUN
      * RATHER THAN WRAP ONTO ITS OLDEST RECORDS.
      * ----------------------------------------------------------------
       WRITE-SURVIVOR-HISTORY.

           IF W-HIST-SEQ NOT < 9999
              DISPLAY 'HISTORY SEQUENCE NUMBERS EXHAUSTED FOR'
                      ' CUSTOMER-ID=' W-SURVIVOR-ID
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.
           ADD 1 TO W-HIST-SEQ.
           MOVE W-SURVIVOR-ID TO HST-CUSTOMER-ID.
           MOVE W-HIST-SEQ TO HST-SEQUENCE-NBR.
           MOVE 'W' TO HMV-ACTION.
           MOVE HISTORY-DETAIL TO HMV-HISTORY-RECORD.
           PERFORM WRITE-HISTORY-LOG.
           WRITE HISTORY-DETAIL.
           IF W-HIST-FILE-STATUS NOT = ZERO
              PERFORM HISTORY-HARD-ERROR
           END-IF.

      * ----------------------------------------------------------------
      * WRITES ONE HISTORY-MOVE LOG RECORD. A WRITE FAILURE IS A HARD
      * ERROR: NO HISTORY CHANGE IS MADE THAT COULD NOT BE BACKED OUT.
      * ----------------------------------------------------------------
       WRITE-HISTORY-LOG.

           WRITE HISTORY-MOVE-RECORD.
           IF W-HSTLOG-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO HISTORY-LOG-FILE='
                      W-HSTLOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * WRITES ONE MAINTENANCE TRANSACTION. A WRITE FAILURE IS A HARD
      * ERROR THAT STOPS THE RUN.
      * ----------------------------------------------------------------
       WRITE-MAINT-RECORD.

           WRITE MAINT-RECORD.
           IF W-MAINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO MAINT-FILE='
                      W-MAINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-EXIT
           END-IF.

      * ----------------------------------------------------------------
      * REPORT WRITERS.
      * ----------------------------------------------------------------
       PRINT-DETAIL-LINE.

           IF W-LINE-CNT >= W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-LINE-CNT.

      *    POOL ENTRY W-J, NEWEST FIRST: THE FIRST FIVE WERE CARRIED.
       PRINT-TRANS-LINE.

           MOVE W-PL-SOURCE-ID(W-J) TO W-TR-SOURCE-ID.
           MOVE W-PL-AMOUNT(W-J)    TO W-TR-AMOUNT.
           MOVE W-PL-DATE(W-J)      TO W-TR-DATE.
           MOVE W-PL-COMMENT(W-J)   TO W-TR-COMMENT.
           IF W-J > 5
              MOVE 'DROPPED' TO W-TR-DISPOSITION
              IF W-HIST-PRESENT
                 MOVE 'TO HISTORY' TO W-TR-NOTE
              ELSE
                 MOVE 'NOT KEPT' TO W-TR-NOTE
              END-IF
           ELSE
              MOVE 'CARRIED' TO W-TR-DISPOSITION
              MOVE SPACE TO W-TR-NOTE
           END-IF.
           IF W-LINE-CNT >= W-PAGE-LIMIT
              PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE W-TRANS-LINE TO REPORT-LINE.
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

           PERFORM PRINT-PAGE-HEADING.
           MOVE 'CLUSTER RECORDS READ    = ' TO W-TL-LABEL.
           MOVE W-RECORDS-READ TO W-TL-COUNT.
           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'CLUSTERS OF MATCH TYPE  = ' TO W-TL-LABEL.
           MOVE W-CLUSTERS-READ TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'CLUSTERS APPLIED        = ' TO W-TL-LABEL.
           MOVE W-CLUSTERS-APPLIED TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'CLUSTERS SKIPPED        = ' TO W-TL-LABEL.
           MOVE W-CLUSTERS-SKIPPED TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'MEMBERS MERGED          = ' TO W-TL-LABEL.
           MOVE W-MEMBERS-MERGED TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'MEMBERS SKIPPED         = ' TO W-TL-LABEL.
           MOVE W-MEMBERS-SKIPPED TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'MEMBERS BEYOND TABLE    = ' TO W-TL-LABEL.
           MOVE W-MEMBER-OVERFLOW TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'CHANGE TRANS WRITTEN    = ' TO W-TL-LABEL.
           MOVE W-CHANGES-WRITTEN TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'DELETE TRANS WRITTEN    = ' TO W-TL-LABEL.
           MOVE W-DELETES-WRITTEN TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'TRANSACTIONS CARRIED    = ' TO W-TL-LABEL.
           MOVE W-TOTAL-CARRIED-CNT TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'TRANSACTIONS DROPPED    = ' TO W-TL-LABEL.
           MOVE W-TOTAL-DROPPED-CNT TO W-TL-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           IF W-HIST-PRESENT
              MOVE 'DROPPED TO HISTORY      = ' TO W-TL-LABEL
              MOVE W-HIST-DROPPED TO W-TL-COUNT
              PERFORM PRINT-TOTAL-LINE
              MOVE 'HISTORY RECORDS MOVED   = ' TO W-TL-LABEL
              MOVE W-HIST-MOVED TO W-TL-COUNT
              PERFORM PRINT-TOTAL-LINE
           ELSE
              MOVE 'NO HISTORY FILE: DROPPED TRANSACTIONS NOT KEPT,'
                   TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE 'MEMBER HISTORY LEFT UNDER THE OLD CUSTOMER IDS'
                   TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'AMOUNT CARRIED          = ' TO W-TA-LABEL.
           MOVE W-TOTAL-CARRIED-AMOUNT TO W-TA-AMOUNT.
           MOVE W-TOTAL-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT DROPPED          = ' TO W-TA-LABEL.
           MOVE W-TOTAL-DROPPED-AMOUNT TO W-TA-AMOUNT.
           MOVE W-TOTAL-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       PRINT-TOTAL-LINE.

           MOVE W-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

      * ----------------------------------------------------------------
      * AN UNEXPECTED KSDS FILE STATUS IS A HARD ERROR: REPORT IT AND
      * STOP THE RUN SO A HALF-BUILT MAINTENANCE FILE IS NOT APPLIED.
      * ----------------------------------------------------------------
       VSAM-HARD-ERROR.

           DISPLAY 'ERROR ON VSAM-CUSTOMER-FILE='
                   W-VSAM-FILE-STATUS W-VSAM-FILE-STATUS-2
                   ' CUSTOMER-ID=' VSAM-CUSTOMER-ID.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

      * ----------------------------------------------------------------
      * AN UNEXPECTED HISTORY FILE STATUS IS TREATED THE SAME WAY.
      * EVERY CHANGE MADE SO FAR IS ALREADY ON THE MOVE LOG.
      * ----------------------------------------------------------------
       HISTORY-HARD-ERROR.

           DISPLAY 'ERROR ON HISTORY-FILE='
                   W-HIST-FILE-STATUS W-HIST-FILE-STATUS-2
                   ' CUSTOMER-ID=' HST-CUSTOMER-ID.
           MOVE 16 TO RETURN-CODE.
           GO TO PROGRAM-EXIT.

       END PROGRAM PCUSTMPA.

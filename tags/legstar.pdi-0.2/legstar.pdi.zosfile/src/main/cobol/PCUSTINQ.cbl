      *     PF8   - BROWSE FORWARD FROM THE CUSTOMER LAST DISPLAYED,
      *             IN KEY SEQUENCE.
      *     PF7   - BROWSE BACKWARD FROM THE CUSTOMER LAST DISPLAYED.
      *     PF10  - PAGE BACK INTO THE DISPLAYED CUSTOMER'S
      *             TRANSACTION HISTORY (THE TRANSACTIONS PCUSTPST
      *             HAS ROLLED OFF THE KSDS), FIVE AT A TIME, FROM THE
      *             NEWEST HISTORY TOWARD THE OLDEST.
      *     PF11  - PAGE FORWARD THROUGH THE HISTORY; PAGING PAST THE
      *             NEWEST HISTORY RETURNS TO THE CURRENT
      *             TRANSACTIONS.
      *     PF3/  - END THE SESSION.
      *     CLEAR
      * KEYING ALL OR THE FIRST PART OF A CUSTOMER NAME INSTEAD OF A
      * CUSTOMER-ID AND PRESSING ENTER STARTS A NAME SEARCH ON THE
      * MAPNAM MAP: TEN CUSTOMERS A PAGE WHOSE NAMES START WITH WHAT
      * WAS KEYED, IN NAME ORDER, WITH THEIR IDS AND ADDRESSES.
      *     ENTER - WITH A NON-BLANK SELECTION AGAINST A LINE, SHOW
      *             THAT CUSTOMER ON MAPINQ (PF7/PF8 AND PF10/PF11
      *             THEN WORK FROM IT AS USUAL); WITH A NEW NAME,
      *             SEARCH AGAIN; OTHERWISE REFRESH THE PAGE.
      *     PF8   - NEXT PAGE OF MATCHES (UP TO 20 PAGES; BEYOND THAT
      *             THE OPERATOR IS ASKED TO KEY MORE OF THE NAME).
      *     PF7   - PREVIOUS PAGE OF MATCHES.
      *     PF3   - BACK TO A BLANK MAPINQ.
      *     CLEAR - END THE SESSION.
      * PSEUDO-CONVERSATIONAL: THE CUSTOMER-ID LAST DISPLAYED AND THE
      * FIRST/LAST HISTORY SEQUENCE NUMBERS ON THE SCREEN (ZERO WHEN
      * THE CURRENT TRANSACTIONS ARE SHOWN) ARE CARRIED IN THE
      * COMMAREA BETWEEN TASKS, TOGETHER WITH THE NAME SEARCH STATE
      * (WHICH MAP IS UP, THE NAME KEYED, THE START OF EACH PAGE
      * VISITED SO FAR AND THE CUSTOMER-IDS ON THE PAGE SHOWN). THE
      * KSDS IS DEFINED TO CICS AS FILE CUSTKSDS AND THE TRANSACTION
      * HISTORY KSDS AS FILE CUSTHIST. THE NAME SEARCH BROWSES FILE
      * CUSTNAME, DEFINED TO CICS OVER THE PATH OF THE CUSTOMER-NAME
      * ALTERNATE INDEX BUILT BY JOB CUSTAIX. THE INDEX IS DEFINED
      * WITH UPGRADE, SO VSAM KEEPS IT IN STEP WHENEVER PCUSTUPD,
      * PCUSTPST OR PCUSTMNT CHANGE THE KSDS.
      * ----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * ----------------------------------------------------------------
       COPY RCUSTDAT.
      * ----------------------------------------------------------------
      * TRANSACTION HISTORY RECORD READ FROM THE CUSTHIST FILE.
      * ----------------------------------------------------------------
       COPY RCUSTTRN.
      * ----------------------------------------------------------------
      * SYMBOLIC MAP AND THE STANDARD ATTENTION IDENTIFIER NAMES.
      * ----------------------------------------------------------------
       COPY MCUSTINQ.
       01  W-RID                      PIC 9(9).
       01  W-READ-LENGTH              PIC S9(4) COMP.
      * ----------------------------------------------------------------
      * KEY AND COUNTERS FOR THE CUSTNAME BROWSES. THE KEY IS THE
      * 20-BYTE CUSTOMER-NAME; A PARTIAL NAME IS PADDED WITH SPACES
      * SO A GTEQ START LANDS ON THE FIRST NAME BEGINNING WITH IT.
      * THE ALTERNATE KEY IS NOT UNIQUE, SO A PAGE START IS A NAME
      * PLUS THE NUMBER OF RECORDS OF THAT NAME TO SKIP (THOSE ALREADY
      * SHOWN ON THE PAGE BEFORE). W-DUP-NAME/W-DUP-CNT COUNT THE RUN
      * OF EQUAL NAMES READ SINCE THE START OF THE BROWSE.
      * ----------------------------------------------------------------
       01  W-NAME-KEY                 PIC X(20).
       01  W-NAME-RID                 PIC X(20).
       01  W-NAME-SKIP                PIC 9(4).
       01  W-NAME-CNT                 PIC 9(4) COMP.
       01  W-DUP-NAME                 PIC X(20).
       01  W-DUP-CNT                  PIC 9(4).
       01  W-NAME-BROWSE-SWITCH       PIC X(1) VALUE 'N'.
           88 W-NAME-BROWSE-DONE      VALUE 'Y'.
      * ----------------------------------------------------------------
      * KEY AND LENGTH FIELDS FOR THE CUSTHIST BROWSES. THE KEY IS THE
      * CUSTOMER-ID PLUS THE 4-DIGIT HISTORY SEQUENCE NUMBER.
      * W-HIST-BOUND IS THE SEQUENCE THE BROWSE STARTS FROM, HELD ONE
      * DIGIT WIDER THAN THE KEY SO 10000 CAN STAND FOR "AFTER THE
      * NEWEST HISTORY".
      * ----------------------------------------------------------------
       01  W-HIST-RID.
           05 W-HR-CUSTOMER-ID        PIC 9(9).
           05 W-HR-SEQUENCE-NBR       PIC 9(4).
       01  W-HIST-LENGTH              PIC S9(4) COMP.
       01  W-HIST-BOUND               PIC 9(5).
       01  W-HIST-BROWSE-SWITCH       PIC X(1) VALUE 'N'.
           88 W-HIST-BROWSE-DONE      VALUE 'Y'.
      * ----------------------------------------------------------------
      * ONE SCREEN PAGE OF HISTORY. A BACKWARD BROWSE FILLS THE TABLE
      * NEWEST FIRST, SO BUILD-HISTORY-MAP IS TOLD WHICH WAY IT RUNS.
      * ----------------------------------------------------------------
       01  W-HIST-CNT                 PIC 9(4) COMP.
       01  W-HIST-ORDER-SWITCH        PIC X(1) VALUE 'A'.
           88 W-HIST-DESCENDING       VALUE 'D'.
       01  W-HIST-TABLE.
           05 W-HIST-ENTRY OCCURS 5.
              10 W-HT-SEQUENCE-NBR    PIC 9(4).
              10 W-HT-DATE            PIC X(10).
              10 W-HT-AMOUNT          PIC S9(6)V99.
              10 W-HT-COMMENT         PIC X(9).
       01  W-K                        PIC 9(4) COMP.
      * ----------------------------------------------------------------
      * COMMAREA IMAGE CARRIED BETWEEN TASKS: THE CUSTOMER-ID LAST
      * DISPLAYED, ZERO WHEN NOTHING HAS BEEN DISPLAYED YET, AND THE
      * FIRST AND LAST HISTORY SEQUENCE NUMBERS ON THE SCREEN, ZERO
      * WHEN THE CURRENT TRANSACTIONS ARE SHOWN. THEN THE NAME SEARCH
      * STATE: THE MAP ON THE SCREEN ('I' MAPINQ, 'N' MAPNAM), THE
      * NAME KEYED AND ITS SIGNIFICANT LENGTH, THE PAGE SHOWN, THE
      * START OF EVERY PAGE UP TO AND INCLUDING THE NEXT ONE, WHETHER
      * THERE ARE MORE MATCHES, AND THE CUSTOMER-IDS ON THE PAGE.
      * 613 BYTES IN ALL.
      * ----------------------------------------------------------------
       01  W-COMMAREA.
           05 W-CA-LAST-ID            PIC 9(9).
           05 W-CA-HIST-FIRST         PIC 9(4).
           05 W-CA-HIST-LAST          PIC 9(4).
           05 W-CA-SEARCH-AREA.
              10 W-CA-SCREEN          PIC X(1).
                 88 W-CA-NAME-LIST    VALUE 'N'.
              10 W-CA-SEARCH-NAME     PIC X(20).
              10 W-CA-SEARCH-LEN      PIC 9(2).
              10 W-CA-PAGE-NBR        PIC 9(2).
              10 W-CA-MORE-SWITCH     PIC X(1).
                 88 W-CA-MORE-NAMES   VALUE 'Y'.
              10 W-CA-PAGE-START OCCURS 20.
                 15 W-CA-PS-NAME      PIC X(20).
                 15 W-CA-PS-SKIP      PIC 9(4).
              10 W-CA-LIST-IDS.
                 15 W-CA-LIST-ID      PIC 9(9) OCCURS 10.
      * ----------------------------------------------------------------
      * EDITED FIELDS FOR THE MAP.
      * ----------------------------------------------------------------
       01  W-EDIT-AMOUNT              PIC -ZZZ,ZZ9.99.
       01  W-EDIT-CNT                 PIC ZZZ9.
       01  W-HIST-MESSAGE.
           05 FILLER                  PIC X(12) VALUE 'HISTORY SEQ '.
           05 W-HM-FIRST              PIC 9(4).
           05 FILLER                  PIC X(4) VALUE ' TO '.
           05 W-HM-LAST               PIC 9(4).
           05 FILLER                  PIC X(16)
              VALUE '. PF10/PF11=PAGE'.
       01  W-END-MESSAGE              PIC X(24)
           VALUE 'PCUSTINQ SESSION ENDED.'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-LAST-ID              PIC 9(9).
           05 CA-HIST-FIRST           PIC 9(4).
           05 CA-HIST-LAST            PIC 9(4).
           05 CA-SEARCH-AREA          PIC X(596).

       PROCEDURE DIVISION.

           IF EIBCALEN = ZERO
              MOVE ZERO TO W-CA-LAST-ID
              MOVE ZERO TO W-CA-HIST-FIRST
              MOVE ZERO TO W-CA-HIST-LAST
              MOVE SPACE TO W-CA-SEARCH-AREA
              MOVE 'I' TO W-CA-SCREEN
              MOVE LOW-VALUE TO MAPINQO
              MOVE 'ENTER A CUSTOMER-ID OR A NAME' TO MSGO
              EXEC CICS SEND MAP('MAPINQ') MAPSET('MCUSTINQ')
                   FROM(MAPINQO) ERASE
              END-EXEC
           END-IF.

           MOVE CA-LAST-ID TO W-CA-LAST-ID.
           MOVE CA-HIST-FIRST TO W-CA-HIST-FIRST.
           MOVE CA-HIST-LAST TO W-CA-HIST-LAST.
           MOVE CA-SEARCH-AREA TO W-CA-SEARCH-AREA.

           IF W-CA-NAME-LIST
              PERFORM NAME-LIST-KEYS
                  THRU NAME-LIST-KEYS-EXIT
              GO TO SEND-CURRENT-MAP
           END-IF.

           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHPF7
                 PERFORM BROWSE-BACKWARD
                     THRU BROWSE-BACKWARD-EXIT
              WHEN DFHPF10
                 PERFORM HISTORY-BACKWARD
                     THRU HISTORY-BACKWARD-EXIT
              WHEN DFHPF11
                 PERFORM HISTORY-FORWARD
                     THRU HISTORY-FORWARD-EXIT
              WHEN OTHER
                 MOVE LOW-VALUE TO MAPINQO
                 MOVE 'INVALID KEY. USE ENTER, PF7/8, PF10/11'
                      TO MSGO
           END-EVALUATE.

       SEND-CURRENT-MAP.

           IF W-CA-NAME-LIST
              EXEC CICS SEND MAP('MAPNAM') MAPSET('MCUSTINQ')
                   FROM(MAPNAMO) ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('MAPINQ') MAPSET('MCUSTINQ')
                   FROM(MAPINQO) ERASE
              END-EXEC
           END-IF.

       RETURN-TO-CICS.

           EXEC CICS RETURN TRANSID('CINQ')
                COMMAREA(W-COMMAREA) LENGTH(+613)
           END-EXEC.

      * ----------------------------------------------------------------
      * ENTER. READS THE CUSTOMER THE OPERATOR KEYED AND BUILDS THE
      * MAP FROM IT. A MISSING KEY GETS A NOT-FOUND MESSAGE AND THE
      * LAST-DISPLAYED POSITION IS LEFT WHERE IT WAS. A NAME KEYED
      * WITH NO CUSTOMER-ID STARTS A NAME SEARCH INSTEAD.
      * ----------------------------------------------------------------
       LOOKUP-KEYED-CUSTOMER.

           EXEC CICS RECEIVE MAP('MAPINQ') MAPSET('MCUSTINQ')
                INTO(MAPINQI) RESP(W-RESP)
           END-EXEC.
           IF W-RESP = DFHRESP(NORMAL)
                   AND CUSTIDL = ZERO
                   AND SNAMEL NOT = ZERO
              MOVE SNAMEI TO W-NAME-KEY
              INSPECT W-NAME-KEY REPLACING ALL LOW-VALUE BY SPACE
              IF W-NAME-KEY NOT = SPACE
                 PERFORM START-NAME-SEARCH
                 GO TO LOOKUP-KEYED-CUSTOMER-EXIT
              END-IF
           END-IF.
           IF W-RESP NOT = DFHRESP(NORMAL)
                   OR CUSTIDL = ZERO
              MOVE LOW-VALUE TO MAPINQO
              MOVE 'ENTER A CUSTOMER-ID OR A NAME' TO MSGO
              GO TO LOOKUP-KEYED-CUSTOMER-EXIT
           END-IF.
           IF CUSTIDI NOT NUMERIC
              MOVE LOW-VALUE TO MAPINQO
              MOVE 'ENTER A NUMERIC CUSTOMER-ID' TO MSGO
              GO TO LOOKUP-KEYED-CUSTOMER-EXIT
      * ----------------------------------------------------------------
      * BUILDS THE MAP FROM THE CUSTOMER-DATA RECORD JUST READ AND
      * REMEMBERS ITS CUSTOMER-ID AS THE BROWSE POSITION FOR THE
      * NEXT PF7/PF8. THE SCREEN NOW SHOWS THE CURRENT TRANSACTIONS,
      * SO THE HISTORY POSITION IS CLEARED.
      * ----------------------------------------------------------------
       BUILD-CUSTOMER-MAP.

           END-PERFORM.
           MOVE SPACE TO MSGO.
           MOVE CUSTOMER-ID TO W-CA-LAST-ID.
           MOVE ZERO TO W-CA-HIST-FIRST.
           MOVE ZERO TO W-CA-HIST-LAST.

      * ----------------------------------------------------------------
      * PF10. PAGES BACK THROUGH THE DISPLAYED CUSTOMER'S HISTORY.
      * FROM THE CURRENT TRANSACTIONS THIS IS THE NEWEST FIVE HISTORY
      * RECORDS; FROM A HISTORY PAGE IT IS THE FIVE BEFORE ITS FIRST.
      * WITH NOTHING EARLIER THE SAME PAGE IS SHOWN AGAIN.
      * ----------------------------------------------------------------
       HISTORY-BACKWARD.

           PERFORM READ-DISPLAYED-CUSTOMER
               THRU READ-DISPLAYED-CUSTOMER-EXIT.
           IF W-RESP NOT = DFHRESP(NORMAL)
              GO TO HISTORY-BACKWARD-EXIT
           END-IF.

           IF W-CA-HIST-FIRST = ZERO
              MOVE 10000 TO W-HIST-BOUND
           ELSE
              MOVE W-CA-HIST-FIRST TO W-HIST-BOUND
           END-IF.
           PERFORM LOAD-HISTORY-BACKWARD
               THRU LOAD-HISTORY-BACKWARD-EXIT.

           EVALUATE TRUE
              WHEN W-HIST-CNT NOT = ZERO
                 PERFORM BUILD-HISTORY-MAP
              WHEN W-CA-HIST-FIRST = ZERO
                 PERFORM BUILD-CUSTOMER-MAP
                 MOVE 'NO HISTORY ON FILE FOR THIS CUSTOMER'
                      TO MSGO
              WHEN OTHER
                 MOVE W-CA-HIST-FIRST TO W-HIST-BOUND
                 PERFORM LOAD-HISTORY-FORWARD
                     THRU LOAD-HISTORY-FORWARD-EXIT
                 PERFORM BUILD-HISTORY-MAP
                 MOVE 'OLDEST HISTORY REACHED' TO MSGO
           END-EVALUATE.

       HISTORY-BACKWARD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * PF11. PAGES FORWARD FROM THE HISTORY PAGE ON THE SCREEN TO THE
      * NEXT FIVE HISTORY RECORDS. PAST THE NEWEST HISTORY, OR WHEN
      * THE CURRENT TRANSACTIONS ARE ALREADY SHOWN, THE CURRENT
      * TRANSACTIONS ARE DISPLAYED.
      * ----------------------------------------------------------------
       HISTORY-FORWARD.

           PERFORM READ-DISPLAYED-CUSTOMER
               THRU READ-DISPLAYED-CUSTOMER-EXIT.
           IF W-RESP NOT = DFHRESP(NORMAL)
              GO TO HISTORY-FORWARD-EXIT
           END-IF.

           IF W-CA-HIST-LAST = ZERO
              PERFORM BUILD-CUSTOMER-MAP
              MOVE 'CURRENT TRANSACTIONS ALREADY SHOWN' TO MSGO
              GO TO HISTORY-FORWARD-EXIT
           END-IF.

           COMPUTE W-HIST-BOUND = W-CA-HIST-LAST + 1.
           PERFORM LOAD-HISTORY-FORWARD
               THRU LOAD-HISTORY-FORWARD-EXIT.

           IF W-HIST-CNT NOT = ZERO
              PERFORM BUILD-HISTORY-MAP
           ELSE
              PERFORM BUILD-CUSTOMER-MAP
              MOVE 'END OF HISTORY. CURRENT ITEMS SHOWN' TO MSGO
           END-IF.

       HISTORY-FORWARD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * RE-READS THE CUSTOMER LAST DISPLAYED SO A HISTORY PAGE CARRIES
      * ITS NAME, ADDRESS AND CURRENT COUNT. W-RESP IS LEFT NOT
      * NORMAL, WITH THE MAP ALREADY BUILT, WHEN THERE IS NOTHING TO
      * PAGE.
      * ----------------------------------------------------------------
       READ-DISPLAYED-CUSTOMER.

           IF W-CA-LAST-ID = ZERO
              MOVE DFHRESP(NOTFND) TO W-RESP
              MOVE LOW-VALUE TO MAPINQO
              MOVE 'NOTHING DISPLAYED YET. USE ENTER OR PF8'
                   TO MSGO
              GO TO READ-DISPLAYED-CUSTOMER-EXIT
           END-IF.

           MOVE W-CA-LAST-ID TO W-RID.
           MOVE 196 TO W-READ-LENGTH.
           EXEC CICS READ FILE('CUSTKSDS') INTO(CUSTOMER-DATA)
                LENGTH(W-READ-LENGTH) RIDFLD(W-RID)
                RESP(W-RESP)
           END-EXEC.
           EVALUATE W-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE LOW-VALUE TO MAPINQO
                 MOVE W-RID TO CUSTIDO
                 MOVE 'CUSTOMER-ID NOT FOUND ON THE FILE' TO MSGO
              WHEN OTHER
                 MOVE LOW-VALUE TO MAPINQO
                 MOVE 'ERROR READING THE CUSTOMER FILE' TO MSGO
           END-EVALUATE.

       READ-DISPLAYED-CUSTOMER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * LOADS UP TO FIVE HISTORY RECORDS OF THE DISPLAYED CUSTOMER
      * WITH SEQUENCE NUMBERS FROM W-HIST-BOUND UPWARD, OLDEST FIRST.
      * ----------------------------------------------------------------
       LOAD-HISTORY-FORWARD.

           MOVE ZERO TO W-HIST-CNT.
           MOVE 'A' TO W-HIST-ORDER-SWITCH.
           MOVE W-CA-LAST-ID TO W-HR-CUSTOMER-ID.
           MOVE W-HIST-BOUND TO W-HR-SEQUENCE-NBR.
           EXEC CICS STARTBR FILE('CUSTHIST') RIDFLD(W-HIST-RID)
                GTEQ RESP(W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
              GO TO LOAD-HISTORY-FORWARD-EXIT
           END-IF.

           MOVE 'N' TO W-HIST-BROWSE-SWITCH.
           PERFORM UNTIL W-HIST-BROWSE-DONE
               MOVE 40 TO W-HIST-LENGTH
               EXEC CICS READNEXT FILE('CUSTHIST')
                    INTO(TRANSACTION-DETAIL) LENGTH(W-HIST-LENGTH)
                    RIDFLD(W-HIST-RID) RESP(W-RESP)
               END-EXEC
               IF W-RESP NOT = DFHRESP(NORMAL)
                       OR TRN-CUSTOMER-ID NOT = W-CA-LAST-ID
                  SET W-HIST-BROWSE-DONE TO TRUE
               ELSE
                  PERFORM SAVE-HISTORY-ENTRY
                  IF W-HIST-CNT = 5
                     SET W-HIST-BROWSE-DONE TO TRUE
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE('CUSTHIST')
           END-EXEC.

       LOAD-HISTORY-FORWARD-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * LOADS UP TO FIVE HISTORY RECORDS OF THE DISPLAYED CUSTOMER
      * WITH SEQUENCE NUMBERS BELOW W-HIST-BOUND, NEWEST FIRST. THE
      * BROWSE IS POSITIONED AT THE BOUND (OR, WHEN NOTHING IS ON
      * FILE AT OR BEYOND IT, AT END OF FILE BY A HIGH-VALUE KEY) AND
      * READ BACKWARD, SKIPPING RECORDS AT OR ABOVE THE BOUND. THE
      * BOUND KEY IS NORMALLY NOT ON FILE AND A READPREV STRAIGHT
      * AFTER STARTBR ON A KEY NOT ON FILE GETS NOTFND, SO ONE
      * READNEXT FIRST LEAVES A REAL KEY IN THE RIDFLD; THE READPREV
      * THAT FOLLOWS RETURNS THAT SAME RECORD, WHICH IS SKIPPED.
      * ----------------------------------------------------------------
       LOAD-HISTORY-BACKWARD.

           MOVE ZERO TO W-HIST-CNT.
           MOVE 'D' TO W-HIST-ORDER-SWITCH.
           MOVE W-CA-LAST-ID TO W-HR-CUSTOMER-ID.
           IF W-HIST-BOUND > 9999
              MOVE 9999 TO W-HR-SEQUENCE-NBR
           ELSE
              MOVE W-HIST-BOUND TO W-HR-SEQUENCE-NBR
           END-IF.
           EXEC CICS STARTBR FILE('CUSTHIST') RIDFLD(W-HIST-RID)
                GTEQ RESP(W-RESP)
           END-EXEC.
           IF W-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUE TO W-HIST-RID
              EXEC CICS STARTBR FILE('CUSTHIST') RIDFLD(W-HIST-RID)
                   GTEQ RESP(W-RESP)
              END-EXEC
           END-IF.
           IF W-RESP NOT = DFHRESP(NORMAL)
              GO TO LOAD-HISTORY-BACKWARD-EXIT
           END-IF.
           IF W-HIST-RID NOT = HIGH-VALUE
              MOVE 40 TO W-HIST-LENGTH
              EXEC CICS READNEXT FILE('CUSTHIST')
                   INTO(TRANSACTION-DETAIL) LENGTH(W-HIST-LENGTH)
                   RIDFLD(W-HIST-RID) RESP(W-RESP)
              END-EXEC
              IF W-RESP = DFHRESP(ENDFILE)
                 MOVE HIGH-VALUE TO W-HIST-RID
                 EXEC CICS RESETBR FILE('CUSTHIST') RIDFLD(W-HIST-RID)
                      GTEQ RESP(W-RESP)
                 END-EXEC
              END-IF
              IF W-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS ENDBR FILE('CUSTHIST')
                 END-EXEC
                 GO TO LOAD-HISTORY-BACKWARD-EXIT
              END-IF
           END-IF.

           MOVE 'N' TO W-HIST-BROWSE-SWITCH.
           PERFORM UNTIL W-HIST-BROWSE-DONE
               MOVE 40 TO W-HIST-LENGTH
               EXEC CICS READPREV FILE('CUSTHIST')
                    INTO(TRANSACTION-DETAIL) LENGTH(W-HIST-LENGTH)
                    RIDFLD(W-HIST-RID) RESP(W-RESP)
               END-EXEC
               EVALUATE TRUE
                  WHEN W-RESP NOT = DFHRESP(NORMAL)
                  WHEN TRN-CUSTOMER-ID < W-CA-LAST-ID
                     SET W-HIST-BROWSE-DONE TO TRUE
                  WHEN TRN-CUSTOMER-ID > W-CA-LAST-ID
                  WHEN TRN-SEQUENCE-NBR NOT < W-HIST-BOUND
                     CONTINUE
                  WHEN OTHER
                     PERFORM SAVE-HISTORY-ENTRY
                     IF W-HIST-CNT = 5
                        SET W-HIST-BROWSE-DONE TO TRUE
                     END-IF
               END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR FILE('CUSTHIST')
           END-EXEC.

       LOAD-HISTORY-BACKWARD-EXIT.
           EXIT.

       SAVE-HISTORY-ENTRY.

           ADD 1 TO W-HIST-CNT.
           MOVE TRN-SEQUENCE-NBR TO W-HT-SEQUENCE-NBR(W-HIST-CNT).
           MOVE TRN-DATE         TO W-HT-DATE(W-HIST-CNT).
           MOVE TRN-AMOUNT       TO W-HT-AMOUNT(W-HIST-CNT).
           MOVE TRN-COMMENT      TO W-HT-COMMENT(W-HIST-CNT).

      * ----------------------------------------------------------------
      * BUILDS THE MAP FROM THE CUSTOMER-DATA RECORD WITH THE LOADED
      * HISTORY PAGE IN PLACE OF THE CURRENT TRANSACTIONS, OLDEST AT
      * THE TOP, AND REMEMBERS THE PAGE'S FIRST AND LAST SEQUENCE
      * NUMBERS FOR THE NEXT PF10/PF11.
      * ----------------------------------------------------------------
       BUILD-HISTORY-MAP.

           PERFORM BUILD-CUSTOMER-MAP.
           PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > 5
               IF W-J NOT > W-HIST-CNT
                  IF W-HIST-DESCENDING
                     COMPUTE W-K = W-HIST-CNT - W-J + 1
                  ELSE
                     MOVE W-J TO W-K
                  END-IF
                  MOVE W-HT-DATE(W-K) TO TDATEO(W-J)
                  MOVE W-HT-AMOUNT(W-K) TO W-EDIT-AMOUNT
                  MOVE W-EDIT-AMOUNT TO TAMTO(W-J)
                  MOVE W-HT-COMMENT(W-K) TO TCMTO(W-J)
                  IF W-J = 1
                     MOVE W-HT-SEQUENCE-NBR(W-K) TO W-CA-HIST-FIRST
                  END-IF
                  MOVE W-HT-SEQUENCE-NBR(W-K) TO W-CA-HIST-LAST
               ELSE
                  MOVE SPACE TO TDATEO(W-J)
                  MOVE SPACE TO TAMTO(W-J)
                  MOVE SPACE TO TCMTO(W-J)
               END-IF
           END-PERFORM.
           MOVE W-CA-HIST-FIRST TO W-HM-FIRST.
           MOVE W-CA-HIST-LAST  TO W-HM-LAST.
           MOVE W-HIST-MESSAGE  TO MSGO.

      * ----------------------------------------------------------------
      * KEYS PRESSED WHILE THE NAME SEARCH LIST IS ON THE SCREEN.
      * EVERYTHING EXCEPT A PICK, PF3 AND CLEAR LEAVES THE LIST UP.
      * ----------------------------------------------------------------
       NAME-LIST-KEYS.

           EVALUATE EIBAID
              WHEN DFHCLEAR
                 EXEC CICS SEND TEXT FROM(W-END-MESSAGE)
                      LENGTH(+24) ERASE FREEKB
                 END-EXEC
                 EXEC CICS RETURN
                 END-EXEC
              WHEN DFHPF3
                 MOVE 'I' TO W-CA-SCREEN
                 MOVE LOW-VALUE TO MAPINQO
                 MOVE 'ENTER A CUSTOMER-ID OR A NAME' TO MSGO
              WHEN DFHENTER
                 PERFORM NAME-LIST-ENTER
                     THRU NAME-LIST-ENTER-EXIT
              WHEN DFHPF8
                 EVALUATE TRUE
                    WHEN NOT W-CA-MORE-NAMES
                       PERFORM LOAD-NAME-PAGE
                           THRU LOAD-NAME-PAGE-EXIT
                       MOVE 'END OF LIST. NO MORE MATCHES' TO NMSGO
                    WHEN W-CA-PAGE-NBR = 20
                       PERFORM LOAD-NAME-PAGE
                           THRU LOAD-NAME-PAGE-EXIT
                       MOVE 'TOO MANY MATCHES. KEY MORE OF THE NAME'
                            TO NMSGO
                    WHEN OTHER
                       ADD 1 TO W-CA-PAGE-NBR
                       PERFORM LOAD-NAME-PAGE
                           THRU LOAD-NAME-PAGE-EXIT
                 END-EVALUATE
              WHEN DFHPF7
                 IF W-CA-PAGE-NBR > 1
                    SUBTRACT 1 FROM W-CA-PAGE-NBR
                    PERFORM LOAD-NAME-PAGE
                        THRU LOAD-NAME-PAGE-EXIT
                 ELSE
                    PERFORM LOAD-NAME-PAGE
                        THRU LOAD-NAME-PAGE-EXIT
                    MOVE 'FIRST PAGE OF THE LIST' TO NMSGO
                 END-IF
              WHEN OTHER
                 PERFORM LOAD-NAME-PAGE
                     THRU LOAD-NAME-PAGE-EXIT
                 MOVE 'INVALID KEY. USE ENTER, PF3, PF7/8' TO NMSGO
           END-EVALUATE.

       NAME-LIST-KEYS-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * ENTER ON THE NAME SEARCH LIST. THE FIRST LINE WITH A NON-BLANK
      * SELECTION IS READ FROM THE KSDS BY ITS CUSTOMER-ID AND SHOWN
      * ON MAPINQ. WITH NO SELECTION, A NAME KEYED OVER THE SEARCH
      * FIELD STARTS A NEW SEARCH; OTHERWISE THE PAGE IS REFRESHED.
      * ----------------------------------------------------------------
       NAME-LIST-ENTER.

           EXEC CICS RECEIVE MAP('MAPNAM') MAPSET('MCUSTINQ')
                INTO(MAPNAMI) RESP(W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
              PERFORM LOAD-NAME-PAGE
                  THRU LOAD-NAME-PAGE-EXIT
              GO TO NAME-LIST-ENTER-EXIT
           END-IF.

           MOVE ZERO TO W-K.
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > 10 OR W-K NOT = ZERO
               IF LSELL(W-J) NOT = ZERO
                       AND LSELI(W-J) NOT = SPACE
                       AND LSELI(W-J) NOT = LOW-VALUE
                       AND W-CA-LIST-ID(W-J) NOT = ZERO
                  MOVE W-J TO W-K
               END-IF
           END-PERFORM.

           IF W-K NOT = ZERO
              MOVE W-CA-LIST-ID(W-K) TO W-RID
              MOVE 196 TO W-READ-LENGTH
              EXEC CICS READ FILE('CUSTKSDS') INTO(CUSTOMER-DATA)
                   LENGTH(W-READ-LENGTH) RIDFLD(W-RID)
                   RESP(W-RESP)
              END-EXEC
              EVALUATE W-RESP
                 WHEN DFHRESP(NORMAL)
                    MOVE 'I' TO W-CA-SCREEN
                    PERFORM BUILD-CUSTOMER-MAP
                 WHEN DFHRESP(NOTFND)
                    PERFORM LOAD-NAME-PAGE
                        THRU LOAD-NAME-PAGE-EXIT
                    MOVE 'CUSTOMER IS NO LONGER ON THE FILE' TO NMSGO
                 WHEN OTHER
                    PERFORM LOAD-NAME-PAGE
                        THRU LOAD-NAME-PAGE-EXIT
                    MOVE 'ERROR READING THE CUSTOMER FILE' TO NMSGO
              END-EVALUATE
              GO TO NAME-LIST-ENTER-EXIT
           END-IF.

           IF NAMKEYL NOT = ZERO
              MOVE NAMKEYI TO W-NAME-KEY
              INSPECT W-NAME-KEY REPLACING ALL LOW-VALUE BY SPACE
              IF W-NAME-KEY NOT = SPACE
                 PERFORM START-NAME-SEARCH
                 GO TO NAME-LIST-ENTER-EXIT
              END-IF
           END-IF.

           PERFORM LOAD-NAME-PAGE
               THRU LOAD-NAME-PAGE-EXIT.

       NAME-LIST-ENTER-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * STARTS A NAME SEARCH FOR THE NAME IN W-NAME-KEY: REMEMBERS THE
      * NAME AND ITS LENGTH UP TO THE LAST NON-BLANK (THE PART EVERY
      * MATCHING CUSTOMER-NAME MUST START WITH) AND SHOWS PAGE 1,
      * WHICH STARTS AT THE NAME ITSELF WITH NOTHING TO SKIP.
      * ----------------------------------------------------------------
       START-NAME-SEARCH.

           MOVE 'N' TO W-CA-SCREEN.
           MOVE W-NAME-KEY TO W-CA-SEARCH-NAME.
           PERFORM VARYING W-J FROM 20 BY -1
                   UNTIL W-J = 1 OR W-NAME-KEY(W-J:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE W-J TO W-CA-SEARCH-LEN.
           MOVE 1 TO W-CA-PAGE-NBR.
           MOVE W-NAME-KEY TO W-CA-PS-NAME(1).
           MOVE ZERO TO W-CA-PS-SKIP(1).
           PERFORM LOAD-NAME-PAGE
               THRU LOAD-NAME-PAGE-EXIT.

      * ----------------------------------------------------------------
      * BUILDS THE NAME SEARCH LIST FOR PAGE W-CA-PAGE-NBR. THE
      * CUSTNAME BROWSE STARTS AT THE PAGE'S START NAME, SKIPS THE
      * RECORDS OF THAT NAME ALREADY SHOWN ON THE PAGE BEFORE, AND
      * READS ON WHILE THE NAMES STILL START WITH THE SEARCH NAME.
      * TEN GO ON THE PAGE; AN ELEVENTH MEANS THERE ARE MORE, AND
      * WHERE IT SITS BECOMES THE START OF THE NEXT PAGE.
      * ----------------------------------------------------------------
       LOAD-NAME-PAGE.

           MOVE 'N' TO W-CA-SCREEN.
           MOVE LOW-VALUE TO MAPNAMO.
           MOVE W-CA-SEARCH-NAME TO NAMKEYO.
           MOVE ZERO TO W-CA-LIST-IDS.
           MOVE ZERO TO W-NAME-CNT.
           MOVE 'N' TO W-CA-MORE-SWITCH.
           MOVE SPACE TO W-DUP-NAME.
           MOVE ZERO TO W-DUP-CNT.
           MOVE W-CA-PS-NAME(W-CA-PAGE-NBR) TO W-NAME-RID.
           MOVE W-CA-PS-SKIP(W-CA-PAGE-NBR) TO W-NAME-SKIP.

           EXEC CICS STARTBR FILE('CUSTNAME') RIDFLD(W-NAME-RID)
                GTEQ RESP(W-RESP)
           END-EXEC.
           EVALUATE W-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'NO CUSTOMER NAME STARTS WITH THAT' TO NMSGO
                 GO TO LOAD-NAME-PAGE-EXIT
              WHEN OTHER
                 MOVE 'ERROR READING THE CUSTOMER NAME INDEX'
                      TO NMSGO
                 GO TO LOAD-NAME-PAGE-EXIT
           END-EVALUATE.

           MOVE 'N' TO W-NAME-BROWSE-SWITCH.
           PERFORM UNTIL W-NAME-BROWSE-DONE
               MOVE 196 TO W-READ-LENGTH
               EXEC CICS READNEXT FILE('CUSTNAME')
                    INTO(CUSTOMER-DATA) LENGTH(W-READ-LENGTH)
                    RIDFLD(W-NAME-RID) RESP(W-RESP)
               END-EXEC
               IF (W-RESP NOT = DFHRESP(NORMAL)
                       AND W-RESP NOT = DFHRESP(DUPKEY))
                    OR CUSTOMER-NAME(1:W-CA-SEARCH-LEN) NOT =
                       W-CA-SEARCH-NAME(1:W-CA-SEARCH-LEN)
                  SET W-NAME-BROWSE-DONE TO TRUE
               ELSE
                  PERFORM SAVE-NAME-ENTRY
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE('CUSTNAME')
           END-EXEC.

           EVALUATE TRUE
              WHEN W-NAME-CNT = ZERO
                 MOVE 'NO CUSTOMER NAME STARTS WITH THAT' TO NMSGO
              WHEN W-CA-MORE-NAMES
                 MOVE 'S AND ENTER TO PICK. PF8 FOR MORE' TO NMSGO
              WHEN OTHER
                 MOVE 'S AND ENTER TO PICK. END OF LIST' TO NMSGO
           END-EVALUATE.

       LOAD-NAME-PAGE-EXIT.
           EXIT.

      * ----------------------------------------------------------------
      * TAKES ONE MATCHING RECORD FROM THE CUSTNAME BROWSE: SKIPPED IF
      * IT WAS SHOWN ON THE PAGE BEFORE, LISTED IF THE PAGE HAS ROOM,
      * OTHERWISE NOTED AS THE START OF THE NEXT PAGE (ITS NAME AND
      * HOW MANY OF THAT NAME CAME BEFORE IT IN THIS BROWSE).
      * ----------------------------------------------------------------
       SAVE-NAME-ENTRY.

           IF CUSTOMER-NAME = W-DUP-NAME
              ADD 1 TO W-DUP-CNT
           ELSE
              MOVE CUSTOMER-NAME TO W-DUP-NAME
              MOVE 1 TO W-DUP-CNT
           END-IF.

           EVALUATE TRUE
              WHEN CUSTOMER-NAME = W-CA-PS-NAME(W-CA-PAGE-NBR)
                   AND W-DUP-CNT NOT > W-NAME-SKIP
                 CONTINUE
              WHEN W-NAME-CNT = 10
                 IF W-CA-PAGE-NBR < 20
                    MOVE CUSTOMER-NAME
                         TO W-CA-PS-NAME(W-CA-PAGE-NBR + 1)
                    COMPUTE W-CA-PS-SKIP(W-CA-PAGE-NBR + 1) =
                            W-DUP-CNT - 1
                 END-IF
                 MOVE 'Y' TO W-CA-MORE-SWITCH
                 SET W-NAME-BROWSE-DONE TO TRUE
              WHEN OTHER
                 ADD 1 TO W-NAME-CNT
                 MOVE CUSTOMER-ID      TO W-CA-LIST-ID(W-NAME-CNT)
                 MOVE CUSTOMER-ID      TO LIDO(W-NAME-CNT)
                 MOVE CUSTOMER-NAME    TO LNAMO(W-NAME-CNT)
                 MOVE CUSTOMER-ADDRESS TO LADRO(W-NAME-CNT)
           END-EVALUATE.

       END PROGRAM PCUSTINQ.

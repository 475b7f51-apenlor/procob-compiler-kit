      * file, so loan officers stop hand-editing the orabcuota-input
      * flat file to register or change an account.
      *
      * Nothing entered here reaches the master directly: every
      * add, change, deactivation or bulk reset is queued on the
      * maint-pending-changes file shared with the bcuota suite's
      * screens, with the before and after images and the entering
      * operator's ID, and is applied only when a second operator
      * approves it on chgapprove. A record with a change already
      * awaiting approval cannot be changed again until that one is
      * decided.
      *
      * The operator signs on through the signon service. Any role
      * may inquire; only role M may add, change, deactivate or bulk
      * reset. Every queued change, and every refused choice, is
      * written to the security access log with the account number.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. oraacctmaint.
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT PENDING-FILE ASSIGN TO "maint-pending-changes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
               05 ACCT-LAST-RUN-DATE PIC X(10).
               05 FILLER PIC X(15).

       FD PENDING-FILE.
           01 PENDING-REC.
               05 PND-KEY.
                   10 PND-MASTER PIC X(4).
                   10 PND-REC-KEY PIC X(29).
                   10 PND-YMD PIC 9(8).
                   10 PND-TIME PIC 9(8).
               05 PND-ACTION PIC X(1).
                   88 PND-ADD VALUE "A".
                   88 PND-CHANGE VALUE "C".
                   88 PND-DELETE VALUE "D".
                   88 PND-BULK-RESET VALUE "B".
               05 PND-STATUS PIC X(1).
                   88 PND-PENDING VALUE "P".
                   88 PND-APPROVED VALUE "A".
                   88 PND-REJECTED VALUE "R".
               05 PND-MAKER PIC X(8).
               05 PND-CHECKER PIC X(8).
               05 PND-DEC-YMD PIC 9(8).
               05 PND-DEC-TIME PIC 9(8).
               05 PND-NOTE PIC X(30).
               05 PND-BEFORE PIC X(240).
               05 PND-AFTER PIC X(240).
               05 FILLER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-PND-STATUS PIC X(2) VALUE SPACES.

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-PND-MASTER PIC X(4) VALUE "OACC".
           01 WS-PND-ACTION PIC X(1) VALUE SPACE.
           01 WS-PND-KEYVAL PIC X(29) VALUE SPACES.
           01 WS-BEFORE-IMAGE PIC X(240) VALUE SPACES.
           01 WS-AFTER-IMAGE PIC X(240) VALUE SPACES.
           01 WS-PND-EOF PIC X(1) VALUE "N".
           01 WS-PND-FOUND PIC X(1) VALUE "N".
               88 WS-CHANGE-PENDING VALUE "Y".
           01 WS-PND-WRITTEN PIC X(1) VALUE "N".
               88 WS-PND-IS-WRITTEN VALUE "Y".
           01 WS-PND-FAILED PIC X(1) VALUE "N".
               88 WS-PND-WRITE-FAILED VALUE "Y".


           01 WS-CHOICE PIC X(1) VALUE SPACE.
               88 WS-CHOICE-ADD    VALUE "A".
               88 WS-CHOICE-CHANGE VALUE "C".
               88 WS-CHOICE-DEACT  VALUE "D".
               88 WS-CHOICE-BULK   VALUE "B".
               88 WS-CHOICE-INQUIRE VALUE "I".
               88 WS-CHOICE-QUIT   VALUE "Q".
               88 WS-CHOICE-MAINTAIN VALUE "A" "C" "D" "B".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
           01 WS-FILES-OPEN PIC X(1) VALUE "N".
               88 WS-FILES-ARE-OPEN VALUE "Y".

           01 WS-BULK-DATE PIC X(10) VALUE SPACES.
           01 WS-PAUSE PIC X(1) VALUE SPACE.

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 LINE 4  COL 1 VALUE "C) CHANGE ACCOUNT".
               05 LINE 5  COL 1 VALUE "D) DEACTIVATE ACCOUNT".
               05 LINE 6  COL 1 VALUE "B) BULK RESET LAST-RUN DATE".
               05 LINE 7  COL 1 VALUE "I) INQUIRE ACCOUNT".
               05 LINE 8  COL 1 VALUE "Q) QUIT".
               05 LINE 10 COL 1 VALUE "SELECTION: ".
               05 LINE 10 COL 12 PIC X(1) USING WS-CHOICE.

           01 SCR-BULK.
               05 BLANK SCREEN.
               05 LINE 3 COL 1  VALUE "LAST RUN DATE  : ".
               05 LINE 3 COL 20 PIC X(10) USING ACCT-LAST-RUN-DATE.

           01 SCR-ACCOUNT-VIEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) FROM ACCT-NUMBER.
               05 LINE 2 COL 1  VALUE "STATUS (A/I)   : ".
               05 LINE 2 COL 20 PIC X(1) FROM ACCT-STATUS.
               05 LINE 3 COL 1  VALUE "LAST RUN DATE  : ".
               05 LINE 3 COL 20 PIC X(10) FROM ACCT-LAST-RUN-DATE.
               05 LINE 5 COL 1  VALUE "PRESS ENTER TO RETURN: ".
               05 LINE 5 COL 24 PIC X(1) USING WS-PAUSE.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "oraacctmaint" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF SGN-GRANTED
              MOVE SGN-OPERATOR TO WS-OPERATOR
              PERFORM 110-OPEN-FILES
           ELSE
              MOVE 'Y' TO WS-DONE
           END-IF.

       110-OPEN-FILES.

           MOVE 'Y' TO WS-FILES-OPEN.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACCOUNT MASTER, STATUS: "
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN I-O PENDING-FILE.
           IF WS-PND-STATUS = "35"
      * First change ever entered: create the pending file empty.
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PND-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PENDING CHANGES, STATUS: "
                      WS-PND-STATUS
              MOVE 'Y' TO WS-DONE
           END-IF.

       200-MENU-LOOP.

           MOVE SPACE TO WS-CHOICE.
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-MAINTAIN AND NOT SGN-ROLE-MAINTAIN
                   PERFORM 800-REFUSE-CHOICE
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-ACCOUNT
               WHEN WS-CHOICE-CHANGE
                   PERFORM 500-DEACTIVATE-ACCOUNT
               WHEN WS-CHOICE-BULK
                   PERFORM 600-BULK-RESET
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 650-INQUIRE-ACCOUNT
               WHEN WS-CHOICE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
           DISPLAY SCR-ACCOUNT-NEW.
           ACCEPT SCR-ACCOUNT-NEW.

           MOVE ACCOUNT-MASTER-REC TO WS-AFTER-IMAGE.
           MOVE ACCT-NUMBER TO WS-PND-KEYVAL.
           READ ACCOUNT-MASTER
              INVALID KEY
                 MOVE "A" TO WS-PND-ACTION
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 PERFORM 700-QUEUE-CHANGE
              NOT INVALID KEY
                 DISPLAY "ACCOUNT ALREADY EXISTS: " WS-PND-KEYVAL
           END-READ.

       400-CHANGE-ACCOUNT.

              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND: " ACCT-NUMBER
              NOT INVALID KEY
                 MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
                 DISPLAY SCR-ACCOUNT
                 ACCEPT SCR-ACCOUNT
                 MOVE ACCOUNT-MASTER-REC TO WS-AFTER-IMAGE
                 IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                    DISPLAY "NO CHANGE ENTERED: " ACCT-NUMBER
                 ELSE
                    MOVE "C" TO WS-PND-ACTION
                    MOVE ACCT-NUMBER TO WS-PND-KEYVAL
                    PERFORM 700-QUEUE-CHANGE
                 END-IF
           END-READ.

       500-DEACTIVATE-ACCOUNT.
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND: " ACCT-NUMBER
              NOT INVALID KEY
                 MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
                 MOVE "I" TO ACCT-STATUS
                 MOVE ACCOUNT-MASTER-REC TO WS-AFTER-IMAGE
                 MOVE "C" TO WS-PND-ACTION
                 MOVE ACCT-NUMBER TO WS-PND-KEYVAL
                 PERFORM 700-QUEUE-CHANGE
           END-READ.

       600-BULK-RESET.
      * record for that date has to be fixed and the batch rerun --
      * this gives loan officers a supported way to clear the stamp
      * for every account that was run on a given date, instead of
      * editing accounts one at a time on the CHANGE screen. The
      * reset itself is carried out by chgapprove once the request is
      * approved; the date goes in the after image.
           MOVE SPACES TO WS-BULK-DATE.
           DISPLAY SCR-BULK.
           ACCEPT SCR-BULK.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE WS-BULK-DATE TO WS-AFTER-IMAGE(1:10).
           MOVE "B" TO WS-PND-ACTION.
           MOVE SPACES TO WS-PND-KEYVAL.
           PERFORM 700-QUEUE-CHANGE.

       650-INQUIRE-ACCOUNT.

           DISPLAY "ACCOUNT NUMBER TO INQUIRE: " WITH NO ADVANCING.
           ACCEPT ACCT-NUMBER.

           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND: " ACCT-NUMBER
              NOT INVALID KEY
                 MOVE SPACE TO WS-PAUSE
                 DISPLAY SCR-ACCOUNT-VIEW
                 ACCEPT SCR-ACCOUNT-VIEW
           END-READ.

       700-QUEUE-CHANGE.

           PERFORM 710-CHECK-PENDING.
           IF WS-CHANGE-PENDING
              DISPLAY "CHANGE ALREADY AWAITING APPROVAL: "
                      WS-PND-KEYVAL
           ELSE
              MOVE SPACES TO PENDING-REC
              MOVE WS-PND-MASTER TO PND-MASTER
              MOVE WS-PND-KEYVAL TO PND-REC-KEY
              ACCEPT PND-YMD FROM DATE YYYYMMDD
              ACCEPT PND-TIME FROM TIME
              MOVE WS-PND-ACTION TO PND-ACTION
              MOVE "P" TO PND-STATUS
              MOVE WS-OPERATOR TO PND-MAKER
              MOVE ZERO TO PND-DEC-YMD
              MOVE ZERO TO PND-DEC-TIME
              MOVE WS-BEFORE-IMAGE TO PND-BEFORE
              MOVE WS-AFTER-IMAGE TO PND-AFTER
              MOVE 'N' TO WS-PND-WRITTEN
              MOVE 'N' TO WS-PND-FAILED
              PERFORM 720-WRITE-PENDING UNTIL WS-PND-IS-WRITTEN
           END-IF.

           IF NOT WS-CHANGE-PENDING AND NOT WS-PND-WRITE-FAILED
              DISPLAY "CHANGE QUEUED FOR APPROVAL: " WS-PND-KEYVAL
              EVALUATE WS-PND-ACTION
                  WHEN "A"
                      MOVE "ADD" TO SGN-ACTION
                  WHEN "B"
                      MOVE "BULKRSET" TO SGN-ACTION
                  WHEN OTHER
                      MOVE "CHANGE" TO SGN-ACTION
              END-EVALUATE
              MOVE WS-PND-KEYVAL TO SGN-KEY
              IF WS-PND-ACTION = "B"
                 MOVE WS-BULK-DATE TO SGN-KEY
              END-IF
              MOVE "QUEUED FOR APPROVAL" TO SGN-DETAIL
              IF WS-PND-ACTION = "C" AND ACCT-INACTIVE
                 MOVE "QUEUED FOR APPROVAL - STATUS I" TO SGN-DETAIL
              END-IF
              PERFORM 810-LOG-ACTION
           END-IF.

       710-CHECK-PENDING.

      * Any undecided change on the same record blocks a second one,
      * so the checker never sees two competing after images.
           MOVE 'N' TO WS-PND-FOUND.
           MOVE 'N' TO WS-PND-EOF.
           MOVE WS-PND-MASTER TO PND-MASTER.
           MOVE WS-PND-KEYVAL TO PND-REC-KEY.
           MOVE ZERO TO PND-YMD.
           MOVE ZERO TO PND-TIME.
           START PENDING-FILE KEY IS >= PND-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PND-EOF
           END-START.
           PERFORM 715-SCAN-ONE-PENDING
               UNTIL WS-PND-EOF = 'Y' OR WS-CHANGE-PENDING.

       715-SCAN-ONE-PENDING.

           READ PENDING-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PND-EOF
              NOT AT END
                 IF PND-MASTER NOT = WS-PND-MASTER
                    OR PND-REC-KEY NOT = WS-PND-KEYVAL
                    MOVE 'Y' TO WS-PND-EOF
                 ELSE
                    IF PND-PENDING
                       MOVE 'Y' TO WS-PND-FOUND
                    END-IF
                 END-IF
           END-READ.

       720-WRITE-PENDING.

      * Two entries for one record in the same hundredth of a second
      * would collide on the key (status 22); step the time on and
      * retry. Any other failure leaves the change unqueued.
           WRITE PENDING-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-PND-STATUS(1:1) = "0"
                   MOVE 'Y' TO WS-PND-WRITTEN
               WHEN WS-PND-STATUS = "22"
                   ADD 1 TO PND-TIME
               WHEN OTHER
                   DISPLAY "CHANGE NOT QUEUED, PENDING FILE STATUS: "
                           WS-PND-STATUS
                   MOVE 'Y' TO WS-PND-FAILED
                   MOVE 'Y' TO WS-PND-WRITTEN
           END-EVALUATE.

       800-REFUSE-CHOICE.

           DISPLAY "NOT AUTHORISED - INQUIRY ONLY".
           MOVE "DENIED" TO SGN-ACTION.
           MOVE SPACES TO SGN-KEY.
           MOVE SPACES TO SGN-DETAIL.
           STRING "MENU CHOICE " WS-CHOICE " REFUSED - ROLE " SGN-ROLE
               DELIMITED BY SIZE INTO SGN-DETAIL.
           PERFORM 810-LOG-ACTION.

       810-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           IF WS-FILES-ARE-OPEN
              CLOSE ACCOUNT-MASTER
              CLOSE PENDING-FILE
           END-IF.
           GOBACK.
      ******************************************************************

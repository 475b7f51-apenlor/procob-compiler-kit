      ******************************************************************
      *
      * Collateral Register Maintenance
      * ===============================
      *
      * Online screen for the bcuota-collateral register: the
      * property or other asset securing a loan, keyed on the
      * account number and an item number within the account, so a
      * loan may be secured by more than one item. Each item carries
      *
      *   type            P property, V vehicle, D cash deposit,
      *                   S securities, O other
      *   description     free text (address, registration, ...)
      *   valuation       amount and currency of the latest valuation
      *   valuation date  the date the valuation was made
      *   lien position   1 for a first charge, 2 for a second, ...
      *
      * ltvmon reads the register to work out each secured loan's
      * current loan-to-value and to report stale valuations.
      *
      *   A) add an item; the account must be on account-master and
      *      the next free item number is given
      *   C) change an item (new valuation, lien position, ...)
      *   D) delete an item (collateral released)
      *   I) look at one item
      *   L) list all the items held against an account
      *
      * Nothing entered here reaches the register directly: every
      * add, change or delete is queued on the shared
      * maint-pending-changes file with the before and after images
      * and the entering operator's ID, and is applied only when a
      * second operator approves it on chgapprove. The pending entry
      * is keyed on the account, so while one change for an account
      * awaits approval no other item of that account can be changed.
      *
      * The operator signs on through the signon service. Any role
      * may inquire or list; only role M may add, change or delete.
      * Every queued change, and every refused choice, is written to
      * the security access log.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. collmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-MASTER ASSIGN TO "bcuota-collateral"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COL-KEY
           FILE STATUS IS WS-COL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT PENDING-FILE ASSIGN TO "maint-pending-changes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLATERAL-MASTER.
           01 COLLATERAL-REC.
               05 COL-KEY.
                   10 COL-ACC PIC X(29).
                   10 COL-SEQ PIC 9(2).
               05 COL-TYPE PIC X(1).
                   88 COL-PROPERTY VALUE "P".
                   88 COL-VEHICLE VALUE "V".
                   88 COL-DEPOSIT VALUE "D".
                   88 COL-SECURITIES VALUE "S".
                   88 COL-OTHER VALUE "O".
                   88 COL-TYPE-VALID VALUE "P" "V" "D" "S" "O".
               05 COL-DESC PIC X(30).
               05 COL-VALUE PIC 9(9)V9(2).
               05 COL-CURR PIC X(3).
               05 COL-VAL-YMD PIC 9(8).
               05 COL-LIEN PIC 9(1).
               05 FILLER PIC X(20).

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(17).

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
           01 WS-COL-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-PND-STATUS PIC X(2) VALUE SPACES.

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-PND-MASTER PIC X(4) VALUE "COLL".
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

           01 WS-INQ-ACC PIC X(29) VALUE SPACES.
           01 WS-INQ-SEQ PIC 9(2) VALUE ZERO.
           01 WS-NEXT-SEQ PIC 9(3) VALUE ZERO.
           01 WS-COL-EOF PIC X(1) VALUE "N".
           01 WS-COL-FOUND PIC X(1) VALUE "N".
               88 WS-ITEM-FOUND VALUE "Y".
           01 WS-FIELDS-OK PIC X(1) VALUE "N".
               88 WS-FIELDS-VALID VALUE "Y".

           01 WS-CHOICE PIC X(1) VALUE SPACE.
               88 WS-CHOICE-ADD    VALUE "A".
               88 WS-CHOICE-CHANGE VALUE "C".
               88 WS-CHOICE-DELETE VALUE "D".
               88 WS-CHOICE-INQUIRE VALUE "I".
               88 WS-CHOICE-LIST   VALUE "L".
               88 WS-CHOICE-QUIT   VALUE "Q".
               88 WS-CHOICE-MAINTAIN VALUE "A" "C" "D".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
           01 WS-FILES-OPEN PIC X(1) VALUE "N".
               88 WS-FILES-ARE-OPEN VALUE "Y".

           01 WS-PAUSE PIC X(1) VALUE SPACE.
           01 WS-PAGING PIC X(1) VALUE SPACE.
               88 WS-STOP-PAGING VALUE "X" "x".
           01 WS-PAGE-LINES PIC 9(2) VALUE ZERO.
           01 WS-LINE-COUNTER PIC 9(3) VALUE ZERO.

           01 WS-COLL-LOG-KEY.
               05 WS-CL-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-SEQ PIC 9(2).

           01 WS-LIST-HEAD.
               05 FILLER PIC X(36) VALUE
                   "NO T DESCRIPTION".
               05 FILLER PIC X(31) VALUE
                   "   VALUATION CUR   VALUED L".
           01 WS-LIST-LINE.
               05 LST-SEQ PIC 9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-TYPE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-DESC PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-VALUE PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-VAL-YMD PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-LIEN PIC 9(1).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "COLLATERAL REGISTER MAINTENANCE".
               05 LINE 3  COL 1 VALUE "A) ADD COLLATERAL".
               05 LINE 4  COL 1 VALUE "C) CHANGE COLLATERAL".
               05 LINE 5  COL 1 VALUE "D) DELETE COLLATERAL".
               05 LINE 6  COL 1 VALUE "I) INQUIRE COLLATERAL".
               05 LINE 7  COL 1 VALUE "L) LIST ACCOUNT COLLATERAL".
               05 LINE 8  COL 1 VALUE "Q) QUIT".
               05 LINE 10 COL 1 VALUE "SELECTION: ".
               05 LINE 10 COL 12 PIC X(1) USING WS-CHOICE.

           01 SCR-COLLATERAL-KEY.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) USING WS-INQ-ACC.
               05 LINE 2 COL 1  VALUE "ITEM NUMBER    : ".
               05 LINE 2 COL 20 PIC 9(2) USING WS-INQ-SEQ.

           01 SCR-COLLATERAL-NEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) USING COL-ACC.
               05 LINE 2 COL 1  VALUE "TYPE (PVDSO)   : ".
               05 LINE 2 COL 20 PIC X(1) USING COL-TYPE.
               05 LINE 3 COL 1  VALUE "DESCRIPTION    : ".
               05 LINE 3 COL 20 PIC X(30) USING COL-DESC.
               05 LINE 4 COL 1  VALUE "VALUATION      : ".
               05 LINE 4 COL 20 PIC 9(9).99 USING COL-VALUE.
               05 LINE 5 COL 1  VALUE "CURRENCY       : ".
               05 LINE 5 COL 20 PIC X(3) USING COL-CURR.
               05 LINE 6 COL 1  VALUE "VALUED ON      : ".
               05 LINE 6 COL 20 PIC 9(8) USING COL-VAL-YMD.
               05 LINE 7 COL 1  VALUE "LIEN POSITION  : ".
               05 LINE 7 COL 20 PIC 9(1) USING COL-LIEN.

           01 SCR-COLLATERAL.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) FROM COL-ACC.
               05 LINE 1 COL 50 VALUE "ITEM".
               05 LINE 1 COL 55 PIC 9(2) FROM COL-SEQ.
               05 LINE 2 COL 1  VALUE "TYPE (PVDSO)   : ".
               05 LINE 2 COL 20 PIC X(1) USING COL-TYPE.
               05 LINE 3 COL 1  VALUE "DESCRIPTION    : ".
               05 LINE 3 COL 20 PIC X(30) USING COL-DESC.
               05 LINE 4 COL 1  VALUE "VALUATION      : ".
               05 LINE 4 COL 20 PIC 9(9).99 USING COL-VALUE.
               05 LINE 5 COL 1  VALUE "CURRENCY       : ".
               05 LINE 5 COL 20 PIC X(3) USING COL-CURR.
               05 LINE 6 COL 1  VALUE "VALUED ON      : ".
               05 LINE 6 COL 20 PIC 9(8) USING COL-VAL-YMD.
               05 LINE 7 COL 1  VALUE "LIEN POSITION  : ".
               05 LINE 7 COL 20 PIC 9(1) USING COL-LIEN.

           01 SCR-COLLATERAL-VIEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) FROM COL-ACC.
               05 LINE 1 COL 50 VALUE "ITEM".
               05 LINE 1 COL 55 PIC 9(2) FROM COL-SEQ.
               05 LINE 2 COL 1  VALUE "TYPE (PVDSO)   : ".
               05 LINE 2 COL 20 PIC X(1) FROM COL-TYPE.
               05 LINE 3 COL 1  VALUE "DESCRIPTION    : ".
               05 LINE 3 COL 20 PIC X(30) FROM COL-DESC.
               05 LINE 4 COL 1  VALUE "VALUATION      : ".
               05 LINE 4 COL 20 PIC Z(8)9.99 FROM COL-VALUE.
               05 LINE 5 COL 1  VALUE "CURRENCY       : ".
               05 LINE 5 COL 20 PIC X(3) FROM COL-CURR.
               05 LINE 6 COL 1  VALUE "VALUED ON      : ".
               05 LINE 6 COL 20 PIC 9(8) FROM COL-VAL-YMD.
               05 LINE 7 COL 1  VALUE "LIEN POSITION  : ".
               05 LINE 7 COL 20 PIC 9(1) FROM COL-LIEN.
               05 LINE 9 COL 1  VALUE "PRESS ENTER TO RETURN: ".
               05 LINE 9 COL 24 PIC X(1) USING WS-PAUSE.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
           PERFORM 200-MENU-LOOP UNTIL WS-IS-DONE.
           PERFORM 900-WRAPUP.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "collmaint" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF SGN-GRANTED
              MOVE SGN-OPERATOR TO WS-OPERATOR
              PERFORM 110-OPEN-FILES
           ELSE
              MOVE 'Y' TO WS-DONE
           END-IF.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.

       110-OPEN-FILES.

           MOVE 'Y' TO WS-FILES-OPEN.
           OPEN I-O COLLATERAL-MASTER.
           IF WS-COL-STATUS = "35"
      * First collateral ever captured: create the register empty.
              OPEN OUTPUT COLLATERAL-MASTER
              CLOSE COLLATERAL-MASTER
              OPEN I-O COLLATERAL-MASTER
           END-IF.
           IF WS-COL-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN COLLATERAL REGISTER, STATUS: "
                      WS-COL-STATUS
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACCOUNT MASTER, STATUS: "
                      WS-ACCTM-STATUS
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
           DISPLAY SCR-MENU.
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-MAINTAIN AND NOT SGN-ROLE-MAINTAIN
                   PERFORM 800-REFUSE-CHOICE
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-COLLATERAL
               WHEN WS-CHOICE-CHANGE
                   PERFORM 400-CHANGE-COLLATERAL
               WHEN WS-CHOICE-DELETE
                   PERFORM 500-DELETE-COLLATERAL
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 600-INQUIRE-COLLATERAL
               WHEN WS-CHOICE-LIST
                   PERFORM 650-LIST-COLLATERAL
               WHEN WS-CHOICE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       300-ADD-COLLATERAL.

           MOVE SPACES TO COLLATERAL-REC.
           MOVE "P" TO COL-TYPE.
           MOVE ZERO TO COL-SEQ.
           MOVE ZERO TO COL-VALUE.
           MOVE WS-SDATE TO COL-VAL-YMD.
           MOVE 1 TO COL-LIEN.
           DISPLAY SCR-COLLATERAL-NEW.
           ACCEPT SCR-COLLATERAL-NEW.

           MOVE 'Y' TO WS-FIELDS-OK.
           MOVE COL-ACC TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND: " COL-ACC
                 MOVE 'N' TO WS-FIELDS-OK
           END-READ.
           IF WS-FIELDS-VALID
              PERFORM 740-CHECK-FIELDS
           END-IF.

      * The scan for the next item number reads through the
      * register, so the entered item is held aside meanwhile.
           IF WS-FIELDS-VALID
              MOVE COLLATERAL-REC TO WS-AFTER-IMAGE
              MOVE COL-ACC TO WS-PND-KEYVAL
              PERFORM 750-NEXT-ITEM-NUMBER
              MOVE WS-AFTER-IMAGE TO COLLATERAL-REC
              IF WS-NEXT-SEQ > 99
                 DISPLAY "NO FREE ITEM NUMBER FOR ACCOUNT: "
                         WS-PND-KEYVAL
              ELSE
                 MOVE WS-NEXT-SEQ TO COL-SEQ
                 MOVE COLLATERAL-REC TO WS-AFTER-IMAGE
                 MOVE "A" TO WS-PND-ACTION
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 PERFORM 700-QUEUE-CHANGE
              END-IF
           END-IF.

       400-CHANGE-COLLATERAL.

           PERFORM 730-READ-ITEM.
           IF WS-ITEM-FOUND
              MOVE COLLATERAL-REC TO WS-BEFORE-IMAGE
              DISPLAY SCR-COLLATERAL
              ACCEPT SCR-COLLATERAL
              MOVE COLLATERAL-REC TO WS-AFTER-IMAGE
              IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                 DISPLAY "NO CHANGE ENTERED: " COL-ACC " " COL-SEQ
              ELSE
                 PERFORM 740-CHECK-FIELDS
                 IF WS-FIELDS-VALID
                    MOVE "C" TO WS-PND-ACTION
                    MOVE COL-ACC TO WS-PND-KEYVAL
                    PERFORM 700-QUEUE-CHANGE
                 END-IF
              END-IF
           END-IF.

       500-DELETE-COLLATERAL.

           PERFORM 730-READ-ITEM.
           IF WS-ITEM-FOUND
              MOVE COLLATERAL-REC TO WS-BEFORE-IMAGE
              MOVE SPACES TO WS-AFTER-IMAGE
              MOVE "D" TO WS-PND-ACTION
              MOVE COL-ACC TO WS-PND-KEYVAL
              PERFORM 700-QUEUE-CHANGE
           END-IF.

       600-INQUIRE-COLLATERAL.

           PERFORM 730-READ-ITEM.
           IF WS-ITEM-FOUND
              MOVE SPACE TO WS-PAUSE
              DISPLAY SCR-COLLATERAL-VIEW
              ACCEPT SCR-COLLATERAL-VIEW
           END-IF.

       650-LIST-COLLATERAL.

           DISPLAY "ACCOUNT NUMBER TO LIST: " WITH NO ADVANCING.
           ACCEPT WS-INQ-ACC.

           MOVE ZERO TO WS-LINE-COUNTER.
           MOVE ZERO TO WS-PAGE-LINES.
           MOVE SPACE TO WS-PAGING.
           MOVE 'N' TO WS-COL-EOF.
           MOVE WS-INQ-ACC TO COL-ACC.
           MOVE ZERO TO COL-SEQ.
           START COLLATERAL-MASTER KEY IS >= COL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-COL-EOF
           END-START.

           DISPLAY WS-LIST-HEAD.
           PERFORM 660-SHOW-ONE-ITEM
               UNTIL WS-COL-EOF = 'Y' OR WS-STOP-PAGING.

           IF WS-LINE-COUNTER = ZERO
              DISPLAY "NO COLLATERAL HELD FOR ACCOUNT: " WS-INQ-ACC
           END-IF.

       660-SHOW-ONE-ITEM.

           READ COLLATERAL-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-COL-EOF
              NOT AT END
                 IF COL-ACC NOT = WS-INQ-ACC
                    MOVE 'Y' TO WS-COL-EOF
                 ELSE
                    ADD 1 TO WS-LINE-COUNTER
                    MOVE COL-SEQ TO LST-SEQ
                    MOVE COL-TYPE TO LST-TYPE
                    MOVE COL-DESC TO LST-DESC
                    MOVE COL-VALUE TO LST-VALUE
                    MOVE COL-CURR TO LST-CURR
                    MOVE COL-VAL-YMD TO LST-VAL-YMD
                    MOVE COL-LIEN TO LST-LIEN
                    DISPLAY WS-LIST-LINE
                    PERFORM 670-PAGE-BREAK
                 END-IF
           END-READ.

       670-PAGE-BREAK.

           ADD 1 TO WS-PAGE-LINES.
           IF WS-PAGE-LINES >= 12
              MOVE ZERO TO WS-PAGE-LINES
              DISPLAY "ENTER=MORE, X=STOP: "
                  WITH NO ADVANCING
              ACCEPT WS-PAGING
           END-IF.

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
                      " " COL-SEQ
              EVALUATE WS-PND-ACTION
                  WHEN "A"
                      MOVE "ADD" TO SGN-ACTION
                  WHEN "D"
                      MOVE "DELETE" TO SGN-ACTION
                  WHEN OTHER
                      MOVE "CHANGE" TO SGN-ACTION
              END-EVALUATE
              MOVE COL-ACC TO WS-CL-ACC
              MOVE COL-SEQ TO WS-CL-SEQ
              MOVE WS-COLL-LOG-KEY TO SGN-KEY
              MOVE "QUEUED FOR APPROVAL" TO SGN-DETAIL
              PERFORM 810-LOG-ACTION
           END-IF.

       710-CHECK-PENDING.

      * Any undecided change on the same account blocks a second one,
      * so the checker never sees two competing after images and the
      * next item number given on an add stays free.
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

       730-READ-ITEM.

           MOVE SPACES TO WS-INQ-ACC.
           MOVE ZERO TO WS-INQ-SEQ.
           DISPLAY SCR-COLLATERAL-KEY.
           ACCEPT SCR-COLLATERAL-KEY.

           MOVE 'N' TO WS-COL-FOUND.
           MOVE WS-INQ-ACC TO COL-ACC.
           MOVE WS-INQ-SEQ TO COL-SEQ.
           READ COLLATERAL-MASTER
              INVALID KEY
                 DISPLAY "COLLATERAL NOT FOUND: " WS-INQ-ACC
                         " " WS-INQ-SEQ
              NOT INVALID KEY
                 MOVE 'Y' TO WS-COL-FOUND
           END-READ.

       740-CHECK-FIELDS.

           MOVE 'Y' TO WS-FIELDS-OK.
           IF NOT COL-TYPE-VALID
              DISPLAY "TYPE MUST BE P, V, D, S OR O"
              MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           IF COL-VALUE NOT > ZERO
              DISPLAY "VALUATION REQUIRED"
              MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           IF COL-CURR = SPACES
              DISPLAY "CURRENCY REQUIRED"
              MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           IF COL-VAL-YMD = ZERO OR COL-VAL-YMD > WS-SDATE
              DISPLAY "VALUATION DATE MUST NOT BE AFTER TODAY"
              MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           IF COL-LIEN = ZERO
              DISPLAY "LIEN POSITION MUST BE 1 TO 9"
              MOVE 'N' TO WS-FIELDS-OK
           END-IF.

       750-NEXT-ITEM-NUMBER.

           MOVE 1 TO WS-NEXT-SEQ.
           MOVE 'N' TO WS-COL-EOF.
           MOVE WS-PND-KEYVAL TO COL-ACC.
           MOVE ZERO TO COL-SEQ.
           START COLLATERAL-MASTER KEY IS >= COL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-COL-EOF
           END-START.
           PERFORM 755-SCAN-ONE-ITEM UNTIL WS-COL-EOF = 'Y'.

       755-SCAN-ONE-ITEM.

           READ COLLATERAL-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-COL-EOF
              NOT AT END
                 IF COL-ACC NOT = WS-PND-KEYVAL
                    MOVE 'Y' TO WS-COL-EOF
                 ELSE
                    COMPUTE WS-NEXT-SEQ = COL-SEQ + 1
                 END-IF
           END-READ.

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
              CLOSE COLLATERAL-MASTER
              CLOSE ACCOUNT-MASTER
              CLOSE PENDING-FILE
           END-IF.
           GOBACK.
      ******************************************************************

      ******************************************************************
      *
      * Duplicate Receipt Hold Screen
      * =============================
      *
      * Walks the receipts rcptapply held on bcuota-rcpt-dup-hold as
      * duplicates of one already on the applied-receipt register,
      * shows each with the date the first one was applied, and lets
      * the operator decide it:
      *
      *   R) release - a genuine second payment. The receipt is
      *      written to bcuota-rcpt-released in the bcuota-receipts
      *      layout with type "D", to be appended to (or fed as)
      *      bcuota-receipts on the next matching run, where it
      *      applies without the duplicate check.
      *   C) confirm - a true duplicate. A return instruction goes
      *      to bcuota-rcpt-dup-returns for the payments team to
      *      send the money back to the customer.
      *
      * Either way the held record keeps the decision, the date and
      * the operator's ID, so it is not offered again. Skipped items
      * stay held for the next session.
      *
      * The operator signs on through the signon service and needs
      * role M. Every release and confirmation is also written to
      * the security access log with the account, value date, amount
      * and bank reference.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rcptdup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-HOLD-FILE ASSIGN TO "bcuota-rcpt-dup-hold"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DUP-KEY
           FILE STATUS IS WS-DUP-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "bcuota-rcpt-released"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.

           SELECT RETURN-FILE ASSIGN TO "bcuota-rcpt-dup-returns"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DUP-HOLD-FILE.
           01 DUP-HOLD-REC.
               05 DUP-KEY.
                   10 DUP-HELD-YMD PIC 9(8).
                   10 DUP-HELD-TIME PIC 9(8).
               05 DUP-RECEIPT PIC X(92).
               05 DUP-STATUS PIC X(1).
                   88 DUP-HELD VALUE "H".
                   88 DUP-RELEASED VALUE "R".
                   88 DUP-CONFIRMED VALUE "C".
               05 DUP-FIRST-YMD PIC 9(8).
               05 DUP-ACT-YMD PIC 9(8).
               05 DUP-OPERATOR PIC X(8).
               05 FILLER PIC X(8).

       FD RELEASE-FILE.
           01 RELEASE-REC PIC X(92).

       FD RETURN-FILE.
           01 RETURN-REC.
               05 RET-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-VALDATE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-AMT PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-BANK-REF PIC X(35).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-DUP-STATUS PIC X(2) VALUE SPACES.
           01 WS-REL-STATUS PIC X(2) VALUE SPACES.
           01 WS-RET-STATUS PIC X(2) VALUE SPACES.

           01 WS-RECEIPT.
               05 WS-RCP-ACC PIC X(29).
               05 FILER PIC X(1).
               05 WS-RCP-VALDATE PIC X(10).
               05 FILER PIC X(1).
               05 WS-RCP-AMT PIC 9(7)V9(2).
               05 FILER PIC X(1).
               05 WS-RCP-CURR PIC X(3).
               05 FILER PIC X(1).
               05 WS-RCP-TYPE PIC X(1).
               05 FILER PIC X(1).
               05 WS-RCP-BANK-REF PIC X(35).

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-SDATE PIC 9(8) DISPLAY.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-HOLD-AVAIL PIC X(1) VALUE "N".
               88 WS-HOLD-OPEN VALUE "Y".
           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".

           01 WS-ACTION PIC X(1) VALUE SPACE.
               88 WS-ACTION-RELEASE VALUE "R".
               88 WS-ACTION-CONFIRM VALUE "C".
               88 WS-ACTION-SKIP    VALUE "S".
               88 WS-ACTION-QUIT    VALUE "Q".

           01 WS-HELD-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RELEASE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-CONFIRM-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-SKIP-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-DECISION-KEY.
               05 WS-DK-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DK-VALDATE PIC X(10).
           01 WS-DECISION-DETAIL.
               05 FILLER PIC X(4) VALUE "AMT ".
               05 WS-DD-AMT PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DD-CURR PIC X(3).
               05 FILLER PIC X(5) VALUE " REF ".
               05 WS-DD-BANK-REF PIC X(35).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-DUPLICATE.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "DUPLICATE RECEIPT HOLD".
               05 LINE 3  COL 1 VALUE "HELD ON (YMD)  : ".
               05 LINE 3  COL 19 PIC 9(8) FROM DUP-HELD-YMD.
               05 LINE 4  COL 1 VALUE "FIRST APPLIED  : ".
               05 LINE 4  COL 19 PIC 9(8) FROM DUP-FIRST-YMD.
               05 LINE 6  COL 1 VALUE "ACCOUNT        : ".
               05 LINE 6  COL 19 PIC X(29) FROM WS-RCP-ACC.
               05 LINE 7  COL 1 VALUE "VALUE DATE     : ".
               05 LINE 7  COL 19 PIC X(10) FROM WS-RCP-VALDATE.
               05 LINE 8  COL 1 VALUE "AMOUNT         : ".
               05 LINE 8  COL 19 PIC ZZZZZZ9.99 FROM WS-RCP-AMT.
               05 LINE 9  COL 1 VALUE "CURRENCY       : ".
               05 LINE 9  COL 19 PIC X(3) FROM WS-RCP-CURR.
               05 LINE 10 COL 1 VALUE "BANK REFERENCE : ".
               05 LINE 10 COL 19 PIC X(35) FROM WS-RCP-BANK-REF.
               05 LINE 12 COL 1
                   VALUE "R) RELEASE  C) CONFIRM AND RETURN".
               05 LINE 13 COL 1
                   VALUE "S) SKIP  Q) QUIT: ".
               05 LINE 13 COL 19 PIC X(1) USING WS-ACTION.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
           PERFORM 200-WALK-HOLDS
               UNTIL WS-EOF = 'Y' OR WS-IS-DONE.
           PERFORM 900-WRAPUP.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "rcptdup" TO SGN-PROGRAM.
           MOVE "M" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF SGN-GRANTED
              MOVE SGN-OPERATOR TO WS-OPERATOR
              PERFORM 110-OPEN-FILES
           ELSE
              MOVE 'Y' TO WS-DONE
           END-IF.

       110-OPEN-FILES.

           OPEN I-O DUP-HOLD-FILE.
           EVALUATE WS-DUP-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-HOLD-AVAIL
               WHEN "35"
                   DISPLAY "NO DUPLICATE RECEIPTS HAVE BEEN HELD"
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN DUPLICATE HOLD, STATUS: "
                           WS-DUP-STATUS
                   MOVE 'Y' TO WS-DONE
           END-EVALUATE.

           IF WS-HOLD-OPEN
      * Both output files build up across sessions until operations
      * take them.
              OPEN EXTEND RELEASE-FILE
              IF WS-REL-STATUS NOT = "00"
                 OPEN OUTPUT RELEASE-FILE
              END-IF
              OPEN EXTEND RETURN-FILE
              IF WS-RET-STATUS NOT = "00"
                 OPEN OUTPUT RETURN-FILE
              END-IF
           END-IF.

       200-WALK-HOLDS.

           READ DUP-HOLD-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
           NOT AT END
              IF DUP-HELD
                 ADD 1 TO WS-HELD-COUNTER
                 PERFORM 300-DECIDE-ONE-HOLD
              END-IF
           END-READ.

       300-DECIDE-ONE-HOLD.

           MOVE DUP-RECEIPT TO WS-RECEIPT.
           MOVE SPACE TO WS-ACTION.

           DISPLAY SCR-DUPLICATE.
           ACCEPT SCR-DUPLICATE.

           EVALUATE TRUE
               WHEN WS-ACTION-RELEASE
                   PERFORM 310-RELEASE-RECEIPT
               WHEN WS-ACTION-CONFIRM
                   PERFORM 320-CONFIRM-DUPLICATE
               WHEN WS-ACTION-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNTER
           END-EVALUATE.

       310-RELEASE-RECEIPT.

           ADD 1 TO WS-RELEASE-COUNTER.
           MOVE "D" TO WS-RCP-TYPE.
           MOVE WS-RECEIPT TO RELEASE-REC.
           WRITE RELEASE-REC.

           MOVE "R" TO DUP-STATUS.
           PERFORM 330-RECORD-DECISION.

       320-CONFIRM-DUPLICATE.

           ADD 1 TO WS-CONFIRM-COUNTER.
           MOVE WS-RCP-ACC TO RET-ACC.
           MOVE WS-RCP-VALDATE TO RET-VALDATE.
           MOVE WS-RCP-AMT TO RET-AMT.
           MOVE WS-RCP-CURR TO RET-CURR.
           MOVE WS-RCP-BANK-REF TO RET-BANK-REF.
           MOVE WS-OPERATOR TO RET-OPERATOR.
           WRITE RETURN-REC.

           MOVE "C" TO DUP-STATUS.
           PERFORM 330-RECORD-DECISION.

       330-RECORD-DECISION.

           MOVE WS-SDATE TO DUP-ACT-YMD.
           MOVE WS-OPERATOR TO DUP-OPERATOR.
           REWRITE DUP-HOLD-REC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE HOLD: " WS-RCP-ACC
              NOT INVALID KEY
                 PERFORM 340-LOG-DECISION
           END-REWRITE.

       340-LOG-DECISION.

           IF DUP-STATUS = "R"
              MOVE "RELEASE" TO SGN-ACTION
           ELSE
              MOVE "CONFIRM" TO SGN-ACTION
           END-IF.
           MOVE WS-RCP-ACC TO WS-DK-ACC.
           MOVE WS-RCP-VALDATE TO WS-DK-VALDATE.
           MOVE WS-DECISION-KEY TO SGN-KEY.
           MOVE WS-RCP-AMT TO WS-DD-AMT.
           MOVE WS-RCP-CURR TO WS-DD-CURR.
           MOVE WS-RCP-BANK-REF TO WS-DD-BANK-REF.
           MOVE WS-DECISION-DETAIL TO SGN-DETAIL.
           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           IF WS-HOLD-OPEN
              CLOSE DUP-HOLD-FILE
              CLOSE RELEASE-FILE
              CLOSE RETURN-FILE
           END-IF.

           DISPLAY "HELD RECEIPTS SHOWN: " WS-HELD-COUNTER.
           DISPLAY "RELEASED:            " WS-RELEASE-COUNTER.
           DISPLAY "CONFIRMED DUPLICATE: " WS-CONFIRM-COUNTER.
           DISPLAY "SKIPPED:             " WS-SKIP-COUNTER.

           GOBACK.
      ******************************************************************

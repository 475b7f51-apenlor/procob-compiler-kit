      * Front-end edit run before the batch window: reads the raw
      * bcuota-input feed, validates every field positionally against
      * the batch's input layout (valid DD-MM-YYYY date, numeric
      * amount/rate/term, numeric arrangement fee when one is given,
      * known loan type letter, currency present,
      * terms within the bcuota-products catalog limits for the
      * record's product code, a new loan within its customer's
      * aggregate exposure limit on party-master), detects duplicate
      * account+date pairs within the same feed,
      * and splits the input into bcuota-input-clean for the real run
      * and bcuota-edit-report for the data-entry team. A malformed
      * feed is caught at 6pm instead of 2am.
           RECORD KEY IS PRD-CODE
           FILE STATUS IS WS-PRD-STATUS.

           SELECT PARTY-MASTER ASSIGN TO "party-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTY-ID
           FILE STATUS IS WS-PTY-STATUS.

           SELECT PARTY-ACCOUNTS ASSIGN TO "party-accounts"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAC-ACC
           FILE STATUS IS WS-PAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN.
           01 LOAN-FILE PIC X(87).

       FD CLEAN-FILE.
           01 CLEAN-REC PIC X(87).

       FD PRODUCT-MASTER.
           01 PRODUCT-REC.
               05 PRD-MAX-RATE PIC 9(2)V9(2).
               05 FILLER PIC X(8).

       FD PARTY-MASTER.
           01 PARTY-REC.
               05 PTY-ID PIC X(10).
               05 PTY-NAME PIC X(35).
               05 PTY-LIMIT PIC 9(11)V9(2).
               05 PTY-LIMIT-CURR PIC X(3).
               05 PTY-EXP-YMD PIC 9(8).
               05 PTY-EXP-COUNT PIC 9(1).
               05 PTY-EXP-ENTRY OCCURS 5 TIMES.
                   10 PTY-EXP-CURR PIC X(3).
                   10 PTY-EXP-AMT PIC S9(11)V9(2).
               05 FILLER PIC X(10).

       FD PARTY-ACCOUNTS.
           01 PARTY-ACCT-REC.
               05 PAC-ACC PIC X(29).
               05 PAC-PARTY PIC X(10).
               05 PAC-SUITE PIC X(1).
                   88 PAC-BCUOTA VALUE "B".
                   88 PAC-ORABCUOTA VALUE "O".
               05 PAC-OUTSTANDING PIC S9(9)V9(2).
               05 PAC-CURR PIC X(3).
               05 FILLER PIC X(8).

       FD EDIT-REPORT.
           01 EDIT-REC PIC X(80).

      * Feeds cut before the product column shipped read in as
      * spaces; those records bypass the catalog checks.
               05 WS-PRODUCT PIC X(4).
               05 FILER PIC X(1).
      * Optional arrangement fee; blank means no fee.
               05 WS-FEE-AMT PIC 9(7)V9(2).
               05 WS-FEE-AMT-X REDEFINES WS-FEE-AMT PIC X(9).

           01 WS-PRD-STATUS PIC X(2) VALUE SPACES.
           01 WS-PRD-AVAIL PIC X(1) VALUE "N".
           01 WS-EDIT-TYPE PIC X(1) VALUE SPACE.
           01 WS-EDIT-FREQ PIC X(1) VALUE SPACE.

      * Party exposure check, as in the batch: a loan is new to its
      * party when the account has no outstanding on party-accounts
      * yet. New loans passed earlier in this feed are held per
      * party (in the limit currency) so two new loans for one
      * customer are checked together.
           01 WS-PTY-STATUS PIC X(2) VALUE SPACES.
           01 WS-PAC-STATUS PIC X(2) VALUE SPACES.
           01 WS-PTY-AVAIL PIC X(1) VALUE "N".
               88 WS-PARTIES-ON-FILE VALUE "Y".
           01 WS-PTY-CHECKED PIC X(1) VALUE "N".
               88 WS-PARTY-CHECKED VALUE "Y".
           01 WS-PTY-SUB PIC 9(1) VALUE ZERO.
           01 WS-PTY-LIMIT-RATE PIC S9(4)V9(6) VALUE ZERO.
           01 WS-PTY-CONV-CURR PIC X(3) VALUE SPACES.
           01 WS-PTY-CONV-AMT PIC S9(13)V9(2) VALUE ZERO.
           01 WS-PTY-NEW-AMT PIC S9(13)V9(2) VALUE ZERO.
           01 WS-PTY-TOTAL PIC S9(13)V9(2) VALUE ZERO.
           01 WS-PTY-RATE-MISS PIC X(1) VALUE "N".
               88 WS-PTY-RATE-MISSING VALUE "Y".
           01 WS-PFD-MAX PIC 9(4) VALUE 1000.
           01 WS-PFD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-PFD-SUB PIC 9(4) VALUE ZERO.
           01 WS-PFD-FOUND PIC 9(4) VALUE ZERO.
           01 WS-PFD-TABLE.
               05 WS-PFD-ENTRY OCCURS 1000 TIMES.
                   10 WS-PFD-PARTY PIC X(10).
                   10 WS-PFD-AMT PIC S9(13)V9(2).

           01 WS-DATE-DD-9 PIC 9(2) VALUE ZERO.
           01 WS-DATE-MM-9 PIC 9(2) VALUE ZERO.
           01 WS-DATE-YYYY-9 PIC 9(4) VALUE ZERO.
               05 FILLER PIC X(9) VALUE "  ERROR: ".
               05 EDT-ERROR PIC ZZZ,ZZZ,ZZ9.

       COPY FX-COPYBOOK.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
              DISPLAY "PRODUCT LIMIT CHECKS SKIPPED"
           END-IF.

           MOVE 'N' TO WS-PTY-AVAIL.
           OPEN INPUT PARTY-MASTER.
           OPEN INPUT PARTY-ACCOUNTS.
           IF WS-PTY-STATUS = "00" AND WS-PAC-STATUS = "00"
              MOVE 'Y' TO WS-PTY-AVAIL
           ELSE
              DISPLAY "PARTY FILES NOT AVAILABLE, STATUS: "
                      WS-PTY-STATUS " / " WS-PAC-STATUS
              DISPLAY "PARTY EXPOSURE CHECKS SKIPPED"
              IF WS-PTY-STATUS = "00"
                 CLOSE PARTY-MASTER
              END-IF
              IF WS-PAC-STATUS = "00"
                 CLOSE PARTY-ACCOUNTS
              END-IF
           END-IF.

           MOVE WS-EDIT-TITLE TO EDIT-REC.
           WRITE EDIT-REC.

           IF NOT WS-REJECTED
              PERFORM 248-EDIT-PRODUCT
           END-IF.
           IF NOT WS-REJECTED
              PERFORM 270-CHECK-PARTY-LIMIT
           END-IF.
           IF NOT WS-REJECTED
              PERFORM 250-CHECK-DUPLICATE
           END-IF.
              ADD 1 TO WS-CLEAN-COUNTER
              MOVE WS-LOAN TO CLEAN-REC
              WRITE CLEAN-REC
              IF WS-PARTY-CHECKED
                 PERFORM 278-HOLD-FEED-EXPOSURE
              END-IF
           END-IF.

       210-EDIT-DATE.
                 IF WS-YEAR NOT NUMERIC
                    MOVE "TERM NOT NUMERIC" TO WS-EDIT-REASON
                    MOVE 'Y' TO WS-REJECT
                 ELSE
                    PERFORM 225-EDIT-FEE
                 END-IF
              END-IF
           END-IF.

       225-EDIT-FEE.

      * The fee is optional, but a fee the batch cannot read would
      * be dropped as no fee and never deferred.
           IF WS-FEE-AMT-X NOT = SPACES
              IF WS-FEE-AMT NOT NUMERIC
                 MOVE "FEE NOT NUMERIC" TO WS-EDIT-REASON
                 MOVE 'Y' TO WS-REJECT
              ELSE
                 IF WS-FEE-AMT > WS-AMT
                    MOVE "FEE OVER PRINCIPAL" TO WS-EDIT-REASON
                    MOVE 'Y' TO WS-REJECT
                 END-IF
              END-IF
           END-IF.
                 MOVE WS-DUP-SUB TO WS-DUP-FOUND
           END-IF.

       270-CHECK-PARTY-LIMIT.

      * The customer's total with us across both suites, plus new
      * loans already passed in this feed, plus this one, against
      * the party's limit. Unlinked accounts, loans already counted
      * and parties with a zero limit are not checked.
           MOVE 'N' TO WS-PTY-CHECKED.
           IF WS-PARTIES-ON-FILE
              MOVE WS-ACC TO PAC-ACC
              READ PARTY-ACCOUNTS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PAC-OUTSTANDING = ZERO
                       MOVE PAC-PARTY TO PTY-ID
                       READ PARTY-MASTER
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             IF PTY-LIMIT > ZERO
                                PERFORM 272-TEST-PARTY-EXPOSURE
                             END-IF
                       END-READ
                    END-IF
              END-READ
           END-IF.

       272-TEST-PARTY-EXPOSURE.

           MOVE 'Y' TO WS-PTY-CHECKED.
           MOVE ZERO TO WS-PTY-TOTAL.
           MOVE 'N' TO WS-PTY-RATE-MISS.
           IF PTY-LIMIT-CURR = "EUR"
              MOVE 1 TO WS-PTY-LIMIT-RATE
           ELSE
              MOVE PTY-LIMIT-CURR TO FX-CURR
              MOVE WS-DATE TO FX-DATE
              CALL "getfxrate" USING FX-PARAMS
              IF RETURN-CODE = 0 AND FX-RATE > ZERO
                 MOVE FX-RATE TO WS-PTY-LIMIT-RATE
              ELSE
                 MOVE 'Y' TO WS-PTY-RATE-MISS
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 274-ADD-PARTY-CURRENCY
               VARYING WS-PTY-SUB FROM 1 BY 1
               UNTIL WS-PTY-SUB > PTY-EXP-COUNT.

           MOVE WS-CURRENCY TO WS-PTY-CONV-CURR.
           MOVE WS-AMT TO WS-PTY-CONV-AMT.
           PERFORM 276-CONVERT-TO-LIMIT.
           MOVE WS-PTY-CONV-AMT TO WS-PTY-NEW-AMT.

           MOVE ZERO TO WS-PFD-FOUND.
           PERFORM 279-FIND-FEED-PARTY
               VARYING WS-PFD-SUB FROM 1 BY 1
               UNTIL WS-PFD-SUB > WS-PFD-COUNT.
           IF WS-PFD-FOUND > ZERO
              ADD WS-PFD-AMT(WS-PFD-FOUND) TO WS-PTY-TOTAL
           END-IF.

           IF WS-PTY-RATE-MISSING
              MOVE "NO FX RATE FOR LIMIT" TO WS-EDIT-REASON
              MOVE 'Y' TO WS-REJECT
           ELSE
              IF WS-PTY-TOTAL > PTY-LIMIT
                 MOVE "PARTY LIMIT EXCEEDED" TO WS-EDIT-REASON
                 MOVE 'Y' TO WS-REJECT
              END-IF
           END-IF.

       274-ADD-PARTY-CURRENCY.

           MOVE PTY-EXP-CURR(WS-PTY-SUB) TO WS-PTY-CONV-CURR.
           MOVE PTY-EXP-AMT(WS-PTY-SUB) TO WS-PTY-CONV-AMT.
           PERFORM 276-CONVERT-TO-LIMIT.

       276-CONVERT-TO-LIMIT.

      * Takes WS-PTY-CONV-AMT from WS-PTY-CONV-CURR to the limit
      * currency and adds it to the party total.
           IF WS-PTY-CONV-CURR NOT = PTY-LIMIT-CURR
              AND NOT WS-PTY-RATE-MISSING
              IF WS-PTY-CONV-CURR = "EUR"
                 MOVE 1 TO FX-RATE
                 MOVE 0 TO RETURN-CODE
              ELSE
                 MOVE WS-PTY-CONV-CURR TO FX-CURR
                 MOVE WS-DATE TO FX-DATE
                 CALL "getfxrate" USING FX-PARAMS
              END-IF
              IF RETURN-CODE = 0
                 COMPUTE WS-PTY-CONV-AMT ROUNDED =
                     WS-PTY-CONV-AMT * FX-RATE / WS-PTY-LIMIT-RATE
              ELSE
                 MOVE 'Y' TO WS-PTY-RATE-MISS
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.
           ADD WS-PTY-CONV-AMT TO WS-PTY-TOTAL.

       278-HOLD-FEED-EXPOSURE.

           IF WS-PFD-FOUND > ZERO
              ADD WS-PTY-NEW-AMT TO WS-PFD-AMT(WS-PFD-FOUND)
           ELSE
              IF WS-PFD-COUNT < WS-PFD-MAX
                 ADD 1 TO WS-PFD-COUNT
                 MOVE PTY-ID TO WS-PFD-PARTY(WS-PFD-COUNT)
                 MOVE WS-PTY-NEW-AMT TO WS-PFD-AMT(WS-PFD-COUNT)
              ELSE
                 DISPLAY "PARTY FEED TABLE FULL, NOT HELD: " PTY-ID
              END-IF
           END-IF.

       279-FIND-FEED-PARTY.

           IF WS-PFD-FOUND = ZERO
              AND WS-PFD-PARTY(WS-PFD-SUB) = PTY-ID
              MOVE WS-PFD-SUB TO WS-PFD-FOUND
           END-IF.

       300-WRAPUP.

           MOVE WS-READ-COUNTER TO EDT-READ.
           IF WS-PRODUCTS-ON-FILE
              CLOSE PRODUCT-MASTER
           END-IF.
           IF WS-PARTIES-ON-FILE
              CLOSE PARTY-MASTER
              CLOSE PARTY-ACCOUNTS
           END-IF.

           DISPLAY WS-EDIT-SUMMARY.


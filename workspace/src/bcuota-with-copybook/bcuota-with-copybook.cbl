           SHARING WITH ALL OTHER
           FILE STATUS IS WS-HIST-STATUS.

      * One row per currency alongside each run-history record, for
      * the run-over-run variance check (runvar).
           SELECT RUN-HIST-CURR ASSIGN TO "bcuota-run-history-curr"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HSC-KEY
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-HSC-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-PRD-STATUS.

      * Customer party files shared with orabcuota: the account's
      * party and the party's aggregate exposure limit, checked for
      * every new loan and bumped when one is accepted.
           SELECT PARTY-MASTER ASSIGN TO "party-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTY-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-PTY-STATUS.

           SELECT PARTY-ACCOUNTS ASSIGN TO "party-accounts"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAC-ACC
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-PAC-STATUS.

      * Forbearance: an account under a restructure in force keeps
      * the re-termed schedule restruct left on schedmast, so a rerun
      * of its feed line must not regenerate it from the feed terms.
           SELECT RESTRUCT-MASTER ASSIGN TO "bcuota-restructure-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RST-KEY
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-RST-STATUS.

           SELECT SCHED-MASTER ASSIGN TO "bcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHM-KEY
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-SCHM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN.
           01 LOAN-FILE PIC X(87).

       FD CUOTA.
           01 CUOTA-FILE.
               05 FILLER PIC X(1) VALUE SPACE.
      * Original input image, so the rejfix correction screen can
      * rebuild the full record without the operator rekeying it.
               05 REJ-INPUT PIC X(87).

       FD DISCARD-FILE.
           01 DISCARD-REC.
               05 AUD-BALLOON-PCT PIC 9(2)V9(2).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 AUD-PAY-FREQ  PIC X(1).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 AUD-FEE-AMT   PIC 9(7)V9(2).

       FD GL-FILE.
           01 GL-REC.
               05 HIST-RESUMED PIC X(1).
               05 HIST-SLICE PIC X(1).

       FD RUN-HIST-CURR.
           01 RUN-HIST-CURR-REC.
               05 HSC-KEY.
                   10 HSC-FROM PIC 9(8).
                   10 HSC-TO PIC 9(8).
                   10 HSC-START-TS PIC X(14).
                   10 HSC-CURR PIC X(3).
               05 HSC-SUM-PAY PIC S9(9)V9(2).
               05 FILLER PIC X(10).

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
      * Catalog product of the last accepted LOAN record, kept for
      * the month-end provisioning and reporting batches.
               05 ACCT-PRODUCT PIC X(4).
      * Arrangement fee charged at origination, deferred and
      * amortised over the loan's life by feeamort.
               05 ACCT-FEE-AMT PIC 9(7)V9(2).
               05 FILLER PIC X(4).

       FD OPENITEM-MASTER.
           01 OPENITEM-REC.
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

       FD RESTRUCT-MASTER.
           01 RESTRUCT-REC.
               05 RST-KEY.
                   10 RST-ACC PIC X(29).
                   10 RST-YMD PIC 9(8).
               05 RST-KIND PIC X(1).
               05 RST-PERIODS PIC 9(2).
               05 RST-FROM-PERIOD PIC 9(4).
               05 RST-CURR PIC X(3).
               05 RST-BALANCE PIC S9(9)V9(2).
               05 RST-OLD-RATE PIC 9(2)V9(2).
               05 RST-OLD-TIMEYR PIC 9(2).
               05 RST-OLD-PAYMENT PIC S9(7)V9(2).
               05 RST-NEW-RATE PIC 9(2)V9(2).
               05 RST-NEW-TIMEYR PIC 9(2).
               05 RST-NEW-PAYMENT PIC S9(7)V9(2).
               05 RST-LAST-PERIOD PIC 9(4).
               05 RST-CAP-INT PIC S9(7)V9(2).
               05 RST-REASON PIC X(20).
               05 RST-APPROVAL PIC X(10).
               05 RST-STATUS PIC X(1).
                   88 RST-FORBORNE VALUE "A".
                   88 RST-EXITED VALUE "E".
               05 FILLER PIC X(8).

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
                   10 SCHM-ACC PIC X(29).
                   10 SCHM-MONTH PIC 9(4).
               05 SCHM-PRINCIPAL PIC S9(7)V9(2).
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).

       WORKING-STORAGE SECTION.
           01 WS-LOAN.
               05 WS-DATE PIC X(10).
      * Feeds cut before the product column shipped read in as
      * spaces; those records bypass the catalog limit checks.
               05 WS-PRODUCT PIC X(4).
               05 FILER PIC X(1).
      * Optional arrangement fee; blank (older feeds, loans with no
      * fee) reads as not numeric and is taken as no fee.
               05 WS-FEE-AMT PIC 9(7)V9(2).

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               88 WS-ACCT-REJECTED VALUE "Y".

           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EXPECTED PIC S9(7)V9(2) VALUE ZERO.

           01 WS-RST-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-RST-AVAIL PIC X(1) VALUE "N".
               88 WS-RESTRUCTS-ON-FILE VALUE "Y".
           01 WS-RST-EOF PIC X(1) VALUE "N".
           01 WS-RST-FOUND PIC X(1) VALUE "N".
               88 WS-ACCT-RESTRUCTURED VALUE "Y".
           01 WS-RST-PERIOD PIC 9(4) VALUE ZERO.

           01 WS-PRD-STATUS PIC X(2) VALUE SPACES.
           01 WS-PRD-AVAIL PIC X(1) VALUE "N".
           01 WS-PRD-REASON PIC X(20) VALUE SPACES.
           01 WS-PRD-TYPE PIC X(1) VALUE SPACE.
           01 WS-PRD-FREQ PIC X(1) VALUE SPACE.
           01 WS-PRD-RC PIC 9(3) VALUE 94.

      * Party exposure check. A loan is new to the party when its
      * account has no outstanding on party-accounts yet; reruns of
      * a loan already counted are not checked again. Amounts are
      * taken to the limit currency through the EUR rates.
           01 WS-PTY-STATUS PIC X(2) VALUE SPACES.
           01 WS-PAC-STATUS PIC X(2) VALUE SPACES.
           01 WS-PTY-AVAIL PIC X(1) VALUE "N".
               88 WS-PARTIES-ON-FILE VALUE "Y".
           01 WS-PAC-FOUND PIC X(1) VALUE "N".
               88 WS-NEW-PARTY-LOAN VALUE "Y".
           01 WS-PTY-SUB PIC 9(1) VALUE ZERO.
           01 WS-PTY-FOUND PIC 9(1) VALUE ZERO.
           01 WS-PTY-LIMIT-RATE PIC S9(4)V9(6) VALUE ZERO.
           01 WS-PTY-CONV-CURR PIC X(3) VALUE SPACES.
           01 WS-PTY-CONV-AMT PIC S9(13)V9(2) VALUE ZERO.
           01 WS-PTY-TOTAL PIC S9(13)V9(2) VALUE ZERO.
           01 WS-PTY-RATE-MISS PIC X(1) VALUE "N".
               88 WS-PTY-RATE-MISSING VALUE "Y".

           01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
           01 WS-HIST-EOF PIC X(1) VALUE "N".
           01 WS-HSC-STATUS PIC X(2) VALUE SPACES.
           01 WS-STIME PIC 9(8) VALUE ZERO.
           01 WS-RUN-START-TS PIC X(14) VALUE SPACES.


              IF NOT WS-RUN-ABORTED
                 PERFORM 147-OPEN-PRODUCTS
                 PERFORM 144-OPEN-PARTY-FILES
                 PERFORM 143-OPEN-RESTRUCTS
              END-IF
           END-IF.

       144-OPEN-PARTY-FILES.

      * Like the catalog, the party files are additive: without
      * them the run goes on with the exposure checks skipped. A
      * simulation reads them but never bumps the totals.
           MOVE 'N' TO WS-PTY-AVAIL.
           IF WS-SIM-MODE
              OPEN INPUT PARTY-MASTER
              OPEN INPUT PARTY-ACCOUNTS
           ELSE
              OPEN I-O PARTY-MASTER
              OPEN I-O PARTY-ACCOUNTS
           END-IF.
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

       143-OPEN-RESTRUCTS.

      * Additive like the catalog: a site that has never restructured
      * a loan has no master yet and every schedule is rebuilt.
           MOVE 'N' TO WS-RST-AVAIL.
           OPEN INPUT RESTRUCT-MASTER.
           OPEN INPUT SCHED-MASTER.
           IF WS-RST-STATUS = "00" AND WS-SCHM-STATUS = "00"
              MOVE 'Y' TO WS-RST-AVAIL
           ELSE
              IF WS-RST-STATUS = "00"
                 CLOSE RESTRUCT-MASTER
              END-IF
              IF WS-SCHM-STATUS = "00"
                 CLOSE SCHED-MASTER
              END-IF
           END-IF.

           IF WS-PRODUCTS-ON-FILE
              CLOSE PRODUCT-MASTER
           END-IF.
           IF WS-PARTIES-ON-FILE
              CLOSE PARTY-MASTER
              CLOSE PARTY-ACCOUNTS
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
              CLOSE SCHED-MASTER
           END-IF.

           MOVE 97 TO RETURN-CODE.

              END-WRITE
           ELSE
           PERFORM 190-CHECK-PRODUCT-LIMITS
           IF NOT WS-PRODUCT-REJECTED
              PERFORM 192-CHECK-PARTY-LIMIT
           END-IF
           IF WS-PRODUCT-REJECTED
              MOVE 'Y' TO WS-REJECT
              ADD 1 TO WS-REJ-COUNTER
              MOVE WS-ACC TO REJ-ACC
              MOVE WS-DATE TO REJ-DATE
              MOVE WS-PRD-RC TO REJ-RC
              MOVE WS-PRD-REASON TO REJ-MSG
              WRITE REJECT-REC
              END-WRITE
                    MOVE PAYMENT TO CUOTA-PAY
                    MOVE WS-CUOTA-DELIM TO CUOTA-DEL2
                    MOVE WS-CURRENCY TO CUOTA-CURR
                    PERFORM 252-CHECK-RESTRUCTURE
                    IF NOT WS-ACCT-RESTRUCTURED
                       PERFORM 250-BUILD-SCHEDULE
                    END-IF
                    PERFORM 270-WRITE-JSON
                    IF NOT WS-SIM-MODE
                       PERFORM 295-MARK-ACCOUNT-RUN
                       PERFORM 296-UPDATE-PARTY-EXPOSURE
                       PERFORM 297-WRITE-OPEN-ITEM
                    END-IF
                 END-IF
      * 20-year loan through a 5-year product. The effective type
      * and frequency are the space-defaulted values (L and M).
           MOVE 'N' TO WS-PRD-REJECT.
           MOVE 94 TO WS-PRD-RC.
           IF NOT WS-PRODUCTS-ON-FILE OR WS-PRODUCT = SPACES
              CONTINUE
           ELSE
                   CONTINUE
           END-EVALUATE.

       192-CHECK-PARTY-LIMIT.

      * The customer's total with us across both suites, plus this
      * new loan, against the party's limit. Unlinked accounts and
      * parties with a zero limit are not checked.
           MOVE 'N' TO WS-PAC-FOUND.
           IF WS-PARTIES-ON-FILE
              MOVE WS-ACC TO PAC-ACC
              READ PARTY-ACCOUNTS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PAC-OUTSTANDING = ZERO
                       MOVE 'Y' TO WS-PAC-FOUND
                    END-IF
              END-READ
           END-IF.

           IF WS-NEW-PARTY-LOAN
              MOVE PAC-PARTY TO PTY-ID
              READ PARTY-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PTY-LIMIT > ZERO
                       PERFORM 193-TEST-PARTY-EXPOSURE
                    END-IF
              END-READ
           END-IF.

       193-TEST-PARTY-EXPOSURE.

           MOVE ZERO TO WS-PTY-TOTAL.
           MOVE 'N' TO WS-PTY-RATE-MISS.
           IF PTY-LIMIT-CURR = "EUR"
              MOVE 1 TO WS-PTY-LIMIT-RATE
           ELSE
              MOVE PTY-LIMIT-CURR TO FX-CURR
              MOVE WS-CDATE TO FX-DATE
              CALL "getfxrate" USING FX-PARAMS
              IF RETURN-CODE = 0 AND FX-RATE > ZERO
                 MOVE FX-RATE TO WS-PTY-LIMIT-RATE
              ELSE
                 MOVE 'Y' TO WS-PTY-RATE-MISS
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 194-ADD-PARTY-CURRENCY
               VARYING WS-PTY-SUB FROM 1 BY 1
               UNTIL WS-PTY-SUB > PTY-EXP-COUNT.

           MOVE WS-CURRENCY TO WS-PTY-CONV-CURR.
           MOVE WS-AMT TO WS-PTY-CONV-AMT.
           PERFORM 196-CONVERT-TO-LIMIT.

           IF WS-PTY-RATE-MISSING
              MOVE "NO FX RATE FOR LIMIT" TO WS-PRD-REASON
              MOVE 'Y' TO WS-PRD-REJECT
              MOVE 89 TO WS-PRD-RC
           ELSE
              IF WS-PTY-TOTAL > PTY-LIMIT
                 MOVE "PARTY LIMIT EXCEEDED" TO WS-PRD-REASON
                 MOVE 'Y' TO WS-PRD-REJECT
                 MOVE 89 TO WS-PRD-RC
              END-IF
           END-IF.

       194-ADD-PARTY-CURRENCY.

           MOVE PTY-EXP-CURR(WS-PTY-SUB) TO WS-PTY-CONV-CURR.
           MOVE PTY-EXP-AMT(WS-PTY-SUB) TO WS-PTY-CONV-AMT.
           PERFORM 196-CONVERT-TO-LIMIT.

       196-CONVERT-TO-LIMIT.

      * Adds WS-PTY-CONV-AMT, held in WS-PTY-CONV-CURR, to the party
      * total in the limit currency.
           IF WS-PTY-CONV-CURR = PTY-LIMIT-CURR
              ADD WS-PTY-CONV-AMT TO WS-PTY-TOTAL
           ELSE
              IF NOT WS-PTY-RATE-MISSING
                 IF WS-PTY-CONV-CURR = "EUR"
                    MOVE 1 TO FX-RATE
                    MOVE 0 TO RETURN-CODE
                 ELSE
                    MOVE WS-PTY-CONV-CURR TO FX-CURR
                    MOVE WS-CDATE TO FX-DATE
                    CALL "getfxrate" USING FX-PARAMS
                 END-IF
                 IF RETURN-CODE = 0
                    COMPUTE WS-PTY-CONV-AMT ROUNDED =
                        WS-PTY-CONV-AMT * FX-RATE / WS-PTY-LIMIT-RATE
                    ADD WS-PTY-CONV-AMT TO WS-PTY-TOTAL
                 ELSE
                    MOVE 'Y' TO WS-PTY-RATE-MISS
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       180-LOOKUP-ACCOUNT.

           MOVE 'N' TO WS-ACCT-REJECT.
      * does not falsely block a corrected rerun of that same
      * account/date as a "duplicate" run.
           MOVE WS-DATE-YMD TO ACCT-LAST-RUN-DATE.
           IF WS-PRODUCT NOT = SPACES
              MOVE WS-PRODUCT TO ACCT-PRODUCT
           END-IF.
      * The fee rides only on the origination record; the periodic
      * records that follow leave the stamped fee alone.
           IF WS-FEE-AMT NUMERIC
              IF WS-FEE-AMT > ZERO
                 MOVE WS-FEE-AMT TO ACCT-FEE-AMT
              END-IF
           END-IF.
           REWRITE ACCOUNT-MASTER-REC.

       296-UPDATE-PARTY-EXPOSURE.

      * An accepted new loan joins its party's totals at once, so a
      * second new loan for the same customer later in the feed is
      * checked against both. partyexp restates the figures from the
      * subledgers each day.
           IF WS-NEW-PARTY-LOAN
              MOVE WS-ACC TO PAC-ACC
              READ PARTY-ACCOUNTS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-AMT TO PAC-OUTSTANDING
                    MOVE WS-CURRENCY TO PAC-CURR
                    REWRITE PARTY-ACCT-REC
                    PERFORM 299-BUMP-PARTY-TOTAL
              END-READ
           END-IF.

       299-BUMP-PARTY-TOTAL.

           MOVE PAC-PARTY TO PTY-ID.
           READ PARTY-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ZERO TO WS-PTY-FOUND
                 PERFORM 289-FIND-PARTY-CURRENCY
                     VARYING WS-PTY-SUB FROM 1 BY 1
                     UNTIL WS-PTY-SUB > PTY-EXP-COUNT
                 IF WS-PTY-FOUND = ZERO AND PTY-EXP-COUNT < 5
                    ADD 1 TO PTY-EXP-COUNT
                    MOVE PTY-EXP-COUNT TO WS-PTY-FOUND
                    MOVE WS-CURRENCY TO PTY-EXP-CURR(WS-PTY-FOUND)
                    MOVE ZERO TO PTY-EXP-AMT(WS-PTY-FOUND)
                 END-IF
                 IF WS-PTY-FOUND > ZERO
                    ADD WS-AMT TO PTY-EXP-AMT(WS-PTY-FOUND)
                    REWRITE PARTY-REC
                 ELSE
                    DISPLAY "PARTY CURRENCY TABLE FULL: " PTY-ID
                            " " WS-CURRENCY
                 END-IF
           END-READ.

       289-FIND-PARTY-CURRENCY.

           IF WS-PTY-FOUND = ZERO
              AND PTY-EXP-CURR(WS-PTY-SUB) = WS-CURRENCY
              MOVE WS-PTY-SUB TO WS-PTY-FOUND
           END-IF.

       297-WRITE-OPEN-ITEM.

      * One open item per account per quota due date. A corrections
      * amount and currency: any receipts already applied against the
      * item stay on it, and the status is re-derived from what has
      * been received so far.
           MOVE PAYMENT TO WS-OPN-EXPECTED.
           IF WS-ACCT-RESTRUCTURED
              PERFORM 254-RESTRUCT-EXPECTED
           END-IF.
           MOVE WS-ACC TO OPN-ACC.
           MOVE WS-DATE-YMD TO OPN-DUE-YMD.
           MOVE WS-OPN-EXPECTED TO OPN-EXPECTED.
           MOVE ZERO TO OPN-RECEIVED.
           MOVE WS-CURRENCY TO OPN-CURR.
           MOVE "O" TO OPN-STATUS.
              INVALID KEY
                 DISPLAY "UNABLE TO REWRITE OPEN ITEM: " WS-ACC
              NOT INVALID KEY
                 MOVE WS-OPN-EXPECTED TO OPN-EXPECTED
                 MOVE WS-CURRENCY TO OPN-CURR
                 EVALUATE TRUE
                     WHEN OPN-RECEIVED >= OPN-EXPECTED
                 REWRITE OPENITEM-REC
           END-READ.

       252-CHECK-RESTRUCTURE.

      * Any restructure of the account still in force means its
      * schedule is the re-termed one on schedmast; one marked
      * exited no longer holds the feed terms off.
           MOVE 'N' TO WS-RST-FOUND.
           IF WS-RESTRUCTS-ON-FILE
              MOVE 'N' TO WS-RST-EOF
              MOVE WS-ACC TO RST-ACC
              MOVE ZERO TO RST-YMD
              START RESTRUCT-MASTER KEY IS >= RST-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RST-EOF
              END-START
              PERFORM 253-SCAN-ONE-RESTRUCTURE
                  UNTIL WS-RST-EOF = 'Y' OR WS-ACCT-RESTRUCTURED
           END-IF.

       253-SCAN-ONE-RESTRUCTURE.

           READ RESTRUCT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RST-EOF
              NOT AT END
                 IF RST-ACC NOT = WS-ACC
                    MOVE 'Y' TO WS-RST-EOF
                 ELSE
                    IF RST-FORBORNE
                       MOVE 'Y' TO WS-RST-FOUND
                    END-IF
                 END-IF
           END-READ.

       254-RESTRUCT-EXPECTED.

      * One quota item is cut per period, so the quota items due
      * before this one number the period it stands for, the same
      * reckoning restruct re-cut the items by. The installment is
      * that period's row of the re-termed schedule; with no row the
      * feed installment stands.
           MOVE ZERO TO WS-RST-PERIOD.
           MOVE 'N' TO WS-OPN-EOF.
           MOVE WS-ACC TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.
           PERFORM 256-COUNT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.
           ADD 1 TO WS-RST-PERIOD.

           MOVE WS-ACC TO SCHM-ACC.
           MOVE WS-RST-PERIOD TO SCHM-MONTH.
           READ SCHED-MASTER
              INVALID KEY
                 DISPLAY "NO SCHEDULE ROW FOR ITEM: " WS-ACC " "
                         WS-DATE-YMD
              NOT INVALID KEY
                 COMPUTE WS-OPN-EXPECTED =
                     SCHM-PRINCIPAL + SCHM-INTEREST
           END-READ.

       256-COUNT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = WS-ACC
                    OR OPN-DUE-YMD NOT < WS-DATE-YMD
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-RST-PERIOD
                    END-IF
                 END-IF
           END-READ.

       250-BUILD-SCHEDULE.

      * One schedule line per payment period: monthly, quarterly or
           MOVE GRACE-MONTHS TO AUD-GRACE-MONTHS.
           MOVE BALLOON-PCT TO AUD-BALLOON-PCT.
           MOVE PAY-FREQ TO AUD-PAY-FREQ.
           IF WS-FEE-AMT NUMERIC
              MOVE WS-FEE-AMT TO AUD-FEE-AMT
           ELSE
              MOVE ZERO TO AUD-FEE-AMT
           END-IF.
           WRITE AUDIT-REC.

       400-UPDATE-CHECKPOINT.
           IF WS-PRODUCTS-ON-FILE
              CLOSE PRODUCT-MASTER
           END-IF.
           IF WS-PARTIES-ON-FILE
              CLOSE PARTY-MASTER
              CLOSE PARTY-ACCOUNTS
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
              CLOSE SCHED-MASTER
           END-IF.
           DISPLAY WS-END-LOGMSG.

           IF NOT WS-SIM-MODE AND NOT WS-SLICE-MODE
                            WS-HIST-STATUS
              END-WRITE
              CLOSE RUN-HISTORY
              PERFORM 558-WRITE-HISTORY-CURRENCIES
           END-IF.

       556-BUILD-HISTORY-RECORD.
           MOVE RETURN-CODE TO HIST-RC.
           MOVE WS-RESUMING TO HIST-RESUMED.
           MOVE WS-SLICE TO HIST-SLICE.

       558-WRITE-HISTORY-CURRENCIES.

      * The run's CUOTA-PAY per currency, as on the TRC trailers,
      * under the same key as the run-history record.
           OPEN I-O RUN-HIST-CURR.
           IF WS-HSC-STATUS = "35"
      * First run since the currency rows shipped: create it empty.
              OPEN OUTPUT RUN-HIST-CURR
              CLOSE RUN-HIST-CURR
              OPEN I-O RUN-HIST-CURR
           END-IF.
           IF WS-HSC-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RUN HISTORY CURRENCIES, STATUS: "
                      WS-HSC-STATUS
           ELSE
              PERFORM 559-WRITE-ONE-HISTORY-CURRENCY
                  VARYING WS-TXN-CURR-SUB FROM 1 BY 1
                  UNTIL WS-TXN-CURR-SUB > WS-TXN-CURR-COUNT
              CLOSE RUN-HIST-CURR
           END-IF.

       559-WRITE-ONE-HISTORY-CURRENCY.

           MOVE SPACES TO RUN-HIST-CURR-REC.
           MOVE HIST-FROM TO HSC-FROM.
           MOVE HIST-TO TO HSC-TO.
           MOVE HIST-START-TS TO HSC-START-TS.
           MOVE WS-TXN-CURR-CODE(WS-TXN-CURR-SUB) TO HSC-CURR.
           MOVE WS-TXN-CURR-AMT(WS-TXN-CURR-SUB) TO HSC-SUM-PAY.
           WRITE RUN-HIST-CURR-REC
              INVALID KEY
                 DISPLAY "UNABLE TO WRITE RUN HISTORY CURRENCY: "
                         HSC-CURR
           END-WRITE.
      ******************************************************************

      * date (a whole number of years since origination, within the
      * loan term) and whose account is active on orabcuota-acctmast:
      *
      *   - takes the balance at the reset, and the rate and payment
      *     the loan has been paying, from its rows on the
      *     orabcuota-schedmast schedule master (a loan booked
      *     before the master existed has its balance rolled
      *     forward from origination at the origination rate),
      *   - looks up the new EURIBOR for the reset date through
      *     getinterest and recomputes the payment over the
      *     remaining term,
      *   - writes a machine-readable delta record (account, old
      *     payment, new payment, currency, unedited amounts) to
      *     orabcuota-reprice-delta, which repriceapply uses to
      *     carry the reset into the expected-payment chain and to
      *     rebuild the schedule rows from the reset on; the delta
      *     carries the new rate, the first period it prices, the
      *     term and the balance at the reset for that.
      *
      * Parameter: reset date DD-MM-YYYY (defaults to today). A date
      * with no rate on file falls back to the standing default rate
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT SCHED-MASTER ASSIGN TO "orabcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN.
               05 DLT-NEW-PAY PIC S9(7)V9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DLT-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DLT-NEW-RATE PIC S9(2)V9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DLT-RESET-DATE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DLT-FROM-MONTH PIC 9(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DLT-TERM-MOS PIC 9(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DLT-BALANCE PIC S9(9)V9(2).

       FD SHOCK-REPORT.
           01 SHOCK-RPT-REC PIC X(90).

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
                   10 SCHM-ACC PIC X(29).
                   10 SCHM-MONTH PIC 9(4).
               05 SCHM-PRINCIPAL PIC S9(7)V9(2).
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).
               05 SCHM-RATE PIC S9(2)V9(2).
               05 SCHM-PAYMENT PIC S9(7)V9(2).
               05 SCHM-RATE-DATE PIC X(10).
               05 FILLER PIC X(15).

       WORKING-STORAGE SECTION.
           01 WS-LOAN.
               05 WS-DATE PIC X(10).
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-AVAIL PIC X(1) VALUE "N".
               88 WS-SCHEDULES-ON-FILE VALUE "Y".
           01 WS-SCHM-FND PIC X(1) VALUE "N".
               88 WS-SCHED-POSITION-FOUND VALUE "Y".

           01 WS-RUNPARM PIC X(40) VALUE SPACES.
           01 WS-RUNPARM-DATE PIC X(10) VALUE SPACES.

           01 WS-READ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REPRICE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOSCHED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-SKIP-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-CUOTA-DELIM PIC X(1) VALUE ",".
              OPEN OUTPUT CUOTA
              OPEN OUTPUT NOTICE-FILE
              OPEN OUTPUT DELTA-FILE
              PERFORM 120-OPEN-SCHEDULES
           END-IF.

           DISPLAY "REPRICING RESET DATE: " WS-RESET-DATE.
           MOVE WS-RESET-YYYY TO WS-RESET-YYYY-9.
           MOVE WS-RESET-MM TO WS-RESET-MM-9.

       120-OPEN-SCHEDULES.

      * Without the schedule master every loan is rolled forward
      * from origination, as before the master existed.
           MOVE 'N' TO WS-SCHM-AVAIL.
           OPEN INPUT SCHED-MASTER.
           IF WS-SCHM-STATUS = "00"
              MOVE 'Y' TO WS-SCHM-AVAIL
           ELSE
              DISPLAY "SCHEDULE MASTER NOT AVAILABLE, STATUS: "
                      WS-SCHM-STATUS
           END-IF.

       150-PARSE-SHOCK-PARMS.

      * The shock is signed basis points ("SHOCK -200"); the
           PERFORM 230-ANNUITY-PAYMENT.
           MOVE AUX-PAYMENT TO WS-OLD-PAYMENT.

      * The schedule master knows what the loan has actually been
      * paying since any earlier reset. Only a loan with no rows
      * there has the declining balance rolled forward to the reset
      * month at the origination rate and payment.
           MOVE 'N' TO WS-SCHM-FND.
           IF WS-SCHEDULES-ON-FILE
              PERFORM 225-READ-SCHEDULE-POSITION
           END-IF.
           IF NOT WS-SCHED-POSITION-FOUND
              ADD 1 TO WS-NOSCHED-COUNTER
              COMPUTE AUX-BALANCE = WS-AMT
              PERFORM 240-ROLL-ONE-MONTH
                  VARYING WS-ROLL-IDX FROM 1 BY 1
                  UNTIL WS-ROLL-IDX > WS-ELAPSED-MOS
           END-IF.

      * New payment: remaining balance amortized over the remaining
      * term at the reset-date rate (looked up once in 100-INIT).
           MOVE WS-OLD-PAYMENT TO DLT-OLD-PAY.
           MOVE WS-NEW-PAYMENT TO DLT-NEW-PAY.
           MOVE WS-CURRENCY TO DLT-CURR.
           MOVE WS-NEW-RATE TO DLT-NEW-RATE.
           MOVE WS-RESET-DATE TO DLT-RESET-DATE.
           COMPUTE DLT-FROM-MONTH = WS-ELAPSED-MOS + 1.
           MOVE WS-TERM-MOS TO DLT-TERM-MOS.
           COMPUTE DLT-BALANCE ROUNDED = AUX-BALANCE.
           WRITE DELTA-REC.

       225-READ-SCHEDULE-POSITION.

      * The balance after the last period before the reset, and the
      * rate and payment the first period from the reset was still
      * priced at.
           MOVE WS-ACC TO SCHM-ACC.
           MOVE WS-ELAPSED-MOS TO SCHM-MONTH.
           READ SCHED-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-SCHM-FND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SCHM-FND
                 COMPUTE AUX-BALANCE = SCHM-BALANCE
           END-READ.

           IF WS-SCHED-POSITION-FOUND
              MOVE WS-ACC TO SCHM-ACC
              COMPUTE SCHM-MONTH = WS-ELAPSED-MOS + 1
              READ SCHED-MASTER
                 INVALID KEY
                    MOVE 'N' TO WS-SCHM-FND
                 NOT INVALID KEY
                    MOVE SCHM-RATE TO WS-OLD-RATE
                    MOVE SCHM-PAYMENT TO WS-OLD-PAYMENT
              END-READ
           END-IF.

       245-APPLY-RATE-COLLAR.

      * Contractual bounds on the floating rate, applied the same
              CLOSE CUOTA
              CLOSE NOTICE-FILE
              CLOSE DELTA-FILE
              IF WS-SCHEDULES-ON-FILE
                 CLOSE SCHED-MASTER
              END-IF
           END-IF.
           CLOSE ACCOUNT-MASTER.

              DISPLAY "LOANS PRICED:      " WS-REPRICE-COUNTER
           ELSE
              DISPLAY "LOANS REPRICED:    " WS-REPRICE-COUNTER
              DISPLAY "ROLLED W/O SCHED:  " WS-NOSCHED-COUNTER
           END-IF.
           DISPLAY "LOANS SKIPPED:     " WS-SKIP-COUNTER.


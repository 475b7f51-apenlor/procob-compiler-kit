      * Loan Calculator Batch
      * ==========================
      *
      * Each accepted loan also gets its month-by-month amortization
      * schedule on the indexed orabcuota-schedmast, keyed like
      * bcuota-schedmast by account and period so the same inquiry
      * screens can read it. Every row carries the collared rate and
      * payment that price it and the date that rate was set; reprice
      * and repriceapply later rebuild the rows after each reset and
      * leave the rows before it as they were paid.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
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
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-DESC       PIC X(30).

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
                   10 SCHM-ACC PIC X(29).
                   10 SCHM-MONTH PIC 9(4).
               05 SCHM-PRINCIPAL PIC S9(7)V9(2).
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).
      * The collared rate and payment the period is priced at, and
      * the date that rate was set (origination or the reset).
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
           01 WS-ACCT-REJECT PIC X(1) VALUE "N".
               88 WS-ACCT-REJECTED VALUE "Y".
           01 WS-REJ-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-JSON-PAY-ED PIC -(8)9.99.

           01 WS-SCH-MONTHS PIC 9(4) VALUE ZERO.
           01 WS-SCH-IDX PIC 9(4) VALUE ZERO.
           01 WS-SCH-RATE USAGE IS COMP-2.
           01 WS-SCH-BALANCE USAGE IS COMP-2.
           01 WS-SCH-INT USAGE IS COMP-2.
           01 WS-SCH-PRIN USAGE IS COMP-2.

           01 WS-RAW-RATE PIC S9(2)V9(2) VALUE ZERO.
           01 WS-COLLAR-RATE PIC S9(2)V9(2) VALUE ZERO.

                      WS-ACCTM-STATUS
              MOVE 'Y' TO WS-ABORT
           END-IF.
           OPEN I-O SCHED-MASTER.
           IF WS-SCHM-STATUS = "35"
      * First run to build schedules: create the master empty.
              OPEN OUTPUT SCHED-MASTER
              CLOSE SCHED-MASTER
              OPEN I-O SCHED-MASTER
           END-IF.
           IF WS-SCHM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN SCHEDULE MASTER, STATUS: "
                      WS-SCHM-STATUS
              MOVE 'Y' TO WS-ABORT
           END-IF.

           MOVE ZEROES TO WS-COUNTER.
           MOVE ZEROES TO WS-REJ-COUNTER.
                 MOVE WS-CUOTA-DELIM TO CUOTA-DEL2
                 MOVE WS-CURRENCY TO CUOTA-CURR
                 PERFORM 210-WRITE-JSON
                 PERFORM 250-BUILD-SCHEDULE
              END-IF
           END-IF.

           MOVE WS-RAW-RATE TO AUD-RAW-RATE.
           WRITE AUDIT-REC.

       250-BUILD-SCHEDULE.

      * One row per monthly period over the full term at the rate
      * and payment just priced. An account whose first period is
      * already on file was originated before: its rows may since
      * have been repriced, so they are left as they are.
           MOVE WS-ACC TO SCHM-ACC.
           MOVE 1 TO SCHM-MONTH.
           READ SCHED-MASTER
              INVALID KEY
                 COMPUTE WS-SCH-RATE = (INT-RATE / 12 / 100)
                 COMPUTE WS-SCH-BALANCE = PRIN-AMT
                 COMPUTE WS-SCH-MONTHS = TIMEYR * 12
                 PERFORM 260-SCHEDULE-LINE
                     VARYING WS-SCH-IDX FROM 1 BY 1
                     UNTIL WS-SCH-IDX > WS-SCH-MONTHS
              NOT INVALID KEY
                 DISPLAY "SCHEDULE ALREADY ON FILE, NOT REBUILT: "
                         WS-ACC
           END-READ.

       260-SCHEDULE-LINE.

           COMPUTE WS-SCH-INT = WS-SCH-BALANCE * WS-SCH-RATE.
           COMPUTE WS-SCH-PRIN = PAYMENT - WS-SCH-INT.
           COMPUTE WS-SCH-BALANCE = WS-SCH-BALANCE - WS-SCH-PRIN.

           MOVE SPACES TO SCHED-MASTER-REC.
           MOVE WS-ACC TO SCHM-ACC.
           MOVE WS-SCH-IDX TO SCHM-MONTH.
           MOVE WS-SCH-PRIN TO SCHM-PRINCIPAL.
           MOVE WS-SCH-INT TO SCHM-INTEREST.
           MOVE WS-SCH-BALANCE TO SCHM-BALANCE.
           MOVE INT-RATE TO SCHM-RATE.
           MOVE PAYMENT TO SCHM-PAYMENT.
           MOVE INT-DATE TO SCHM-RATE-DATE.

           WRITE SCHED-MASTER-REC
              INVALID KEY
                 DISPLAY "SCHEDULE ROW ALREADY ON FILE: " SCHM-KEY
           END-WRITE.

       300-WRAPUP.

           PERFORM 230-WRITE-GL-BATCH.
           CLOSE AUDIT-FILE.
           CLOSE GL-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE SCHED-MASTER.
           DISPLAY WS-END-LOGMSG.
           DISPLAY "ACCOUNTS REJECTED: " WS-REJ-COUNTER.
           DISPLAY "TOTAL PAYMENT SUM: " WS-SUM-PAY.

      * repriced payment, with its status re-derived against what
      * has already been received.
      *
      * The account's rows on the orabcuota-schedmast schedule master
      * are rebuilt from the first period the reset prices to the
      * end of the term: the balance at the reset amortized at the
      * new collared rate and payment, each row stamped with that
      * rate and the reset date. Rows before the reset keep the rate
      * they were paid at, so the schedule reads as the loan's real
      * history. A site without the master just restates the items.
      *
      * The portfolio delta report (orabcuota-reprice-delta-report)
      * totals old versus new payment per currency so finance can
      * see the income effect of the reset date before it hits.
           RECORD KEY IS OPN-KEY
           FILE STATUS IS WS-OPN-STATUS.

           SELECT SCHED-MASTER ASSIGN TO "orabcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

           SELECT DELTA-REPORT
           ASSIGN TO "orabcuota-reprice-delta-report"
           ORGANIZATION IS LINE SEQUENTIAL
               05 DLT-NEW-PAY PIC S9(7)V9(2).
               05 FILLER PIC X(1).
               05 DLT-CURR PIC X(3).
               05 FILLER PIC X(1).
               05 DLT-NEW-RATE PIC S9(2)V9(2).
               05 FILLER PIC X(1).
               05 DLT-RESET-DATE PIC X(10).
               05 FILLER PIC X(1).
               05 DLT-FROM-MONTH PIC 9(4).
               05 FILLER PIC X(1).
               05 DLT-TERM-MOS PIC 9(4).
               05 FILLER PIC X(1).
               05 DLT-BALANCE PIC S9(9)V9(2).

       FD OPENITEM-MASTER.
           01 OPENITEM-REC.
                   88 OPN-PENALTY-ITEM VALUE "P".
               05 FILLER PIC X(4).

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

       FD DELTA-REPORT.
           01 DELTA-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DLT-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-AVAIL PIC X(1) VALUE "N".
               88 WS-SCHEDULES-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-ITEM-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOITEM-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-ITEM-HIT PIC X(1) VALUE "N".
           01 WS-REBUILT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-ROW-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-SCH-IDX PIC 9(4) VALUE ZERO.
           01 WS-SCH-RATE USAGE IS COMP-2.
           01 WS-SCH-BALANCE USAGE IS COMP-2.
           01 WS-SCH-INT USAGE IS COMP-2.
           01 WS-SCH-PRIN USAGE IS COMP-2.

      * Per-currency old/new payment totals for the finance report.
           01 WS-DLT-CURR-MAX PIC 9(2) VALUE 10.
                 MOVE 96 TO RETURN-CODE
              ELSE
                 OPEN OUTPUT DELTA-REPORT
                 PERFORM 110-OPEN-SCHEDULES
              END-IF
           END-IF.

       110-OPEN-SCHEDULES.

           MOVE 'N' TO WS-SCHM-AVAIL.
           OPEN I-O SCHED-MASTER.
           IF WS-SCHM-STATUS = "00"
              MOVE 'Y' TO WS-SCHM-AVAIL
           ELSE
              DISPLAY "SCHEDULE MASTER NOT AVAILABLE, STATUS: "
                      WS-SCHM-STATUS
           END-IF.

       200-APPLY-ONE-DELTA.

           PERFORM 300-ACCUM-CURRENCY.
              ADD 1 TO WS-NOITEM-COUNTER
           END-IF.

      * A delta written before reprice carried the reset position
      * has no first period, and leaves the schedule alone.
           IF WS-SCHEDULES-ON-FILE
              AND DLT-FROM-MONTH NUMERIC AND DLT-FROM-MONTH > ZERO
              PERFORM 250-REBUILD-SCHEDULE
           END-IF.

       210-RESTATE-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
                 END-IF
           END-READ.

       250-REBUILD-SCHEDULE.

      * Same amortization as orabcuota's schedule build, started
      * from the balance at the reset.
           ADD 1 TO WS-REBUILT-COUNTER.
           COMPUTE WS-SCH-RATE = (DLT-NEW-RATE / 12 / 100).
           COMPUTE WS-SCH-BALANCE = DLT-BALANCE.

           PERFORM 260-REBUILD-ONE-ROW
               VARYING WS-SCH-IDX FROM DLT-FROM-MONTH BY 1
               UNTIL WS-SCH-IDX > DLT-TERM-MOS.

       260-REBUILD-ONE-ROW.

           COMPUTE WS-SCH-INT = WS-SCH-BALANCE * WS-SCH-RATE.
           COMPUTE WS-SCH-PRIN = DLT-NEW-PAY - WS-SCH-INT.
           COMPUTE WS-SCH-BALANCE = WS-SCH-BALANCE - WS-SCH-PRIN.

           MOVE SPACES TO SCHED-MASTER-REC.
           MOVE DLT-ACC TO SCHM-ACC.
           MOVE WS-SCH-IDX TO SCHM-MONTH.
           MOVE WS-SCH-PRIN TO SCHM-PRINCIPAL.
           MOVE WS-SCH-INT TO SCHM-INTEREST.
           MOVE WS-SCH-BALANCE TO SCHM-BALANCE.
           MOVE DLT-NEW-RATE TO SCHM-RATE.
           MOVE DLT-NEW-PAY TO SCHM-PAYMENT.
           MOVE DLT-RESET-DATE TO SCHM-RATE-DATE.
           ADD 1 TO WS-ROW-COUNTER.

           WRITE SCHED-MASTER-REC
              INVALID KEY
                 REWRITE SCHED-MASTER-REC
           END-WRITE.

       300-ACCUM-CURRENCY.

           MOVE ZERO TO WS-DLT-CURR-FOUND.
           CLOSE DELTA-FILE.
           CLOSE OPENITEM-MASTER.
           CLOSE DELTA-REPORT.
           IF WS-SCHEDULES-ON-FILE
              CLOSE SCHED-MASTER
           END-IF.

           DISPLAY "DELTA RECORDS READ:   " WS-READ-COUNTER.
           DISPLAY "OPEN ITEMS RESTATED:  " WS-ITEM-COUNTER.
           DISPLAY "ACCTS W/O OPEN ITEM:  " WS-NOITEM-COUNTER.
           DISPLAY "SCHEDULES REBUILT:    " WS-REBUILT-COUNTER.
           DISPLAY "SCHEDULE ROWS WRITTEN:" WS-ROW-COUNTER.

           MOVE 0 TO RETURN-CODE.


      * account number this screen joins what already exists --
      * status and last run date from account-master, the open
      * quota items from bcuota-openitems, the schedule position
      * from bcuota-schedmast (or, for a floating-rate orabcuota
      * loan, from orabcuota-schedmast with the rate now applying),
      * the arrears record from bcuota-arrears, and the account's
      * lines from the seven receipt application output files
      * (including write-off recoveries and held duplicates) -- so
      * a balance question is answered in one place.
      *
      * Every master is optional: a file not on this site simply
      * shows as NOT ON FILE instead of blocking the inquiry.
      *
      * Staff sign on through the signon service before the first
      * lookup; any role may use this inquiry.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctpos.
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

           SELECT ORA-SCHED-MASTER ASSIGN TO "orabcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORS-KEY
           FILE STATUS IS WS-ORS-STATUS.

           SELECT ARREARS-MASTER ASSIGN TO "bcuota-arrears"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).

       FD ORA-SCHED-MASTER.
           01 ORA-SCHED-MASTER-REC.
               05 ORS-KEY.
                   10 ORS-ACC PIC X(29).
                   10 ORS-MONTH PIC 9(4).
               05 ORS-PRINCIPAL PIC S9(7)V9(2).
               05 ORS-INTEREST PIC S9(7)V9(2).
               05 ORS-BALANCE PIC S9(9)V9(2).
               05 ORS-RATE PIC S9(2)V9(2).
               05 ORS-PAYMENT PIC S9(7)V9(2).
               05 ORS-RATE-DATE PIC X(10).
               05 FILLER PIC X(15).

       FD ARREARS-MASTER.
           01 ARREARS-REC.
               05 ARR-ACC PIC X(29).
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ORS-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-RCPT-STATUS PIC X(2) VALUE SPACES.
           01 WS-RCPT-PATH PIC X(40) VALUE SPACES.
           01 WS-ACCTM-AVAIL PIC X(1) VALUE "N".
           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
           01 WS-SCHM-AVAIL PIC X(1) VALUE "N".
           01 WS-ORS-AVAIL PIC X(1) VALUE "N".
           01 WS-ARR-AVAIL PIC X(1) VALUE "N".

           01 WS-INQ-ACC PIC X(29) VALUE SPACES.
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-suspense".
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-reversals".
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-recovered".
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-duplicates".
           01 WS-RCPT-TABLE-R REDEFINES WS-RCPT-TABLE.
               05 WS-RCPT-NAME PIC X(40) OCCURS 7 TIMES.

           01 WS-POS-ACCT-LINE.
               05 FILLER PIC X(16) VALUE "STATUS:         ".
               05 POS-PERIODS PIC ZZZ9.
               05 FILLER PIC X(16) VALUE "  NEXT BALANCE: ".
               05 POS-BALANCE PIC -Z,ZZZ,ZZ9.99.
           01 WS-POS-RATE-LINE.
               05 FILLER PIC X(20) VALUE "FLOATING RATE NOW:  ".
               05 POS-RATE PIC Z9.99.
               05 FILLER PIC X(11) VALUE "  SET ON:  ".
               05 POS-RATE-DATE PIC X(10).
               05 FILLER PIC X(12) VALUE "  PAYMENT:  ".
               05 POS-PAYMENT PIC -ZZZ,ZZ9.99.
           01 WS-POS-ARR-LINE.
               05 FILLER PIC X(9) VALUE "ARREARS: ".
               05 POS-ARR-AMT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(9) VALUE " AGENCY: ".
               05 POS-AGY PIC X(1).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-INQUIRY.
               05 BLANK SCREEN.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "acctpos" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           MOVE 'N' TO WS-ACCTM-AVAIL.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS = "00"
              MOVE 'Y' TO WS-SCHM-AVAIL
           END-IF.

           MOVE 'N' TO WS-ORS-AVAIL.
           OPEN INPUT ORA-SCHED-MASTER.
           IF WS-ORS-STATUS = "00"
              MOVE 'Y' TO WS-ORS-AVAIL
           END-IF.

           MOVE 'N' TO WS-ARR-AVAIL.
           OPEN INPUT ARREARS-MASTER.
           IF WS-ARR-STATUS = "00"
       330-SHOW-SCHEDULE.

      * Periods on the schedule master, and the balance after the
      * periods the open items show as settled. An account with no
      * bcuota schedule is looked for on the orabcuota one.
           MOVE ZERO TO WS-SCHED-PERIODS.
           IF WS-SCHM-AVAIL = 'Y'
              PERFORM 335-COUNT-SCHED-PERIODS
           END-IF.

           IF WS-SCHED-PERIODS > ZERO
              MOVE WS-SCHED-PERIODS TO POS-PERIODS
              MOVE WS-INQ-ACC TO SCHM-ACC
              COMPUTE SCHM-MONTH = WS-CLOSED-COUNTER + 1
              IF SCHM-MONTH > WS-SCHED-PERIODS
                 MOVE WS-SCHED-PERIODS TO SCHM-MONTH
              END-IF
              READ SCHED-MASTER
                 INVALID KEY
                    MOVE ZERO TO POS-BALANCE
                 NOT INVALID KEY
                    MOVE SCHM-BALANCE TO POS-BALANCE
              END-READ
              DISPLAY WS-POS-SCHED-LINE
           ELSE
              IF WS-ORS-AVAIL = 'Y'
                 PERFORM 337-SHOW-ORA-SCHEDULE
              ELSE
                 IF WS-SCHM-AVAIL = 'N'
                    DISPLAY "SCHEDULE MASTER NOT ON FILE"
                 ELSE
                    DISPLAY "NO SCHEDULE ON FILE"
                 END-IF
              END-IF
           END-IF.

                 END-IF
           END-READ.

       337-SHOW-ORA-SCHEDULE.

      * Floating-rate loans: the period reached carries the rate
      * and payment set at the last reset.
           MOVE 'N' TO WS-EOF.
           MOVE WS-INQ-ACC TO ORS-ACC.
           MOVE ZERO TO ORS-MONTH.
           START ORA-SCHED-MASTER KEY IS >= ORS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM 338-COUNT-ONE-ORA-PERIOD UNTIL WS-EOF = 'Y'.

           IF WS-SCHED-PERIODS = ZERO
              DISPLAY "NO SCHEDULE ON FILE"
           ELSE
              MOVE WS-SCHED-PERIODS TO POS-PERIODS
              MOVE WS-INQ-ACC TO ORS-ACC
              COMPUTE ORS-MONTH = WS-CLOSED-COUNTER + 1
              IF ORS-MONTH > WS-SCHED-PERIODS
                 MOVE WS-SCHED-PERIODS TO ORS-MONTH
              END-IF
              READ ORA-SCHED-MASTER
                 INVALID KEY
                    MOVE ZERO TO POS-BALANCE
                    DISPLAY WS-POS-SCHED-LINE
                 NOT INVALID KEY
                    MOVE ORS-BALANCE TO POS-BALANCE
                    MOVE ORS-RATE TO POS-RATE
                    MOVE ORS-RATE-DATE TO POS-RATE-DATE
                    MOVE ORS-PAYMENT TO POS-PAYMENT
                    DISPLAY WS-POS-SCHED-LINE
                    DISPLAY WS-POS-RATE-LINE
              END-READ
           END-IF.

       338-COUNT-ONE-ORA-PERIOD.

           READ ORA-SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF ORS-ACC NOT = WS-INQ-ACC
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    MOVE ORS-MONTH TO WS-SCHED-PERIODS
                 END-IF
           END-READ.

       340-SHOW-ARREARS.

           IF WS-ARR-AVAIL = 'N'

       350-SHOW-RECEIPTS.

      * The account's lines from the seven receipt application
      * output files, shown as written by rcptapply.
           MOVE ZERO TO WS-RCPT-SHOWN.
           PERFORM 355-SCAN-ONE-RCPT-FILE
               VARYING WS-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCPT-SUB > 7.
           IF WS-RCPT-SHOWN = ZERO
              DISPLAY "NO RECEIPT APPLICATIONS ON FILE"
           END-IF.
           IF WS-SCHM-AVAIL = 'Y'
              CLOSE SCHED-MASTER
           END-IF.
           IF WS-ORS-AVAIL = 'Y'
              CLOSE ORA-SCHED-MASTER
           END-IF.
           IF WS-ARR-AVAIL = 'Y'
              CLOSE ARREARS-MASTER
           END-IF.

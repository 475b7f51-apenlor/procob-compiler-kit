      ******************************************************************
      *
      * Loan Restructuring And Payment-Holiday Batch
      * ============================================
      *
      * Forbearance for borrowers in difficulty, the way out short
      * of writeoff: each line of bcuota-restructure-requests
      * (account, kind, holiday periods, years added to the term,
      * new rate, reason, approval reference -- a request without an
      * approval reference is refused, as writeoff refuses one)
      * re-terms the loan from its first unsettled period:
      *
      *   H  payment holiday: nothing is collected for the given
      *      number of periods and the interest they accrue is
      *      capitalised onto the balance,
      *   D  deferral: interest only for the given number of
      *      periods, principal repayment resumes afterwards,
      *   T  re-term only: no holiday, just the extension and/or
      *      the new rate.
      *
      * A zero new rate keeps the current rate. After any holiday
      * the balance re-amortizes as a level installment over what
      * is left of the (possibly extended) term, a balloon loan
      * keeping its balloon to maturity. The account's rows in
      * bcuota-schedmast from that period on are rewritten, rows
      * past the new final period deleted, the flat bcuota-schedule
      * rebuilt and an adjusting accepted audit record carrying the
      * new terms appended, exactly as prepayapply leaves them. The
      * unsettled quota items on the bcuota-openitems subledger are
      * re-cut period by period at the new installment; an item
      * falling inside a payment holiday drops to zero and closes.
      *
      * The before and after terms, the capitalised interest and the
      * approval reference are kept on the indexed
      * bcuota-restructure-master (one row per account and
      * restructure date, so an account restructured twice keeps
      * both). Capitalised interest posts DR receivable / CR accrued
      * interest per currency to bcuota-rst-gl-batch for glconsol.
      * bcuota-restructure-report lists each request's outcome and
      * closes with the number of forborne loans on the master.
      *
      * A restructure stays in force through its holiday periods and
      * a probation of 12 periods after them (a re-term has only the
      * probation). Each run reviews the master: once the quota item
      * for the last probation period has been cut and nothing on
      * the subledger is past due and unpaid, the restructure is
      * marked exited and the loan stops counting as forborne. A
      * restructure on an account no longer active is marked exited
      * too, as acctclose and writeoff mark it when they close one.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restruct.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "bcuota-restructure-requests"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.

           SELECT RESTRUCT-MASTER ASSIGN TO "bcuota-restructure-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RST-KEY
           FILE STATUS IS WS-RST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT OPENITEM-MASTER ASSIGN TO "bcuota-openitems"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           FILE STATUS IS WS-OPN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "bcuota-audit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCHED-MASTER ASSIGN TO "bcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "bcuota-schedule"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.

           SELECT SCHED-WORK ASSIGN TO "bcuota-schedule-work"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT GL-FILE ASSIGN TO "bcuota-rst-gl-batch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT RST-REPORT ASSIGN TO "bcuota-restructure-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
           01 REQUEST-REC.
               05 REQ-ACC PIC X(29).
               05 FILLER PIC X(1).
               05 REQ-KIND PIC X(1).
                   88 REQ-HOLIDAY VALUE "H".
                   88 REQ-DEFERRAL VALUE "D".
                   88 REQ-RETERM VALUE "T".
               05 FILLER PIC X(1).
               05 REQ-PERIODS PIC 9(2).
               05 FILLER PIC X(1).
               05 REQ-ADD-YEARS PIC 9(2).
               05 FILLER PIC X(1).
               05 REQ-NEW-RATE PIC 9(2)V9(2).
               05 FILLER PIC X(1).
               05 REQ-REASON PIC X(20).
               05 FILLER PIC X(1).
               05 REQ-APPROVAL PIC X(10).

       FD RESTRUCT-MASTER.
           01 RESTRUCT-REC.
               05 RST-KEY.
                   10 RST-ACC PIC X(29).
                   10 RST-YMD PIC 9(8).
               05 RST-KIND PIC X(1).
               05 RST-PERIODS PIC 9(2).
      * First period re-terms applied to (the first unsettled one).
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
      * "A" while the loan is under forbearance; "E" once it has
      * exited (cured or closed).
               05 RST-STATUS PIC X(1).
                   88 RST-FORBORNE VALUE "A".
                   88 RST-EXITED VALUE "E".
               05 FILLER PIC X(8).

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(17).

       FD OPENITEM-MASTER.
           01 OPENITEM-REC.
               05 OPN-KEY.
                   10 OPN-ACC PIC X(29).
                   10 OPN-DUE-YMD PIC 9(8).
               05 OPN-EXPECTED PIC S9(7)V9(2).
               05 OPN-RECEIVED PIC S9(7)V9(2).
               05 OPN-CURR PIC X(3).
               05 OPN-STATUS PIC X(1).
                   88 OPN-OPEN VALUE "O".
                   88 OPN-PART-PAID VALUE "P".
                   88 OPN-CLOSED VALUE "C".
               05 OPN-VALDATE-YMD PIC 9(8).
               05 OPN-PEN-FLAG PIC X(1).
                   88 OPN-PENALTY-DONE VALUE "A".
               05 OPN-ITEM-TYPE PIC X(1).
                   88 OPN-PENALTY-ITEM VALUE "P".
               05 FILLER PIC X(4).

       FD AUDIT-FILE.
           01 AUDIT-REC.
               05 AUD-ACC       PIC X(29).
               05 FILLER        PIC X(1).
               05 AUD-DATE      PIC X(10).
               05 FILLER        PIC X(1).
               05 AUD-PRIN-AMT  PIC S9(7)      USAGE IS DISPLAY.
               05 FILLER        PIC X(1).
               05 AUD-INT-RATE  PIC S9(2)V9(2) USAGE IS DISPLAY.
               05 FILLER        PIC X(1).
               05 AUD-TIMEYR    PIC S9(2)      USAGE IS DISPLAY.
               05 FILLER        PIC X(1).
               05 AUD-PAYMENT   PIC S9(7)V9(2) USAGE IS DISPLAY.
               05 FILLER        PIC X(1).
               05 AUD-RC        PIC 9(3).
               05 FILLER        PIC X(1).
               05 AUD-MSG       PIC X(20).
               05 FILLER        PIC X(1).
               05 AUD-LOAN-TYPE PIC X(1).
               05 FILLER        PIC X(1).
               05 AUD-GRACE-MONTHS PIC 9(2).
               05 FILLER        PIC X(1).
               05 AUD-BALLOON-PCT PIC 9(2)V9(2).
               05 FILLER        PIC X(1).
               05 AUD-PAY-FREQ  PIC X(1).

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
                   10 SCHM-ACC PIC X(29).
                   10 SCHM-MONTH PIC 9(4).
               05 SCHM-PRINCIPAL PIC S9(7)V9(2).
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).

       FD SCHEDULE-FILE.
           01 SCHEDULE-REC.
               05 SCH-ACC  PIC X(29).
               05 FILLER PIC X(1).
               05 SCH-MONTH PIC 9(4).
               05 FILLER PIC X(1).
               05 SCH-PRINCIPAL PIC S9(7)V9(2).
               05 FILLER PIC X(1).
               05 SCH-INTEREST PIC S9(7)V9(2).
               05 FILLER PIC X(1).
               05 SCH-BALANCE PIC S9(9)V9(2).

       FD SCHED-WORK.
           01 SCHED-WORK-REC PIC X(66).

       FD GL-FILE.
           01 GL-REC.
               05 GL-JE-DATE    PIC X(10).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-ACCOUNT    PIC X(10).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-DRCR       PIC X(2).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-CURR       PIC X(3).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-AMOUNT     PIC S9(9)V9(2) USAGE IS DISPLAY.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-DESC       PIC X(30).

       FD RST-REPORT.
           01 RST-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS PIC X(2) VALUE SPACES.
           01 WS-RST-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-FLAT-STATUS PIC X(2) VALUE SPACES.
           01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
           01 WS-GL-STATUS PIC X(2) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-AUDIT-EOF PIC X(1) VALUE "N".
           01 WS-SCHM-EOF PIC X(1) VALUE "N".
           01 WS-RST-EOF PIC X(1) VALUE "N".
           01 WS-FLAT-EOF PIC X(1) VALUE "N".
           01 WS-FLAT-EMITTED PIC X(1) VALUE "N".
               88 WS-BLOCK-EMITTED VALUE "Y".
           01 WS-ACCT-FOUND PIC X(1) VALUE "N".
               88 WS-ACCOUNT-FOUND VALUE "Y".
           01 WS-BAL-FOUND PIC X(1) VALUE "N".
               88 WS-BALANCE-FOUND VALUE "Y".
           01 WS-RST-EXIT PIC X(1) VALUE "N".
               88 WS-FORBEARANCE-ENDS VALUE "Y".
           01 WS-PAST-DUE PIC X(1) VALUE "N".
               88 WS-ITEM-PAST-DUE VALUE "Y".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               05 WS-TYEAR PIC X(4).
               05 WS-TMONTH PIC X(2).
               05 WS-TDAY PIC X(2).
           01 WS-CDATE.
               05 WS-CDAY PIC X(2).
               05 FILLER VALUE "-".
               05 WS-CMONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-CYEAR PIC X(4).

      * Loan terms lifted from the latest accepted audit record.
           01 WS-LOAN-TERMS.
               05 WS-LT-PRIN PIC S9(7) VALUE ZERO.
               05 WS-LT-RATE PIC S9(2)V9(2) VALUE ZERO.
               05 WS-LT-TIMEYR PIC S9(2) VALUE ZERO.
               05 WS-LT-PAYMENT PIC S9(7)V9(2) VALUE ZERO.
               05 WS-LT-TYPE PIC X(1) VALUE SPACE.
                   88 WS-LT-TYPE-GRACE VALUE "G".
                   88 WS-LT-TYPE-BALLOON VALUE "B".
               05 WS-LT-GRACE PIC 9(2) VALUE ZERO.
               05 WS-LT-BALLOON PIC 9(2)V9(2) VALUE ZERO.
               05 WS-LT-FREQ PIC X(1) VALUE "M".

      * Same ceiling loancalc puts on the term.
           01 WS-MAX-TIMEYR PIC 9(2) VALUE 40.

      * Where the account stands on the subledger: quota items cut
      * so far and how many of them are settled. The first unsettled
      * quota is the period the new terms start from.
           01 WS-QUOTA-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-SETTLED-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-RECUT-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-RST-CURR PIC X(3) VALUE SPACES.

           01 WS-FROM-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-HOL-PERIODS PIC 9(4) VALUE ZERO.
           01 WS-HOL-END PIC 9(4) VALUE ZERO.
           01 WS-AMORT-FROM PIC 9(4) VALUE ZERO.
           01 WS-AMORT-PERIODS PIC 9(4) VALUE ZERO.
           01 WS-OLD-PERIODS PIC 9(4) VALUE ZERO.
           01 WS-NEW-PERIODS PIC 9(4) VALUE ZERO.
           01 WS-NEW-TIMEYR PIC 9(3) VALUE ZERO.
           01 WS-NEW-RATE PIC 9(2)V9(2) VALUE ZERO.
           01 WS-NEW-PAYMENT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-OPEN-BALANCE PIC S9(9)V9(2) VALUE ZERO.
           01 WS-CAP-INT PIC S9(7)V9(2) VALUE ZERO.

           01 WS-SCH-IDX PIC 9(4) VALUE ZERO.
           01 WS-SCH-PERYR PIC 9(2) VALUE 12.
           01 WS-SCH-RATE USAGE IS COMP-2.
           01 WS-SCH-BALANCE USAGE IS COMP-2.
           01 WS-SCH-INT USAGE IS COMP-2.
           01 WS-SCH-PRIN USAGE IS COMP-2.
           01 WS-AUX-X USAGE IS COMP-2.
           01 WS-HOL-BALANCE USAGE IS COMP-2.
           01 WS-BALLOON-AMT USAGE IS COMP-2.
           01 WS-LAST-MONTH PIC 9(4) VALUE ZERO.

           01 WS-GL-ACCT-RECV PIC X(10) VALUE "LOANREC01".
           01 WS-GL-ACCT-ACCR PIC X(10) VALUE "ACCRINT01".
           01 WS-GL-DESC PIC X(30)
               VALUE "RESTRUCTURE CAPITALISED INT".

      * Balanced pair per currency over the whole run, the shape
      * 280-ACCUM-GL-CURRENCY gives the quota batch.
           01 WS-GL-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-GL-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-TOTALS.
               05 WS-GL-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-GL-CURR-CODE PIC X(3).
                   10 WS-GL-CURR-AMT  PIC S9(9)V9(2).

           01 WS-READ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RST-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REJ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RECUT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DEL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-FORBORNE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-LAST-FORBORNE-ACC PIC X(29) VALUE SPACES.
           01 WS-EXIT-COUNTER PIC 9(9) VALUE ZERO.

      * Periods the loan must stay current after the holiday before
      * the restructure exits, and the last of them for the
      * restructure under review.
           01 WS-PROBATION-PERIODS PIC 9(2) VALUE 12.
           01 WS-EXIT-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-EXIT-ITEMS PIC 9(4) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "LOAN RESTRUCTURING REPORT".
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(30) VALUE "ACCOUNT".
               05 FILLER PIC X(24) VALUE "OLD PAYMENT NEW PAYMENT".
               05 FILLER PIC X(26) VALUE "CUR NOTE".
           01 WS-REPORT-LINE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-OLD-PAY PIC -ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-NEW-PAY PIC -ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-NOTE PIC X(22).
           01 WS-REPORT-TERMS.
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "FROM PERIOD ".
               05 TRM-FROM PIC ZZZ9.
               05 FILLER PIC X(14) VALUE "  FINAL PERIOD".
               05 FILLER PIC X(1) VALUE SPACE.
               05 TRM-LAST PIC ZZZ9.
               05 FILLER PIC X(7) VALUE "  RATE ".
               05 TRM-RATE PIC Z9.99.
           01 WS-REPORT-CAP.
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(22) VALUE "CAPITALISED INTEREST: ".
               05 CAP-AMT PIC -ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CAP-CURR PIC X(3).
           01 WS-REPORT-TOTAL.
               05 FILLER PIC X(24) VALUE "FORBORNE LOANS ON FILE: ".
               05 TOT-FORBORNE PIC ZZZ,ZZZ,ZZ9.
           01 WS-REPORT-EXITS.
               05 FILLER PIC X(24) VALUE "FORBEARANCE EXITS:      ".
               05 TOT-EXITS PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF WS-RUN-ABORTED
              PERFORM 905-ABORT-WRAPUP
           ELSE
              PERFORM UNTIL WS-EOF='Y'
                  READ REQUEST-FILE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-READ-COUNTER
                      PERFORM 200-PROCESS-ONE-REQUEST
                  END-READ
              END-PERFORM

              PERFORM 700-COUNT-FORBORNE
              PERFORM 800-WRITE-GL-BATCH
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RESTRUCTURE REQUESTS, STATUS: "
                      WS-REQ-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN INPUT ACCOUNT-MASTER
              OPEN I-O OPENITEM-MASTER
              OPEN I-O SCHED-MASTER
              IF WS-ACCTM-STATUS NOT = "00"
                 OR WS-OPN-STATUS NOT = "00"
                 OR WS-SCHM-STATUS NOT = "00"
                 DISPLAY "ACCOUNT, OPEN-ITEM OR SCHEDULE MASTER NOT "
                         "AVAILABLE"
                 DISPLAY "STATUS: " WS-ACCTM-STATUS " / "
                         WS-OPN-STATUS " / " WS-SCHM-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              ELSE
                 PERFORM 110-OPEN-RESTRUCT-MASTER
              END-IF
           END-IF.

           IF NOT WS-RUN-ABORTED
      * Entries accumulate across runs until glconsol releases and
      * empties the batch, as with the write-off batch.
              OPEN EXTEND GL-FILE
              IF WS-GL-STATUS NOT = "00"
                 OPEN OUTPUT GL-FILE
              END-IF
              OPEN OUTPUT RST-REPORT
              MOVE WS-REPORT-TITLE TO RST-RPT-REC
              WRITE RST-RPT-REC
              MOVE WS-REPORT-HEADER TO RST-RPT-REC
              WRITE RST-RPT-REC
           END-IF.

       110-OPEN-RESTRUCT-MASTER.

           OPEN I-O RESTRUCT-MASTER.
           IF WS-RST-STATUS = "35"
      * First restructure ever: create the master empty.
              OPEN OUTPUT RESTRUCT-MASTER
              CLOSE RESTRUCT-MASTER
              OPEN I-O RESTRUCT-MASTER
           END-IF.
           IF WS-RST-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RESTRUCTURE MASTER, STATUS: "
                      WS-RST-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

       200-PROCESS-ONE-REQUEST.

           MOVE REQ-ACC TO RPT-ACC.
           MOVE ZERO TO RPT-OLD-PAY.
           MOVE ZERO TO RPT-NEW-PAY.
           MOVE SPACES TO RPT-CURR.

           EVALUATE TRUE
               WHEN REQ-APPROVAL = SPACES
                   MOVE "NO APPROVAL REFERENCE" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN NOT REQ-HOLIDAY AND NOT REQ-DEFERRAL
                    AND NOT REQ-RETERM
                   MOVE "UNKNOWN REQUEST KIND" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN REQ-PERIODS NOT NUMERIC
                    OR REQ-ADD-YEARS NOT NUMERIC
                    OR REQ-NEW-RATE NOT NUMERIC
                   MOVE "INVALID REQUEST TERMS" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN (REQ-HOLIDAY OR REQ-DEFERRAL)
                    AND REQ-PERIODS = ZERO
                   MOVE "NO HOLIDAY PERIODS" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN REQ-RETERM AND REQ-ADD-YEARS = ZERO
                    AND REQ-NEW-RATE = ZERO
                   MOVE "NOTHING TO RESTRUCTURE" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN OTHER
                   MOVE REQ-ACC TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                      INVALID KEY
                         MOVE "NOT ON ACCOUNT MASTER" TO RPT-NOTE
                         PERFORM 280-REFUSE-REQUEST
                      NOT INVALID KEY
                         PERFORM 210-CHECK-ACCOUNT
                   END-READ
           END-EVALUATE.

       210-CHECK-ACCOUNT.

           IF NOT ACCT-ACTIVE
              MOVE "ACCOUNT NOT ACTIVE" TO RPT-NOTE
              PERFORM 280-REFUSE-REQUEST
           ELSE
              PERFORM 300-FIND-LOAN-TERMS
              IF NOT WS-ACCOUNT-FOUND
                 MOVE "NO ACCEPTED AUDIT TERMS" TO RPT-NOTE
                 PERFORM 280-REFUSE-REQUEST
              ELSE
                 MOVE WS-LT-PAYMENT TO RPT-OLD-PAY
                 PERFORM 320-COUNT-QUOTA-ITEMS
                 MOVE WS-RST-CURR TO RPT-CURR
                 IF WS-QUOTA-ITEMS = ZERO
                    MOVE "NO QUOTA ITEMS ON FILE" TO RPT-NOTE
                    PERFORM 280-REFUSE-REQUEST
                 ELSE
                    PERFORM 220-CHECK-NEW-TERMS
                 END-IF
              END-IF
           END-IF.

       220-CHECK-NEW-TERMS.

      * Lay the new terms over the old: the re-termed stretch starts
      * at the first unsettled quota and runs to the end of the
      * extended term; the holiday (if any) comes first.
           EVALUATE WS-LT-FREQ
               WHEN "Q"
                   MOVE 4 TO WS-SCH-PERYR
               WHEN "B"
                   MOVE 26 TO WS-SCH-PERYR
               WHEN OTHER
                   MOVE 12 TO WS-SCH-PERYR
           END-EVALUATE.

           COMPUTE WS-FROM-PERIOD = WS-SETTLED-ITEMS + 1.
           COMPUTE WS-OLD-PERIODS = WS-LT-TIMEYR * WS-SCH-PERYR.
           COMPUTE WS-NEW-TIMEYR = WS-LT-TIMEYR + REQ-ADD-YEARS.
           COMPUTE WS-NEW-PERIODS = WS-NEW-TIMEYR * WS-SCH-PERYR.
           IF REQ-RETERM
              MOVE ZERO TO WS-HOL-PERIODS
           ELSE
              MOVE REQ-PERIODS TO WS-HOL-PERIODS
           END-IF.
           IF REQ-NEW-RATE = ZERO
              MOVE WS-LT-RATE TO WS-NEW-RATE
           ELSE
              MOVE REQ-NEW-RATE TO WS-NEW-RATE
           END-IF.

           PERFORM 330-FIND-OPENING-BALANCE.

           EVALUATE TRUE
               WHEN WS-NEW-TIMEYR > WS-MAX-TIMEYR
                   MOVE "TERM OVER LIMIT" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN WS-FROM-PERIOD > WS-OLD-PERIODS
                   MOVE "SCHEDULE SETTLED" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN NOT WS-BALANCE-FOUND
                   MOVE "NO SCHEDULE ON FILE" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN WS-NEW-PERIODS - WS-FROM-PERIOD + 1
                    <= WS-HOL-PERIODS
                   MOVE "TERM TOO SHORT" TO RPT-NOTE
                   PERFORM 280-REFUSE-REQUEST
               WHEN OTHER
                   PERFORM 400-PRICE-NEW-TERMS
                   IF WS-NEW-PAYMENT <= ZERO
                      MOVE "NEW TERMS DO NOT PRICE" TO RPT-NOTE
                      PERFORM 280-REFUSE-REQUEST
                   ELSE
                      PERFORM 230-RESTRUCTURE-ONE
                   END-IF
           END-EVALUATE.

       230-RESTRUCTURE-ONE.

           PERFORM 410-REBUILD-SCHEDULE.
           PERFORM 450-DELETE-TAIL.
           PERFORM 500-APPEND-ADJUSTING-AUDIT.
           PERFORM 600-REWRITE-FLAT-SCHEDULE.
           PERFORM 350-RECUT-OPEN-ITEMS.
           PERFORM 240-WRITE-RESTRUCT-MASTER.

           IF WS-CAP-INT NOT = ZERO
              PERFORM 250-ACCUM-GL-CURRENCY
           END-IF.

           ADD 1 TO WS-RST-COUNTER.
           MOVE WS-NEW-PAYMENT TO RPT-NEW-PAY.
           EVALUATE TRUE
               WHEN REQ-HOLIDAY
                   MOVE "PAYMENT HOLIDAY" TO RPT-NOTE
               WHEN REQ-DEFERRAL
                   MOVE "PRINCIPAL DEFERRAL" TO RPT-NOTE
               WHEN OTHER
                   MOVE "RE-TERMED" TO RPT-NOTE
           END-EVALUATE.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE WS-FROM-PERIOD TO TRM-FROM.
           MOVE WS-LAST-MONTH TO TRM-LAST.
           MOVE WS-NEW-RATE TO TRM-RATE.
           MOVE WS-REPORT-TERMS TO RST-RPT-REC.
           WRITE RST-RPT-REC.

           IF WS-CAP-INT NOT = ZERO
              MOVE WS-CAP-INT TO CAP-AMT
              MOVE WS-RST-CURR TO CAP-CURR
              MOVE WS-REPORT-CAP TO RST-RPT-REC
              WRITE RST-RPT-REC
           END-IF.

       240-WRITE-RESTRUCT-MASTER.

           MOVE REQ-ACC TO RST-ACC.
           MOVE WS-SDATE TO RST-YMD.
           MOVE REQ-KIND TO RST-KIND.
           MOVE WS-HOL-PERIODS TO RST-PERIODS.
           MOVE WS-FROM-PERIOD TO RST-FROM-PERIOD.
           MOVE WS-RST-CURR TO RST-CURR.
           MOVE WS-OPEN-BALANCE TO RST-BALANCE.
           MOVE WS-LT-RATE TO RST-OLD-RATE.
           MOVE WS-LT-TIMEYR TO RST-OLD-TIMEYR.
           MOVE WS-LT-PAYMENT TO RST-OLD-PAYMENT.
           MOVE WS-NEW-RATE TO RST-NEW-RATE.
           MOVE WS-NEW-TIMEYR TO RST-NEW-TIMEYR.
           MOVE WS-NEW-PAYMENT TO RST-NEW-PAYMENT.
           MOVE WS-LAST-MONTH TO RST-LAST-PERIOD.
           MOVE WS-CAP-INT TO RST-CAP-INT.
           MOVE REQ-REASON TO RST-REASON.
           MOVE REQ-APPROVAL TO RST-APPROVAL.
           MOVE "A" TO RST-STATUS.
           WRITE RESTRUCT-REC
              INVALID KEY
      * A second request for the account on the same day supersedes
      * the first row of the day.
                 REWRITE RESTRUCT-REC
           END-WRITE.

       250-ACCUM-GL-CURRENCY.

           MOVE ZERO TO WS-GL-CURR-FOUND.
           PERFORM 260-FIND-GL-CURRENCY
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

           IF WS-GL-CURR-FOUND = ZERO
              IF WS-GL-CURR-COUNT < WS-GL-CURR-MAX
                 ADD 1 TO WS-GL-CURR-COUNT
                 MOVE WS-RST-CURR TO WS-GL-CURR-CODE(WS-GL-CURR-COUNT)
                 MOVE WS-CAP-INT TO WS-GL-CURR-AMT(WS-GL-CURR-COUNT)
              ELSE
                 DISPLAY "GL CURRENCY TABLE FULL, DROPPING: "
                         WS-RST-CURR
              END-IF
           ELSE
              ADD WS-CAP-INT TO WS-GL-CURR-AMT(WS-GL-CURR-FOUND)
           END-IF.

       260-FIND-GL-CURRENCY.

           IF WS-GL-CURR-FOUND = ZERO
              AND WS-GL-CURR-CODE(WS-GL-CURR-SUB) = WS-RST-CURR
                 MOVE WS-GL-CURR-SUB TO WS-GL-CURR-FOUND
           END-IF.

       280-REFUSE-REQUEST.

           ADD 1 TO WS-REJ-COUNTER.
           PERFORM 290-WRITE-REPORT-LINE.

       290-WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO RST-RPT-REC.
           WRITE RST-RPT-REC.

       300-FIND-LOAN-TERMS.

      * Latest accepted (RC zero) audit record for the account, the
      * file reopened per account the same way payquote and
      * prepayapply scan it.
           MOVE 'N' TO WS-ACCT-FOUND.
           MOVE 'N' TO WS-AUDIT-EOF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDIT FILE, STATUS: "
                      WS-AUDIT-STATUS
           ELSE
              PERFORM UNTIL WS-AUDIT-EOF='Y'
                  READ AUDIT-FILE
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
                  NOT AT END
                      IF AUD-ACC = REQ-ACC AND AUD-RC = ZERO
                         MOVE AUD-PRIN-AMT TO WS-LT-PRIN
                         MOVE AUD-INT-RATE TO WS-LT-RATE
                         MOVE AUD-TIMEYR TO WS-LT-TIMEYR
                         MOVE AUD-PAYMENT TO WS-LT-PAYMENT
                         MOVE AUD-LOAN-TYPE TO WS-LT-TYPE
                         MOVE AUD-GRACE-MONTHS TO WS-LT-GRACE
                         MOVE AUD-BALLOON-PCT TO WS-LT-BALLOON
                         IF AUD-PAY-FREQ = SPACE
                            MOVE "M" TO WS-LT-FREQ
                         ELSE
                            MOVE AUD-PAY-FREQ TO WS-LT-FREQ
                         END-IF
                         MOVE 'Y' TO WS-ACCT-FOUND
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

       320-COUNT-QUOTA-ITEMS.

      * One quota item is cut per period, so the settled items count
      * the periods behind the borrower, the same reckoning acctpos
      * uses for the next period due. Penalty items are not quotas.
           MOVE ZERO TO WS-QUOTA-ITEMS.
           MOVE ZERO TO WS-SETTLED-ITEMS.
           MOVE SPACES TO WS-RST-CURR.
           MOVE 'N' TO WS-OPN-EOF.
           MOVE REQ-ACC TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.

           PERFORM 325-COUNT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.

       325-COUNT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = REQ-ACC
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-QUOTA-ITEMS
                       MOVE OPN-CURR TO WS-RST-CURR
                       IF OPN-CLOSED
                          ADD 1 TO WS-SETTLED-ITEMS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       330-FIND-OPENING-BALANCE.

      * The balance the new terms apply to is what the schedule
      * leaves outstanding after the last settled period; nothing
      * settled yet means the full principal.
           MOVE 'N' TO WS-BAL-FOUND.
           IF WS-FROM-PERIOD = 1
              MOVE WS-LT-PRIN TO WS-OPEN-BALANCE
              MOVE 'Y' TO WS-BAL-FOUND
           ELSE
              MOVE REQ-ACC TO SCHM-ACC
              COMPUTE SCHM-MONTH = WS-FROM-PERIOD - 1
              READ SCHED-MASTER
                 INVALID KEY
                    MOVE ZERO TO WS-OPEN-BALANCE
                 NOT INVALID KEY
                    MOVE SCHM-BALANCE TO WS-OPEN-BALANCE
                    MOVE 'Y' TO WS-BAL-FOUND
              END-READ
           END-IF.

       350-RECUT-OPEN-ITEMS.

      * Every unsettled quota item takes the installment of the
      * period it now stands for, in due-date order from the first
      * re-termed period. Status is re-derived as the batch's
      * 298-REFRESH-OPEN-ITEM does; an item inside a payment holiday
      * owes nothing and closes.
           MOVE WS-FROM-PERIOD TO WS-RECUT-PERIOD.
           MOVE 'N' TO WS-OPN-EOF.
           MOVE REQ-ACC TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.

           PERFORM 360-RECUT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.

       360-RECUT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = REQ-ACC
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-CLOSED AND NOT OPN-PENALTY-ITEM
                       PERFORM 370-RECUT-ITEM-AMOUNT
                    END-IF
                 END-IF
           END-READ.

       370-RECUT-ITEM-AMOUNT.

           MOVE REQ-ACC TO SCHM-ACC.
           MOVE WS-RECUT-PERIOD TO SCHM-MONTH.
           READ SCHED-MASTER
              INVALID KEY
                 DISPLAY "NO SCHEDULE ROW FOR ITEM: " OPN-ACC " "
                         OPN-DUE-YMD
              NOT INVALID KEY
                 COMPUTE OPN-EXPECTED = SCHM-PRINCIPAL + SCHM-INTEREST
                 EVALUATE TRUE
                     WHEN OPN-RECEIVED >= OPN-EXPECTED
                         MOVE "C" TO OPN-STATUS
                     WHEN OPN-RECEIVED > ZERO
                         MOVE "P" TO OPN-STATUS
                     WHEN OTHER
                         MOVE "O" TO OPN-STATUS
                 END-EVALUATE
                 REWRITE OPENITEM-REC
                 ADD 1 TO WS-RECUT-COUNTER
           END-READ.
           ADD 1 TO WS-RECUT-PERIOD.

       400-PRICE-NEW-TERMS.

      * The level installment that clears the post-holiday balance
      * over the periods left, less any balloon carried to maturity:
      * payment = ((B * X) - balloon) * r / (X - 1), X = (1+r)**n,
      * the annuity loancalc prices. A holiday capitalises its
      * interest, so the balance it leaves is B * (1+r)**h; a
      * deferral pays the interest and leaves B unchanged.
           COMPUTE WS-SCH-RATE = (WS-NEW-RATE / WS-SCH-PERYR / 100).
           COMPUTE WS-HOL-END = WS-FROM-PERIOD + WS-HOL-PERIODS - 1.
           COMPUTE WS-AMORT-FROM = WS-HOL-END + 1.
           COMPUTE WS-AMORT-PERIODS = WS-NEW-PERIODS - WS-HOL-END.

           IF REQ-HOLIDAY
              COMPUTE WS-HOL-BALANCE = WS-OPEN-BALANCE *
                      ((1 + WS-SCH-RATE) ** WS-HOL-PERIODS)
           ELSE
              COMPUTE WS-HOL-BALANCE = WS-OPEN-BALANCE
           END-IF.

           IF WS-LT-TYPE-BALLOON
              COMPUTE WS-BALLOON-AMT = WS-LT-PRIN * WS-LT-BALLOON / 100
           ELSE
              COMPUTE WS-BALLOON-AMT = 0
           END-IF.

           COMPUTE WS-AUX-X = (1 + WS-SCH-RATE) ** WS-AMORT-PERIODS.
           COMPUTE WS-NEW-PAYMENT =
               ((WS-HOL-BALANCE * WS-AUX-X) - WS-BALLOON-AMT)
               * WS-SCH-RATE / (WS-AUX-X - 1).

       410-REBUILD-SCHEDULE.

      * Rows before the re-termed period stay as history; from there
      * on the holiday rows come first, then the new installment
      * amortizes to the end of the term.
           COMPUTE WS-SCH-BALANCE = WS-OPEN-BALANCE.
           MOVE ZERO TO WS-CAP-INT.
           MOVE ZERO TO WS-LAST-MONTH.

           PERFORM 420-HOLIDAY-LINE
               VARYING WS-SCH-IDX FROM WS-FROM-PERIOD BY 1
               UNTIL WS-SCH-IDX > WS-HOL-END.

           PERFORM 430-AMORTIZE-LINE
               VARYING WS-SCH-IDX FROM WS-AMORT-FROM BY 1
               UNTIL WS-SCH-IDX > WS-NEW-PERIODS.

       420-HOLIDAY-LINE.

           COMPUTE WS-SCH-INT = WS-SCH-BALANCE * WS-SCH-RATE.
           IF REQ-HOLIDAY
      * Nothing is collected: the interest is added to the balance,
      * shown as negative principal so the installment is zero.
               COMPUTE WS-SCH-PRIN = 0 - WS-SCH-INT
           ELSE
               COMPUTE WS-SCH-PRIN = 0
           END-IF.
           COMPUTE WS-SCH-BALANCE = WS-SCH-BALANCE - WS-SCH-PRIN.
           PERFORM 440-PUT-SCHEDULE-ROW.
           IF REQ-HOLIDAY
               ADD SCHM-INTEREST TO WS-CAP-INT
           END-IF.

       430-AMORTIZE-LINE.

           COMPUTE WS-SCH-INT = WS-SCH-BALANCE * WS-SCH-RATE.
           COMPUTE WS-SCH-PRIN = WS-NEW-PAYMENT - WS-SCH-INT.
           COMPUTE WS-SCH-BALANCE = WS-SCH-BALANCE - WS-SCH-PRIN.
           PERFORM 440-PUT-SCHEDULE-ROW.

       440-PUT-SCHEDULE-ROW.

           MOVE REQ-ACC TO SCHM-ACC.
           MOVE WS-SCH-IDX TO SCHM-MONTH.
           MOVE WS-SCH-PRIN TO SCHM-PRINCIPAL.
           MOVE WS-SCH-INT TO SCHM-INTEREST.
           MOVE WS-SCH-BALANCE TO SCHM-BALANCE.
           REWRITE SCHED-MASTER-REC
              INVALID KEY
                 WRITE SCHED-MASTER-REC
                 END-WRITE
           END-REWRITE.
           MOVE WS-SCH-IDX TO WS-LAST-MONTH.

       450-DELETE-TAIL.

      * Remove any rows beyond the new final period.
           MOVE 'N' TO WS-SCHM-EOF.
           MOVE REQ-ACC TO SCHM-ACC.
           COMPUTE SCHM-MONTH = WS-LAST-MONTH + 1.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.

           PERFORM 460-DELETE-ONE-ROW UNTIL WS-SCHM-EOF = 'Y'.

       460-DELETE-ONE-ROW.

           READ SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHM-EOF
              NOT AT END
                 IF SCHM-ACC NOT = REQ-ACC
                    MOVE 'Y' TO WS-SCHM-EOF
                 ELSE
                    DELETE SCHED-MASTER
                    ADD 1 TO WS-DEL-COUNTER
                 END-IF
           END-READ.

       500-APPEND-ADJUSTING-AUDIT.

      * The new terms are persisted where the terms live, as
      * prepayapply persists a paydown: an accepted (RC zero) audit
      * record appended so it is the latest accepted entry for the
      * account. The holiday is spent inside the rebuilt schedule,
      * so the loan carries on as a level (or balloon) loan. The
      * principal is the balance the new terms were built on, to
      * the nearest whole unit as prepayapply rounds its paydown.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "UNABLE TO APPEND AUDIT RECORD, STATUS: "
                      WS-AUDIT-STATUS
           ELSE
              MOVE REQ-ACC TO AUD-ACC
              MOVE WS-CDATE TO AUD-DATE
              COMPUTE AUD-PRIN-AMT ROUNDED = WS-OPEN-BALANCE
              MOVE WS-NEW-RATE TO AUD-INT-RATE
              MOVE WS-NEW-TIMEYR TO AUD-TIMEYR
              MOVE WS-NEW-PAYMENT TO AUD-PAYMENT
              MOVE ZERO TO AUD-RC
              MOVE "LOAN RESTRUCTURED" TO AUD-MSG
              IF WS-LT-TYPE-GRACE
                 MOVE "L" TO AUD-LOAN-TYPE
                 MOVE ZERO TO AUD-GRACE-MONTHS
              ELSE
                 MOVE WS-LT-TYPE TO AUD-LOAN-TYPE
                 MOVE WS-LT-GRACE TO AUD-GRACE-MONTHS
              END-IF
              MOVE WS-LT-BALLOON TO AUD-BALLOON-PCT
              MOVE WS-LT-FREQ TO AUD-PAY-FREQ
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           END-IF.

       600-REWRITE-FLAT-SCHEDULE.

      * Replace the account's block in the line-sequential
      * bcuota-schedule with the rows now keyed into the schedule
      * master, everything else copied through the work file, as
      * prepayapply rebuilds it.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-FLAT-STATUS NOT = "00"
              DISPLAY "SCHEDULE FLAT FILE NOT AVAILABLE, STATUS: "
                      WS-FLAT-STATUS
           ELSE
              OPEN OUTPUT SCHED-WORK
              MOVE 'N' TO WS-FLAT-EOF
              MOVE 'N' TO WS-FLAT-EMITTED
              PERFORM UNTIL WS-FLAT-EOF='Y'
                  READ SCHEDULE-FILE
                  AT END MOVE 'Y' TO WS-FLAT-EOF
                  NOT AT END
                      PERFORM 610-SPLIT-ONE-FLAT-LINE
                  END-READ
              END-PERFORM
              IF NOT WS-BLOCK-EMITTED
                 PERFORM 620-EMIT-REBUILT-BLOCK
              END-IF
              CLOSE SCHEDULE-FILE
              CLOSE SCHED-WORK
              PERFORM 650-COPY-WORK-BACK
           END-IF.

       610-SPLIT-ONE-FLAT-LINE.

           IF SCH-ACC = REQ-ACC
              IF NOT WS-BLOCK-EMITTED
                 PERFORM 620-EMIT-REBUILT-BLOCK
                 MOVE 'Y' TO WS-FLAT-EMITTED
              END-IF
           ELSE
              MOVE SCHEDULE-REC TO SCHED-WORK-REC
              WRITE SCHED-WORK-REC
           END-IF.

       620-EMIT-REBUILT-BLOCK.

           MOVE 'N' TO WS-SCHM-EOF.
           MOVE REQ-ACC TO SCHM-ACC.
           MOVE ZERO TO SCHM-MONTH.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.

           PERFORM 630-EMIT-ONE-REBUILT-ROW UNTIL WS-SCHM-EOF = 'Y'.

       630-EMIT-ONE-REBUILT-ROW.

           READ SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHM-EOF
              NOT AT END
                 IF SCHM-ACC NOT = REQ-ACC
                    MOVE 'Y' TO WS-SCHM-EOF
                 ELSE
                    MOVE SPACES TO SCHEDULE-REC
                    MOVE SCHM-ACC TO SCH-ACC
                    MOVE SCHM-MONTH TO SCH-MONTH
                    MOVE SCHM-PRINCIPAL TO SCH-PRINCIPAL
                    MOVE SCHM-INTEREST TO SCH-INTEREST
                    MOVE SCHM-BALANCE TO SCH-BALANCE
                    MOVE SCHEDULE-REC TO SCHED-WORK-REC
                    WRITE SCHED-WORK-REC
                 END-IF
           END-READ.

       650-COPY-WORK-BACK.

           OPEN INPUT SCHED-WORK.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE 'N' TO WS-FLAT-EOF.
           PERFORM UNTIL WS-FLAT-EOF='Y'
               READ SCHED-WORK
               AT END MOVE 'Y' TO WS-FLAT-EOF
               NOT AT END
                   MOVE SCHED-WORK-REC TO SCHEDULE-REC
                   WRITE SCHEDULE-REC
               END-READ
           END-PERFORM.
           CLOSE SCHED-WORK.
           CLOSE SCHEDULE-FILE.

       700-COUNT-FORBORNE.

      * Forborne-loan count for the report: accounts with at least
      * one restructure still in force, however many times each was
      * restructured. Restructures that have run their course are
      * marked exited on the way.
           MOVE ZERO TO WS-FORBORNE-COUNTER.
           MOVE SPACES TO WS-LAST-FORBORNE-ACC.
           MOVE 'N' TO WS-RST-EOF.
           MOVE LOW-VALUES TO RST-KEY.
           START RESTRUCT-MASTER KEY IS >= RST-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RST-EOF
           END-START.

           PERFORM 710-COUNT-ONE-RESTRUCTURE UNTIL WS-RST-EOF = 'Y'.

           MOVE WS-FORBORNE-COUNTER TO TOT-FORBORNE.
           MOVE SPACES TO RST-RPT-REC.
           WRITE RST-RPT-REC.
           MOVE WS-REPORT-TOTAL TO RST-RPT-REC.
           WRITE RST-RPT-REC.
           MOVE WS-EXIT-COUNTER TO TOT-EXITS.
           MOVE WS-REPORT-EXITS TO RST-RPT-REC.
           WRITE RST-RPT-REC.

       710-COUNT-ONE-RESTRUCTURE.

           READ RESTRUCT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RST-EOF
              NOT AT END
                 IF RST-FORBORNE
                    PERFORM 720-CHECK-EXIT
                 END-IF
                 IF RST-FORBORNE
                    AND RST-ACC NOT = WS-LAST-FORBORNE-ACC
                    ADD 1 TO WS-FORBORNE-COUNTER
                    MOVE RST-ACC TO WS-LAST-FORBORNE-ACC
                 END-IF
           END-READ.

       720-CHECK-EXIT.

      * A closed or written-off account has left forbearance with
      * the loan. Otherwise the restructure exits once the quota
      * item for its last probation period has been cut and the
      * account is current.
           MOVE 'N' TO WS-RST-EXIT.
           MOVE RST-ACC TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
              INVALID KEY
                 MOVE 'Y' TO WS-RST-EXIT
              NOT INVALID KEY
                 IF NOT ACCT-ACTIVE
                    MOVE 'Y' TO WS-RST-EXIT
                 END-IF
           END-READ.

           IF NOT WS-FORBEARANCE-ENDS
              COMPUTE WS-EXIT-PERIOD = RST-FROM-PERIOD + RST-PERIODS
                                     + WS-PROBATION-PERIODS - 1
              MOVE ZERO TO WS-EXIT-ITEMS
              MOVE 'N' TO WS-PAST-DUE
              MOVE 'N' TO WS-OPN-EOF
              MOVE RST-ACC TO OPN-ACC
              MOVE ZERO TO OPN-DUE-YMD
              START OPENITEM-MASTER KEY IS >= OPN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-OPN-EOF
              END-START
              PERFORM 725-CHECK-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'
              IF WS-EXIT-ITEMS >= WS-EXIT-PERIOD
                 AND NOT WS-ITEM-PAST-DUE
                 MOVE 'Y' TO WS-RST-EXIT
              END-IF
           END-IF.

           IF WS-FORBEARANCE-ENDS
              MOVE "E" TO RST-STATUS
              REWRITE RESTRUCT-REC
                 INVALID KEY
                    DISPLAY "UNABLE TO MARK RESTRUCTURE EXITED: "
                            RST-ACC " " RST-YMD
                 NOT INVALID KEY
                    ADD 1 TO WS-EXIT-COUNTER
              END-REWRITE
           END-IF.

       725-CHECK-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = RST-ACC
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-EXIT-ITEMS
                    END-IF
                    IF NOT OPN-CLOSED
                       AND OPN-DUE-YMD < WS-SDATE
                       MOVE 'Y' TO WS-PAST-DUE
                    END-IF
                 END-IF
           END-READ.

       800-WRITE-GL-BATCH.

      * One balanced pair per currency: the capitalised interest
      * becomes receivable (debit the loans receivable control) and
      * clears the interest accrued but not collected over the
      * holiday (credit accrued interest).
           PERFORM 810-WRITE-GL-ENTRY
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

       810-WRITE-GL-ENTRY.

           MOVE WS-CDATE TO GL-JE-DATE.
           MOVE WS-GL-ACCT-RECV TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR.
           MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO GL-AMOUNT.
           MOVE WS-GL-DESC TO GL-DESC.
           WRITE GL-REC.

           MOVE WS-CDATE TO GL-JE-DATE.
           MOVE WS-GL-ACCT-ACCR TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR.
           MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO GL-AMOUNT.
           MOVE WS-GL-DESC TO GL-DESC.
           WRITE GL-REC.

       900-WRAPUP.

           CLOSE REQUEST-FILE.
           CLOSE RESTRUCT-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE OPENITEM-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE GL-FILE.
           CLOSE RST-REPORT.

           DISPLAY "REQUESTS READ:      " WS-READ-COUNTER.
           DISPLAY "LOANS RESTRUCTURED: " WS-RST-COUNTER.
           DISPLAY "REQUESTS REFUSED:   " WS-REJ-COUNTER.
           DISPLAY "OPEN ITEMS RE-CUT:  " WS-RECUT-COUNTER.
           DISPLAY "TAIL ROWS DELETED:  " WS-DEL-COUNTER.
           DISPLAY "FORBORNE LOANS:     " WS-FORBORNE-COUNTER.
           DISPLAY "FORBEARANCE EXITS:  " WS-EXIT-COUNTER.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       905-ABORT-WRAPUP.

      * Only the files 100-INIT managed to open are closed.
           IF WS-REQ-STATUS = "00"
              CLOSE REQUEST-FILE
           END-IF.
           IF WS-ACCTM-STATUS = "00"
              CLOSE ACCOUNT-MASTER
           END-IF.
           IF WS-OPN-STATUS = "00"
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-SCHM-STATUS = "00"
              CLOSE SCHED-MASTER
           END-IF.
      ******************************************************************

      ******************************************************************
      *
      * Projected Cash-Flow Ladder
      * ==========================
      *
      * Weekly treasury report of the contractual principal and
      * interest still to come in on the active book, projected
      * from the schedule and bucketed by due date: the 12 months
      * from the as-of month, then by quarter out to 5 years, then
      * one bucket beyond. Instalments already due and unpaid are
      * shown on a line of their own ahead of the ladder.
      *
      * Every active account on account-master is projected from its
      * quota items on the bcuota-openitems subledger. An item that
      * is not closed still owes its expected amount less what has
      * been received; that remainder is split against the matching
      * period of bcuota-schedmast (the item's position among the
      * account's quota items, as acctpos counts them), the receipt
      * having settled the period's interest first. Penalty items
      * are charges, not principal or interest, and are left out.
      *
      * The schedule periods after the last quota item cut so far
      * are still to come in full, principal and interest as the
      * schedule sets them. Their due dates step on from the last
      * item's due date at the loan's payment frequency (monthly,
      * quarterly or biweekly, from the latest accepted
      * bcuota-audit record as payquote reads it; monthly when the
      * loan has none). A loan with no quota item cut yet has no due
      * date to step from and is not projected until its first run.
      *
      * Each bucket carries two ladders per currency:
      *   contractual  every active account
      *   behavioural  the same, less accounts in stage 3 on
      *                bcuota-ecl-master (credit-impaired) or written
      *                off (bcuota-writeoff-master, or flagged
      *                written off on bcuota-arrears)
      * The stage is the one set by the last eclstage run; with no
      * ECL master on file the behavioural ladder only drops the
      * written-off accounts.
      *
      * Parameter: the as-of date YYYYMMDD (default: today).
      *
      * RETURN-CODE 4 when an unpaid item had no schedule period
      * (its remainder is laddered as principal) or a currency did
      * not fit the table, else 0.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfladder.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SCHED-MASTER ASSIGN TO "bcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

           SELECT ECL-MASTER ASSIGN TO "bcuota-ecl-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECL-ACC
           FILE STATUS IS WS-ECL-STATUS.

           SELECT WRITEOFF-MASTER ASSIGN TO "bcuota-writeoff-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WOF-ACC
           FILE STATUS IS WS-WOF-STATUS.

           SELECT ARREARS-MASTER ASSIGN TO "bcuota-arrears"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARR-ACC
           FILE STATUS IS WS-ARR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "bcuota-audit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CFL-WORK ASSIGN TO "bcuota-cfladder-work"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CFW-ACC
           FILE STATUS IS WS-CFW-STATUS.

           SELECT LADDER-REPORT ASSIGN TO "bcuota-cf-ladder-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 ACCT-PRODUCT PIC X(4).
               05 ACCT-FEE-AMT PIC 9(7)V9(2).
               05 FILLER PIC X(4).

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

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
                   10 SCHM-ACC PIC X(29).
                   10 SCHM-MONTH PIC 9(4).
               05 SCHM-PRINCIPAL PIC S9(7)V9(2).
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).

       FD ECL-MASTER.
           01 ECL-REC.
               05 ECL-ACC PIC X(29).
               05 ECL-STAGE PIC 9(1).
               05 ECL-PREV-STAGE PIC 9(1).
               05 ECL-PRODUCT PIC X(4).
               05 ECL-CURR PIC X(3).
               05 ECL-DPD PIC 9(5).
               05 ECL-EXPOSURE PIC S9(9)V9(2).
               05 ECL-RATE PIC 9(3)V9(2).
               05 ECL-PROVISION PIC S9(9)V9(2).
               05 ECL-YMD PIC 9(8).
               05 ECL-STAGE-YMD PIC 9(8).
               05 FILLER PIC X(8).

       FD WRITEOFF-MASTER.
           01 WRITEOFF-REC.
               05 WOF-ACC PIC X(29).
               05 WOF-AMOUNT PIC S9(9)V9(2).
               05 WOF-CURR PIC X(3).
               05 WOF-YMD PIC 9(8).
               05 WOF-REASON PIC X(20).
               05 WOF-APPROVAL PIC X(10).
               05 WOF-RECOVERED PIC S9(9)V9(2).
               05 FILLER PIC X(8).

       FD ARREARS-MASTER.
           01 ARREARS-REC.
               05 ARR-ACC PIC X(29).
               05 ARR-AMOUNT PIC S9(9)V9(2).
               05 ARR-CURR PIC X(3).
               05 ARR-DUE-YMD PIC 9(8).
               05 ARR-AGENCY-STATUS PIC X(1).
                   88 ARR-AGENCY-PLACED VALUE "P".
                   88 ARR-AGENCY-UNCOLL VALUE "U".
                   88 ARR-AGENCY-CLOSED VALUE "C".
               05 ARR-DUN-LEVEL PIC 9(1).
               05 ARR-DUN-YMD PIC 9(8).
               05 ARR-WOF-FLAG PIC X(1).
                   88 ARR-WRITTEN-OFF VALUE "W".
               05 ARR-ASSESSED-YMD PIC 9(8).
               05 FILLER PIC X(2).

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

      * One record per account: the payment frequency on its latest
      * accepted audit record.
       FD CFL-WORK.
           01 CFL-WORK-REC.
               05 CFW-ACC PIC X(29).
               05 CFW-PAY-FREQ PIC X(1).

       FD LADDER-REPORT.
           01 LADDER-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ECL-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           01 WS-CFW-STATUS PIC X(2) VALUE SPACES.

           01 WS-ECL-AVAIL PIC X(1) VALUE "N".
               88 WS-STAGES-ON-FILE VALUE "Y".
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".
           01 WS-ARR-AVAIL PIC X(1) VALUE "N".
               88 WS-ARREARS-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-SCHM-EOF PIC X(1) VALUE "N".
           01 WS-AUDIT-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-BEHAV PIC X(1) VALUE "Y".
               88 WS-IN-BEHAVIOURAL VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               05 WS-TYEAR PIC X(4).
               05 WS-TMONTH PIC X(2).
               05 WS-TDAY PIC X(2).

           01 WS-RUNPARM PIC X(20) VALUE SPACES.
           01 WS-ASOF-YMD PIC 9(8) VALUE ZERO.
           01 WS-ASOF-YMD-X REDEFINES WS-ASOF-YMD.
               05 WS-ASOF-YYYY PIC 9(4).
               05 WS-ASOF-MM PIC 9(2).
               05 WS-ASOF-DD PIC 9(2).
           01 WS-DUE-YMD PIC 9(8) VALUE ZERO.
           01 WS-DUE-YMD-X REDEFINES WS-DUE-YMD.
               05 WS-DUE-YYYY PIC 9(4).
               05 WS-DUE-MM PIC 9(2).
               05 WS-DUE-DD PIC 9(2).

      * Projected periods step on from the last quota item cut: by
      * whole months from its date (the day kept, or the month end
      * in a shorter month), or 14 days at a time when biweekly.
           01 WS-LAST-CUT-YMD PIC 9(8) VALUE ZERO.
           01 WS-LAST-CUT-YMD-X REDEFINES WS-LAST-CUT-YMD.
               05 WS-LAST-CUT-YYYY PIC 9(4).
               05 WS-LAST-CUT-MM PIC 9(2).
               05 WS-LAST-CUT-DD PIC 9(2).
           01 WS-LAST-CUT-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-PAY-FREQ PIC X(1) VALUE "M".
               88 WS-FREQ-QUARTERLY VALUE "Q".
               88 WS-FREQ-BIWEEKLY VALUE "B".
           01 WS-STEP-MONTHS PIC 9(2) VALUE ZERO.
           01 WS-STEP-COUNT PIC 9(4) VALUE ZERO.
           01 WS-MONTH-MAX PIC 9(2) VALUE ZERO.
           01 WS-LEAP-R PIC 9(4) VALUE ZERO.
           01 WS-LEAP-Q PIC 9(4) VALUE ZERO.
           01 WS-MONTH-LENGTHS.
               05 FILLER PIC X(24)
                   VALUE "312831303130313130313031".
           01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
               05 WS-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.

      * Months are counted as year * 12 + month - 1, so the offset of
      * a due date from the as-of month is a plain subtraction.
           01 WS-ASOF-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-DUE-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-MONTH-OFFSET PIC S9(7) COMP VALUE ZERO.
           01 WS-LBL-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-LBL-YEAR PIC 9(4) VALUE ZERO.
           01 WS-LBL-MONTH PIC 9(2) VALUE ZERO.
           01 WS-LBL-YM.
               05 LBL-YYYY PIC 9(4).
               05 FILLER PIC X(1) VALUE "-".
               05 LBL-MM PIC 9(2).
           01 WS-LBL-FROM PIC X(7) VALUE SPACES.

      * Buckets: 1 past due, 2-13 the months from the as-of month,
      * 14-29 the quarters to 5 years, 30 beyond.
           01 WS-BKT-MAX PIC 9(2) VALUE 30.
           01 WS-BKT-SUB PIC 9(2) VALUE ZERO.
           01 WS-BKT PIC 9(2) VALUE ZERO.
           01 WS-BKT-LABELS.
               05 WS-BKT-LABEL PIC X(17) OCCURS 30 TIMES.

           01 WS-LAD-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-LAD-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-LAD-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-LAD-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-LOAN-CURR PIC X(3) VALUE SPACES.
           01 WS-LADDER.
               05 WS-LAD-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-LAD-CURR-CODE PIC X(3).
                   10 WS-LAD-BUCKET OCCURS 30 TIMES.
                       15 WS-LAD-CON-PRIN PIC S9(11)V9(2).
                       15 WS-LAD-CON-INT PIC S9(11)V9(2).
                       15 WS-LAD-BEH-PRIN PIC S9(11)V9(2).
                       15 WS-LAD-BEH-INT PIC S9(11)V9(2).
           01 WS-TOT-CON-PRIN PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOT-CON-INT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOT-BEH-PRIN PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOT-BEH-INT PIC S9(11)V9(2) VALUE ZERO.

           01 WS-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-PERIOD-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-INT-PAID PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ITEM-DUE PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ITEM-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ITEM-PRIN PIC S9(7)V9(2) VALUE ZERO.

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-ACTIVE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-STAGE3-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-WOF-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-ITEM-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-FUTURE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOSCHED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOCURR-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "PROJECTED CASH-FLOW LADDER".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
           01 WS-REPORT-NOTE PIC X(80) VALUE
               "BEHAVIOURAL EXCLUDES STAGE 3 AND WRITTEN-OFF ACCOUNTS".
           01 WS-REPORT-CURR.
               05 FILLER PIC X(10) VALUE "CURRENCY: ".
               05 RPT-CURR PIC X(3).
           01 WS-REPORT-HEAD1.
               05 FILLER PIC X(17) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE "  -------- CONTRACTUAL -------".
               05 FILLER PIC X(30)
                   VALUE "  -------- BEHAVIOURAL -------".
           01 WS-REPORT-HEAD2.
               05 FILLER PIC X(17) VALUE "DUE".
               05 FILLER PIC X(30)
                   VALUE "      PRINCIPAL       INTEREST".
               05 FILLER PIC X(30)
                   VALUE "      PRINCIPAL       INTEREST".
           01 WS-REPORT-LINE.
               05 RPT-BUCKET PIC X(17).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CON-PRIN PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CON-INT PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-BEH-PRIN PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-BEH-INT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ ACCOUNT-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNTER
                      IF ACCT-ACTIVE
                         PERFORM 200-PROJECT-ONE-ACCOUNT
                      END-IF
                  END-READ
              END-PERFORM

              PERFORM 400-WRITE-REPORT
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-SDATE TO WS-ASOF-YMD.
           ACCEPT WS-RUNPARM FROM COMMAND-LINE.
           IF WS-RUNPARM NOT = SPACES
              IF WS-RUNPARM(1:8) NUMERIC
                 AND WS-RUNPARM(9:1) = SPACE
                 MOVE WS-RUNPARM(1:8) TO WS-ASOF-YMD
              ELSE
                 DISPLAY "INVALID AS-OF PARAMETER (YYYYMMDD): "
                         WS-RUNPARM
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.
           COMPUTE WS-ASOF-MIDX = WS-ASOF-YYYY * 12 + WS-ASOF-MM - 1.

           IF NOT WS-RUN-ABORTED
              DISPLAY "PROJECTING CASH FLOWS AS OF: " WS-ASOF-YMD
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT OPENITEM-MASTER
              OPEN INPUT SCHED-MASTER
              IF WS-ACCTM-STATUS NOT = "00"
                 OR WS-OPN-STATUS NOT = "00"
                 OR WS-SCHM-STATUS NOT = "00"
                 DISPLAY "ACCOUNT, OPEN-ITEM OR SCHEDULE MASTER NOT "
                         "AVAILABLE"
                 DISPLAY "STATUS: " WS-ACCTM-STATUS " / "
                         WS-OPN-STATUS " / " WS-SCHM-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 110-OPEN-OPTIONAL-MASTERS
              PERFORM 150-INDEX-AUDIT
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 120-BUILD-ONE-LABEL
                  VARYING WS-BKT-SUB FROM 1 BY 1
                  UNTIL WS-BKT-SUB > WS-BKT-MAX
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              OPEN OUTPUT LADDER-REPORT
           END-IF.

       110-OPEN-OPTIONAL-MASTERS.

           OPEN INPUT ECL-MASTER.
           IF WS-ECL-STATUS = "00"
              MOVE 'Y' TO WS-ECL-AVAIL
           ELSE
              DISPLAY "ECL MASTER NOT AVAILABLE, STAGE 3 NOT "
                      "EXCLUDED, STATUS: " WS-ECL-STATUS
           END-IF.

           OPEN INPUT WRITEOFF-MASTER.
           IF WS-WOF-STATUS = "00"
              MOVE 'Y' TO WS-WOF-AVAIL
           END-IF.

           OPEN INPUT ARREARS-MASTER.
           IF WS-ARR-STATUS = "00"
              MOVE 'Y' TO WS-ARR-AVAIL
           END-IF.

       120-BUILD-ONE-LABEL.

           EVALUATE TRUE
               WHEN WS-BKT-SUB = 1
                   MOVE "PAST DUE" TO WS-BKT-LABEL(WS-BKT-SUB)
               WHEN WS-BKT-SUB <= 13
                   COMPUTE WS-LBL-MIDX = WS-ASOF-MIDX + WS-BKT-SUB - 2
                   PERFORM 130-FORMAT-MONTH
                   MOVE WS-LBL-YM TO WS-BKT-LABEL(WS-BKT-SUB)
               WHEN WS-BKT-SUB < WS-BKT-MAX
                   COMPUTE WS-LBL-MIDX = WS-ASOF-MIDX + 12
                                       + (WS-BKT-SUB - 14) * 3
                   PERFORM 130-FORMAT-MONTH
                   MOVE WS-LBL-YM TO WS-LBL-FROM
                   ADD 2 TO WS-LBL-MIDX
                   PERFORM 130-FORMAT-MONTH
                   MOVE SPACES TO WS-BKT-LABEL(WS-BKT-SUB)
                   STRING WS-LBL-FROM DELIMITED BY SIZE
                          ".." DELIMITED BY SIZE
                          WS-LBL-YM DELIMITED BY SIZE
                          INTO WS-BKT-LABEL(WS-BKT-SUB)
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-LBL-MIDX = WS-ASOF-MIDX + 59
                   PERFORM 130-FORMAT-MONTH
                   MOVE SPACES TO WS-BKT-LABEL(WS-BKT-SUB)
                   STRING "AFTER " DELIMITED BY SIZE
                          WS-LBL-YM DELIMITED BY SIZE
                          INTO WS-BKT-LABEL(WS-BKT-SUB)
                   END-STRING
           END-EVALUATE.

       130-FORMAT-MONTH.

           DIVIDE WS-LBL-MIDX BY 12 GIVING WS-LBL-YEAR
               REMAINDER WS-LBL-MONTH.
           ADD 1 TO WS-LBL-MONTH.
           MOVE WS-LBL-YEAR TO LBL-YYYY.
           MOVE WS-LBL-MONTH TO LBL-MM.

       150-INDEX-AUDIT.

      * One pass over the audit trail keyed into a work file, so
      * each loan's payment frequency is a single read; a later
      * accepted record replaces an earlier one.
           OPEN OUTPUT CFL-WORK.
           CLOSE CFL-WORK.
           OPEN I-O CFL-WORK.
           IF WS-CFW-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN LADDER WORK FILE, STATUS: "
                      WS-CFW-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "AUDIT FILE NOT AVAILABLE, FUTURE PERIODS "
                         "STEPPED MONTHLY, STATUS: " WS-AUDIT-STATUS
              ELSE
                 PERFORM UNTIL WS-AUDIT-EOF='Y'
                     READ AUDIT-FILE
                     AT END MOVE 'Y' TO WS-AUDIT-EOF
                     NOT AT END
                         IF AUD-RC = ZERO
                            PERFORM 155-KEEP-ONE-AUDIT
                         END-IF
                     END-READ
                 END-PERFORM
                 CLOSE AUDIT-FILE
              END-IF
           END-IF.

       155-KEEP-ONE-AUDIT.

           MOVE AUD-ACC TO CFW-ACC.
           IF AUD-PAY-FREQ = SPACE
              MOVE "M" TO CFW-PAY-FREQ
           ELSE
              MOVE AUD-PAY-FREQ TO CFW-PAY-FREQ
           END-IF.
           WRITE CFL-WORK-REC
              INVALID KEY
                 REWRITE CFL-WORK-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-WRITE.

       200-PROJECT-ONE-ACCOUNT.

           ADD 1 TO WS-ACTIVE-COUNTER.
           PERFORM 210-CHECK-BEHAVIOURAL.

           MOVE ZERO TO WS-PERIOD.
           MOVE ZERO TO WS-LAST-CUT-YMD.
           MOVE SPACES TO WS-LOAN-CURR.
           MOVE 'N' TO WS-OPN-EOF.
           MOVE ACCT-NUMBER TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.
           PERFORM 220-PROJECT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.

           IF WS-LAST-CUT-YMD > ZERO
              PERFORM 300-PROJECT-FUTURE-PERIODS
           END-IF.

       210-CHECK-BEHAVIOURAL.

      * The behavioural ladder drops what is not expected to pay to
      * schedule: credit-impaired (stage 3) and written-off loans.
           MOVE 'Y' TO WS-BEHAV.
           IF WS-STAGES-ON-FILE
              MOVE ACCT-NUMBER TO ECL-ACC
              READ ECL-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ECL-STAGE = 3
                       MOVE 'N' TO WS-BEHAV
                       ADD 1 TO WS-STAGE3-COUNTER
                    END-IF
              END-READ
           END-IF.

           IF WS-IN-BEHAVIOURAL AND WS-WRITEOFFS-ON-FILE
              MOVE ACCT-NUMBER TO WOF-ACC
              READ WRITEOFF-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WS-BEHAV
                    ADD 1 TO WS-WOF-COUNTER
              END-READ
           END-IF.

           IF WS-IN-BEHAVIOURAL AND WS-ARREARS-ON-FILE
              MOVE ACCT-NUMBER TO ARR-ACC
              READ ARREARS-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ARR-WRITTEN-OFF
                       MOVE 'N' TO WS-BEHAV
                       ADD 1 TO WS-WOF-COUNTER
                    END-IF
              END-READ
           END-IF.

       220-PROJECT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-PERIOD
                       MOVE OPN-DUE-YMD TO WS-LAST-CUT-YMD
                       MOVE OPN-CURR TO WS-LOAN-CURR
                       IF NOT OPN-CLOSED
                          AND OPN-EXPECTED > OPN-RECEIVED
                          PERFORM 230-SPLIT-REMAINDER
                          MOVE OPN-DUE-YMD TO WS-DUE-YMD
                          PERFORM 240-FIND-BUCKET
                          PERFORM 250-ADD-TO-LADDER
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       230-SPLIT-REMAINDER.

      * What is still due is the period's interest not yet covered
      * by the receipt, and the rest is principal.
           ADD 1 TO WS-ITEM-COUNTER.
           COMPUTE WS-ITEM-DUE = OPN-EXPECTED - OPN-RECEIVED.
           MOVE ZERO TO WS-PERIOD-INT.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           MOVE WS-PERIOD TO SCHM-MONTH.
           READ SCHED-MASTER
              INVALID KEY
                 ADD 1 TO WS-NOSCHED-COUNTER
                 DISPLAY "NO SCHEDULE PERIOD, LADDERED AS PRINCIPAL: "
                         ACCT-NUMBER " " WS-PERIOD
              NOT INVALID KEY
                 MOVE SCHM-INTEREST TO WS-PERIOD-INT
           END-READ.

           MOVE ZERO TO WS-INT-PAID.
           IF OPN-RECEIVED > ZERO AND WS-PERIOD-INT > ZERO
              IF OPN-RECEIVED < WS-PERIOD-INT
                 MOVE OPN-RECEIVED TO WS-INT-PAID
              ELSE
                 MOVE WS-PERIOD-INT TO WS-INT-PAID
              END-IF
           END-IF.
           MOVE ZERO TO WS-ITEM-INT.
           IF WS-PERIOD-INT > WS-INT-PAID
              COMPUTE WS-ITEM-INT = WS-PERIOD-INT - WS-INT-PAID
           END-IF.
           IF WS-ITEM-INT > WS-ITEM-DUE
              MOVE WS-ITEM-DUE TO WS-ITEM-INT
           END-IF.
           COMPUTE WS-ITEM-PRIN = WS-ITEM-DUE - WS-ITEM-INT.

       240-FIND-BUCKET.

           COMPUTE WS-DUE-MIDX = WS-DUE-YYYY * 12 + WS-DUE-MM - 1.
           COMPUTE WS-MONTH-OFFSET = WS-DUE-MIDX - WS-ASOF-MIDX.
           EVALUATE TRUE
               WHEN WS-DUE-YMD < WS-ASOF-YMD
                   MOVE 1 TO WS-BKT
               WHEN WS-MONTH-OFFSET < 12
                   COMPUTE WS-BKT = WS-MONTH-OFFSET + 2
               WHEN WS-MONTH-OFFSET < 60
                   COMPUTE WS-BKT = 14 + (WS-MONTH-OFFSET - 12) / 3
               WHEN OTHER
                   MOVE WS-BKT-MAX TO WS-BKT
           END-EVALUATE.

       250-ADD-TO-LADDER.

           MOVE ZERO TO WS-LAD-CURR-FOUND.
           PERFORM 260-FIND-LADDER-CURRENCY
               VARYING WS-LAD-CURR-SUB FROM 1 BY 1
               UNTIL WS-LAD-CURR-SUB > WS-LAD-CURR-COUNT.

           IF WS-LAD-CURR-FOUND = ZERO
              IF WS-LAD-CURR-COUNT < WS-LAD-CURR-MAX
                 ADD 1 TO WS-LAD-CURR-COUNT
                 MOVE WS-LAD-CURR-COUNT TO WS-LAD-CURR-FOUND
                 MOVE WS-LOAN-CURR
                     TO WS-LAD-CURR-CODE(WS-LAD-CURR-FOUND)
                 PERFORM 270-CLEAR-ONE-BUCKET
                     VARYING WS-BKT-SUB FROM 1 BY 1
                     UNTIL WS-BKT-SUB > WS-BKT-MAX
              ELSE
                 ADD 1 TO WS-NOCURR-COUNTER
                 DISPLAY "LADDER CURRENCY TABLE FULL, DROPPING: "
                         WS-LOAN-CURR
              END-IF
           END-IF.

           IF WS-LAD-CURR-FOUND > ZERO
              ADD WS-ITEM-PRIN
                  TO WS-LAD-CON-PRIN(WS-LAD-CURR-FOUND, WS-BKT)
              ADD WS-ITEM-INT
                  TO WS-LAD-CON-INT(WS-LAD-CURR-FOUND, WS-BKT)
              IF WS-IN-BEHAVIOURAL
                 ADD WS-ITEM-PRIN
                     TO WS-LAD-BEH-PRIN(WS-LAD-CURR-FOUND, WS-BKT)
                 ADD WS-ITEM-INT
                     TO WS-LAD-BEH-INT(WS-LAD-CURR-FOUND, WS-BKT)
              END-IF
           END-IF.

       260-FIND-LADDER-CURRENCY.

           IF WS-LAD-CURR-FOUND = ZERO
              AND WS-LAD-CURR-CODE(WS-LAD-CURR-SUB) = WS-LOAN-CURR
                 MOVE WS-LAD-CURR-SUB TO WS-LAD-CURR-FOUND
           END-IF.

       270-CLEAR-ONE-BUCKET.

           MOVE ZERO TO WS-LAD-CON-PRIN(WS-LAD-CURR-FOUND, WS-BKT-SUB).
           MOVE ZERO TO WS-LAD-CON-INT(WS-LAD-CURR-FOUND, WS-BKT-SUB).
           MOVE ZERO TO WS-LAD-BEH-PRIN(WS-LAD-CURR-FOUND, WS-BKT-SUB).
           MOVE ZERO TO WS-LAD-BEH-INT(WS-LAD-CURR-FOUND, WS-BKT-SUB).

       300-PROJECT-FUTURE-PERIODS.

      * The schedule periods the nightly run has not cut yet, from
      * the one after the last quota item to the end of the loan.
           MOVE "M" TO WS-PAY-FREQ.
           MOVE ACCT-NUMBER TO CFW-ACC.
           READ CFL-WORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CFW-PAY-FREQ TO WS-PAY-FREQ
           END-READ.
           EVALUATE TRUE
               WHEN WS-FREQ-QUARTERLY
                   MOVE 3 TO WS-STEP-MONTHS
               WHEN WS-FREQ-BIWEEKLY
                   MOVE ZERO TO WS-STEP-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-STEP-MONTHS
           END-EVALUATE.

           COMPUTE WS-LAST-CUT-MIDX =
               WS-LAST-CUT-YYYY * 12 + WS-LAST-CUT-MM - 1.
           MOVE WS-LAST-CUT-YMD TO WS-DUE-YMD.
           MOVE ZERO TO WS-STEP-COUNT.

           MOVE 'N' TO WS-SCHM-EOF.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           COMPUTE SCHM-MONTH = WS-PERIOD + 1.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.
           PERFORM 310-PROJECT-ONE-PERIOD UNTIL WS-SCHM-EOF = 'Y'.

       310-PROJECT-ONE-PERIOD.

           READ SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHM-EOF
              NOT AT END
                 IF SCHM-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-SCHM-EOF
                 ELSE
                    ADD 1 TO WS-FUTURE-COUNTER
                    ADD 1 TO WS-STEP-COUNT
                    PERFORM 320-STEP-DUE-DATE
                    MOVE SCHM-PRINCIPAL TO WS-ITEM-PRIN
                    MOVE SCHM-INTEREST TO WS-ITEM-INT
                    PERFORM 240-FIND-BUCKET
                    PERFORM 250-ADD-TO-LADDER
                 END-IF
           END-READ.

       320-STEP-DUE-DATE.

      * Monthly and quarterly dates are counted from the last item
      * each time, so a 31st that falls back to a month end in a
      * short month comes back to the 31st after it.
           IF WS-FREQ-BIWEEKLY
              ADD 14 TO WS-DUE-DD
              PERFORM 330-MONTH-MAX-DAYS
              IF WS-DUE-DD > WS-MONTH-MAX
                 SUBTRACT WS-MONTH-MAX FROM WS-DUE-DD
                 ADD 1 TO WS-DUE-MM
                 IF WS-DUE-MM > 12
                    MOVE 1 TO WS-DUE-MM
                    ADD 1 TO WS-DUE-YYYY
                 END-IF
              END-IF
           ELSE
              COMPUTE WS-DUE-MIDX = WS-LAST-CUT-MIDX
                                  + WS-STEP-COUNT * WS-STEP-MONTHS
              DIVIDE WS-DUE-MIDX BY 12 GIVING WS-DUE-YYYY
                  REMAINDER WS-DUE-MM
              ADD 1 TO WS-DUE-MM
              MOVE WS-LAST-CUT-DD TO WS-DUE-DD
              PERFORM 330-MONTH-MAX-DAYS
              IF WS-DUE-DD > WS-MONTH-MAX
                 MOVE WS-MONTH-MAX TO WS-DUE-DD
              END-IF
           END-IF.

       330-MONTH-MAX-DAYS.

           MOVE WS-MONTH-LEN(WS-DUE-MM) TO WS-MONTH-MAX.
           IF WS-DUE-MM = 2
              DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-Q
                  REMAINDER WS-LEAP-R
              IF WS-LEAP-R = ZERO
                 DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-Q
                     REMAINDER WS-LEAP-R
                 IF WS-LEAP-R = ZERO
                    DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-Q
                        REMAINDER WS-LEAP-R
                    IF WS-LEAP-R = ZERO
                       MOVE 29 TO WS-MONTH-MAX
                    END-IF
                 ELSE
                    MOVE 29 TO WS-MONTH-MAX
                 END-IF
              END-IF
           END-IF.

       400-WRITE-REPORT.

           MOVE WS-REPORT-TITLE TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.
           MOVE WS-ASOF-YMD TO RPT-ASOF.
           MOVE WS-REPORT-ASOF TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.
           MOVE WS-REPORT-NOTE TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.

           PERFORM 410-WRITE-ONE-CURRENCY
               VARYING WS-LAD-CURR-SUB FROM 1 BY 1
               UNTIL WS-LAD-CURR-SUB > WS-LAD-CURR-COUNT.

       410-WRITE-ONE-CURRENCY.

           MOVE SPACES TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.
           MOVE WS-LAD-CURR-CODE(WS-LAD-CURR-SUB) TO RPT-CURR.
           MOVE WS-REPORT-CURR TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.
           MOVE WS-REPORT-HEAD1 TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.
           MOVE WS-REPORT-HEAD2 TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.

           MOVE ZERO TO WS-TOT-CON-PRIN.
           MOVE ZERO TO WS-TOT-CON-INT.
           MOVE ZERO TO WS-TOT-BEH-PRIN.
           MOVE ZERO TO WS-TOT-BEH-INT.
           PERFORM 420-WRITE-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-MAX.

           MOVE "TOTAL" TO RPT-BUCKET.
           MOVE WS-TOT-CON-PRIN TO RPT-CON-PRIN.
           MOVE WS-TOT-CON-INT TO RPT-CON-INT.
           MOVE WS-TOT-BEH-PRIN TO RPT-BEH-PRIN.
           MOVE WS-TOT-BEH-INT TO RPT-BEH-INT.
           MOVE WS-REPORT-LINE TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.

       420-WRITE-ONE-BUCKET.

           MOVE WS-BKT-LABEL(WS-BKT-SUB) TO RPT-BUCKET.
           MOVE WS-LAD-CON-PRIN(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO RPT-CON-PRIN.
           MOVE WS-LAD-CON-INT(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO RPT-CON-INT.
           MOVE WS-LAD-BEH-PRIN(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO RPT-BEH-PRIN.
           MOVE WS-LAD-BEH-INT(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO RPT-BEH-INT.
           MOVE WS-REPORT-LINE TO LADDER-RPT-REC.
           WRITE LADDER-RPT-REC.
           ADD WS-LAD-CON-PRIN(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO WS-TOT-CON-PRIN.
           ADD WS-LAD-CON-INT(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO WS-TOT-CON-INT.
           ADD WS-LAD-BEH-PRIN(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO WS-TOT-BEH-PRIN.
           ADD WS-LAD-BEH-INT(WS-LAD-CURR-SUB, WS-BKT-SUB)
               TO WS-TOT-BEH-INT.

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE OPENITEM-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE LADDER-REPORT.
           CLOSE CFL-WORK.
           IF WS-STAGES-ON-FILE
              CLOSE ECL-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-ARREARS-ON-FILE
              CLOSE ARREARS-MASTER
           END-IF.

           DISPLAY "ACCOUNTS READ:          " WS-ACCT-COUNTER.
           DISPLAY "ACTIVE ACCOUNTS:        " WS-ACTIVE-COUNTER.
           DISPLAY "STAGE 3 (BEHAVIOURAL):  " WS-STAGE3-COUNTER.
           DISPLAY "WRITTEN OFF (BEHAV.):   " WS-WOF-COUNTER.
           DISPLAY "ITEMS PROJECTED:        " WS-ITEM-COUNTER.
           DISPLAY "FUTURE PERIODS:         " WS-FUTURE-COUNTER.
           DISPLAY "NO SCHEDULE PERIOD:     " WS-NOSCHED-COUNTER.
           DISPLAY "CURRENCY NOT LADDERED:  " WS-NOCURR-COUNTER.

           IF WS-NOSCHED-COUNTER > ZERO OR WS-NOCURR-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

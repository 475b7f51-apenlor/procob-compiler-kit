      ******************************************************************
      *
      * Monthly Portfolio MIS By Product And Currency
      * =============================================
      *
      * Month-end management report over the whole book, grouped by
      * the account's product code (ACCT-PRODUCT, from
      * bcuota-products) and currency, with a total per currency
      * across all products. For each group:
      *
      *   live loans and outstanding principal  active accounts with
      *       a balance on bcuota-schedmast after the last settled
      *       period (as acctpos and crregext reckon it),
      *   weighted-average rate and remaining term  weighted by that
      *       balance; the rate is the one on the latest accepted
      *       bcuota-audit record, the term runs to the contractual
      *       maturity: the due date of the last quota item cut on
      *       bcuota-openitems, stepped on by the schedule periods
      *       not cut yet at the payment frequency on that record,
      *   new loans and volume  accounts whose first accepted audit
      *       record falls in the month, at the original principal,
      *   prepayments  the PREPAYMENT APPLIED audit records of the
      *       month, each the drop in principal from the account's
      *       previous accepted record (whole units, as the audit
      *       trail holds them),
      *   write-offs  bcuota-writeoff-master entries dated in the
      *       month,
      *   arrears amount and ratio  bcuota-arrears on the live
      *       loans, as a percentage of their outstanding principal.
      *
      * Each month's figures are kept on the indexed
      * bcuota-mis-history file, so every figure is shown against
      * the prior month with the movement. A rerun for the same
      * month replaces that month's figures. Balances, rates and
      * arrears are as at the run, so run on the first working day
      * after month-end, after the month's last nightly cycle.
      *
      * bcuota-mis-report is the print report; bcuota-mis-extract
      * carries the same figures as comma-separated values (one row
      * per group, a header row of column names) for the business
      * intelligence team.
      *
      * Parameter: the month YYYYMM (default: the current month).
      *
      * RETURN-CODE 4 when an account could not be grouped (no
      * currency found or the group table full) or carries a product
      * not on bcuota-products, else 0.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. misrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT SCHED-MASTER ASSIGN TO "bcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

           SELECT OPENITEM-MASTER ASSIGN TO "bcuota-openitems"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           FILE STATUS IS WS-OPN-STATUS.

           SELECT ARREARS-MASTER ASSIGN TO "bcuota-arrears"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARR-ACC
           FILE STATUS IS WS-ARR-STATUS.

           SELECT WRITEOFF-MASTER ASSIGN TO "bcuota-writeoff-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WOF-ACC
           FILE STATUS IS WS-WOF-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "bcuota-products"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRD-CODE
           FILE STATUS IS WS-PRD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "bcuota-audit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MIS-WORK ASSIGN TO "bcuota-mis-work"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MWK-ACC
           FILE STATUS IS WS-MWK-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "bcuota-mis-history"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HIS-KEY
           FILE STATUS IS WS-HIS-STATUS.

           SELECT MIS-REPORT ASSIGN TO "bcuota-mis-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT MIS-EXTRACT ASSIGN TO "bcuota-mis-extract"
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

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
                   10 SCHM-ACC PIC X(29).
                   10 SCHM-MONTH PIC 9(4).
               05 SCHM-PRINCIPAL PIC S9(7)V9(2).
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).

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

       FD PRODUCT-MASTER.
           01 PRODUCT-REC.
               05 PRD-CODE PIC X(4).
               05 PRD-TYPES PIC X(3).
               05 PRD-MIN-PRIN PIC 9(7).
               05 PRD-MAX-PRIN PIC 9(7).
               05 PRD-MIN-TERM PIC 9(2).
               05 PRD-MAX-TERM PIC 9(2).
               05 PRD-FREQS PIC X(3).
               05 PRD-MIN-RATE PIC 9(2)V9(2).
               05 PRD-MAX-RATE PIC 9(2)V9(2).
               05 FILLER PIC X(8).

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

      * One record per account from the audit trail: origination
      * (first accepted record), the latest accepted principal, rate
      * and payment frequency, and the month's prepayments.
       FD MIS-WORK.
           01 MIS-WORK-REC.
               05 MWK-ACC PIC X(29).
               05 MWK-ORIG-YMD PIC 9(8).
               05 MWK-ORIG-PRIN PIC 9(7).
               05 MWK-LAST-PRIN PIC 9(7).
               05 MWK-RATE PIC 9(2)V9(2).
               05 MWK-PREPAY-COUNT PIC 9(3).
               05 MWK-PREPAY-AMT PIC 9(9)V9(2).
               05 MWK-PAY-FREQ PIC X(1).

      * One record per month, product and currency. The all-products
      * total for a currency is kept under a HIGH-VALUES product.
       FD HISTORY-FILE.
           01 HISTORY-REC.
               05 HIS-KEY.
                   10 HIS-MONTH PIC 9(6).
                   10 HIS-PRODUCT PIC X(4).
                   10 HIS-CURR PIC X(3).
               05 HIS-FIGURES.
                   10 HIS-LIVE PIC 9(7).
                   10 HIS-OUTSTANDING PIC S9(13)V9(2).
                   10 HIS-WAVG-RATE PIC 9(2)V9(4).
                   10 HIS-WAVG-TERM PIC 9(4)V9(1).
                   10 HIS-NEW PIC 9(7).
                   10 HIS-NEW-AMT PIC S9(13)V9(2).
                   10 HIS-PREPAY PIC 9(7).
                   10 HIS-PREPAY-AMT PIC S9(13)V9(2).
                   10 HIS-WOF PIC 9(7).
                   10 HIS-WOF-AMT PIC S9(13)V9(2).
                   10 HIS-ARREARS PIC S9(13)V9(2).
                   10 HIS-ARREARS-PCT PIC 9(3)V9(2).
               05 HIS-RUN-YMD PIC 9(8).
               05 FILLER PIC X(20).

       FD MIS-REPORT.
           01 MIS-RPT-REC PIC X(80).

       FD MIS-EXTRACT.
           01 MIS-CSV-REC PIC X(800).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-PRD-STATUS PIC X(2) VALUE SPACES.
           01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           01 WS-MWK-STATUS PIC X(2) VALUE SPACES.
           01 WS-HIS-STATUS PIC X(2) VALUE SPACES.

           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-ARR-AVAIL PIC X(1) VALUE "N".
               88 WS-ARREARS-ON-FILE VALUE "Y".
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".
           01 WS-PRD-AVAIL PIC X(1) VALUE "N".
               88 WS-PRODUCTS-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-AUDIT-EOF PIC X(1) VALUE "N".
           01 WS-SCHM-EOF PIC X(1) VALUE "N".
           01 WS-HIS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-WOF-FOUND PIC X(1) VALUE "N".
               88 WS-LOAN-WRITTEN-OFF VALUE "Y".
           01 WS-PRIOR-FOUND PIC X(1) VALUE "N".
               88 WS-PRIOR-ON-FILE VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               05 WS-TYEAR PIC X(4).
               05 WS-TMONTH PIC X(2).
               05 WS-TDAY PIC X(2).

           01 WS-RUNPARM PIC X(20) VALUE SPACES.
           01 WS-MIS-MONTH PIC 9(6) VALUE ZERO.
           01 WS-MIS-MONTH-X REDEFINES WS-MIS-MONTH.
               05 WS-MIS-YYYY PIC 9(4).
               05 WS-MIS-MM PIC 9(2).
           01 WS-PRIOR-MONTH PIC 9(6) VALUE ZERO.
           01 WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH.
               05 WS-PRIOR-YYYY PIC 9(4).
               05 WS-PRIOR-MM PIC 9(2).
           01 WS-AUD-YMD PIC X(8) VALUE SPACES.

      * Months are counted as year * 12 + month - 1, so the term
      * left to maturity is a plain subtraction.
           01 WS-MIS-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-MAT-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-MATURITY-YMD PIC 9(8) VALUE ZERO.
           01 WS-MATURITY-YMD-X REDEFINES WS-MATURITY-YMD.
               05 WS-MAT-YYYY PIC 9(4).
               05 WS-MAT-MM PIC 9(2).
               05 WS-MAT-DD PIC 9(2).

      * The periods not cut yet step on from the last item cut: by
      * whole months (the day kept, or the month end in a shorter
      * month), or 14 days at a time when biweekly.
           01 WS-ITEMS-CUT PIC 9(4) VALUE ZERO.
           01 WS-LAST-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-PERIODS-LEFT PIC 9(4) VALUE ZERO.
           01 WS-PAY-FREQ PIC X(1) VALUE "M".
               88 WS-FREQ-QUARTERLY VALUE "Q".
               88 WS-FREQ-BIWEEKLY VALUE "B".
           01 WS-STEP-MONTHS PIC 9(2) VALUE ZERO.
           01 WS-MONTH-MAX PIC 9(2) VALUE ZERO.
           01 WS-LEAP-R PIC 9(4) VALUE ZERO.
           01 WS-LEAP-Q PIC 9(4) VALUE ZERO.
           01 WS-MONTH-LENGTHS.
               05 FILLER PIC X(24)
                   VALUE "312831303130313130313031".
           01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
               05 WS-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.

           01 WS-SETTLED-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-OUTSTANDING PIC S9(9)V9(2) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.

      * What one account adds to its groups.
           01 WS-ACC-LIVE PIC 9(1) VALUE ZERO.
           01 WS-ACC-RATE PIC 9(2)V9(2) VALUE ZERO.
           01 WS-ACC-TERM PIC 9(4) VALUE ZERO.
           01 WS-ACC-NEW PIC 9(1) VALUE ZERO.
           01 WS-ACC-NEW-AMT PIC S9(9)V9(2) VALUE ZERO.
           01 WS-ACC-PREPAY PIC 9(3) VALUE ZERO.
           01 WS-ACC-PREPAY-AMT PIC S9(9)V9(2) VALUE ZERO.
           01 WS-ACC-WOF PIC 9(1) VALUE ZERO.
           01 WS-ACC-WOF-AMT PIC S9(9)V9(2) VALUE ZERO.
           01 WS-ACC-ARREARS PIC S9(9)V9(2) VALUE ZERO.

           01 WS-GRP-MAX PIC 9(3) VALUE 200.
           01 WS-GRP-COUNT PIC 9(3) VALUE ZERO.
           01 WS-GRP-SUB PIC 9(3) VALUE ZERO.
           01 WS-GRP-FOUND PIC 9(3) VALUE ZERO.
           01 WS-FIND-PRODUCT PIC X(4) VALUE SPACES.
           01 WS-FIND-CURR PIC X(3) VALUE SPACES.
           01 WS-GROUPS.
               05 WS-GRP-ENTRY OCCURS 200 TIMES.
                   10 WS-GRP-PRODUCT PIC X(4).
                   10 WS-GRP-CURR PIC X(3).
                   10 WS-GRP-LIVE PIC 9(7).
                   10 WS-GRP-OUTSTANDING PIC S9(13)V9(2).
                   10 WS-GRP-RATE-WT PIC S9(15)V9(4).
                   10 WS-GRP-TERM-WT PIC S9(17)V9(2).
                   10 WS-GRP-NEW PIC 9(7).
                   10 WS-GRP-NEW-AMT PIC S9(13)V9(2).
                   10 WS-GRP-PREPAY PIC 9(7).
                   10 WS-GRP-PREPAY-AMT PIC S9(13)V9(2).
                   10 WS-GRP-WOF PIC 9(7).
                   10 WS-GRP-WOF-AMT PIC S9(13)V9(2).
                   10 WS-GRP-ARREARS PIC S9(13)V9(2).
      * The prior month's figures, laid out as HIS-FIGURES.
                   10 WS-GRP-PRIOR.
                       15 WS-GRP-P-LIVE PIC 9(7).
                       15 WS-GRP-P-OUTSTANDING PIC S9(13)V9(2).
                       15 WS-GRP-P-WAVG-RATE PIC 9(2)V9(4).
                       15 WS-GRP-P-WAVG-TERM PIC 9(4)V9(1).
                       15 WS-GRP-P-NEW PIC 9(7).
                       15 WS-GRP-P-NEW-AMT PIC S9(13)V9(2).
                       15 WS-GRP-P-PREPAY PIC 9(7).
                       15 WS-GRP-P-PREPAY-AMT PIC S9(13)V9(2).
                       15 WS-GRP-P-WOF PIC 9(7).
                       15 WS-GRP-P-WOF-AMT PIC S9(13)V9(2).
                       15 WS-GRP-P-ARREARS PIC S9(13)V9(2).
                       15 WS-GRP-P-ARREARS-PCT PIC 9(3)V9(2).

      * The twelve figures of a group, in report order. Kind C is a
      * count, A an amount, P a percentage, T a term in months.
           01 WS-FIG-MAX PIC 9(2) VALUE 12.
           01 WS-FIG-SUB PIC 9(2) VALUE ZERO.
           01 WS-FIG-NAMES.
               05 FILLER PIC X(40) VALUE
                   "LIVE LOANS              CLIVE_LOANS".
               05 FILLER PIC X(40) VALUE
                   "OUTSTANDING PRINCIPAL   AOUTSTANDING".
               05 FILLER PIC X(40) VALUE
                   "WAVG RATE %             PWAVG_RATE".
               05 FILLER PIC X(40) VALUE
                   "WAVG TERM LEFT (MONTHS) TWAVG_TERM".
               05 FILLER PIC X(40) VALUE
                   "NEW LOANS               CNEW_LOANS".
               05 FILLER PIC X(40) VALUE
                   "NEW LOAN VOLUME         ANEW_VOLUME".
               05 FILLER PIC X(40) VALUE
                   "PREPAYMENTS             CPREPAY_COUNT".
               05 FILLER PIC X(40) VALUE
                   "PREPAYMENT AMOUNT       APREPAY_AMOUNT".
               05 FILLER PIC X(40) VALUE
                   "WRITE-OFFS              CWRITEOFF_COUNT".
               05 FILLER PIC X(40) VALUE
                   "WRITE-OFF AMOUNT        AWRITEOFF_AMOUNT".
               05 FILLER PIC X(40) VALUE
                   "ARREARS AMOUNT          AARREARS_AMOUNT".
               05 FILLER PIC X(40) VALUE
                   "ARREARS RATIO %         PARREARS_RATIO".
           01 WS-FIG-NAME-TABLE REDEFINES WS-FIG-NAMES.
               05 WS-FIG-NAME OCCURS 12 TIMES.
                   10 WS-FIG-LABEL PIC X(24).
                   10 WS-FIG-KIND PIC X(1).
                   10 WS-FIG-CSV PIC X(15).
           01 WS-FIGURES.
               05 WS-FIG-ENTRY OCCURS 12 TIMES.
                   10 WS-FIG-CUR PIC S9(13)V9(4).
                   10 WS-FIG-PRI PIC S9(13)V9(4).
                   10 WS-FIG-MOV PIC S9(13)V9(4).

      * Print editing: every kind fills the same 17 columns, units
      * aligned.
           01 WS-ED-VALUE PIC S9(13)V9(4) VALUE ZERO.
           01 WS-ED-KIND PIC X(1) VALUE SPACE.
           01 WS-ED-AREA PIC X(17) VALUE SPACES.
           01 WS-ED-AMOUNT REDEFINES WS-ED-AREA
               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-ED-COUNT-X REDEFINES WS-ED-AREA.
               05 WS-ED-COUNT PIC -Z,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(3).
           01 WS-ED-TERM-X REDEFINES WS-ED-AREA.
               05 WS-ED-TERM PIC -Z,ZZZ,ZZZ,ZZ9.9.
               05 FILLER PIC X(1).

      * Extract editing: no grouping commas, leading spaces dropped.
           01 WS-CSV-AREA PIC X(18) VALUE SPACES.
           01 WS-CSV-AMOUNT REDEFINES WS-CSV-AREA PIC -(14)9.99.
           01 WS-CSV-COUNT REDEFINES WS-CSV-AREA PIC -(17)9.
           01 WS-CSV-TERM REDEFINES WS-CSV-AREA PIC -(15)9.9.
           01 WS-CSV-LEAD PIC 9(2) VALUE ZERO.
           01 WS-CSV-LINE PIC X(800) VALUE SPACES.
           01 WS-CSV-PTR PIC 9(4) VALUE ZERO.
           01 WS-CSV-PRODUCT PIC X(4) VALUE SPACES.

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-GROUPED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOCURR-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOGROUP-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOPROD-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REPORTED-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "MONTHLY PORTFOLIO MIS BY PRODUCT AND CURRENCY".
           01 WS-REPORT-MONTH.
               05 FILLER PIC X(10) VALUE "MONTH:    ".
               05 RPT-MONTH PIC 9(6).
               05 FILLER PIC X(14) VALUE "  PRIOR MONTH:".
               05 RPT-PRIOR-MONTH PIC 9(6).
               05 FILLER PIC X(11) VALUE "  RUN DATE:".
               05 RPT-RUN-YMD PIC 9(8).
           01 WS-REPORT-NOTE PIC X(80) VALUE
               "BALANCES, RATES AND ARREARS AS AT THE RUN DATE".
           01 WS-REPORT-NO-PRIOR PIC X(80) VALUE
               "NO FIGURES ON FILE FOR THE PRIOR MONTH".
           01 WS-REPORT-GROUP.
               05 FILLER PIC X(10) VALUE "PRODUCT:  ".
               05 RPT-PRODUCT PIC X(12).
               05 FILLER PIC X(11) VALUE "CURRENCY:  ".
               05 RPT-CURR PIC X(3).
               05 RPT-PRODUCT-NOTE PIC X(30).
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(18) VALUE "       THIS MONTH ".
               05 FILLER PIC X(18) VALUE "      PRIOR MONTH ".
               05 FILLER PIC X(17) VALUE "         MOVEMENT".
           01 WS-REPORT-LINE.
               05 RPT-LABEL PIC X(24).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CUR PIC X(17).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-PRI PIC X(17).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-MOV PIC X(17).

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ ACCOUNT-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNTER
                      PERFORM 200-ANALYSE-ONE-ACCOUNT
                  END-READ
              END-PERFORM

              PERFORM 400-SAVE-HISTORY
              PERFORM 500-WRITE-REPORT
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-SDATE(1:6) TO WS-MIS-MONTH.
           ACCEPT WS-RUNPARM FROM COMMAND-LINE.
           IF WS-RUNPARM NOT = SPACES
              IF WS-RUNPARM(1:6) NUMERIC
                 AND WS-RUNPARM(7:1) = SPACE
                 AND WS-RUNPARM(5:2) >= "01"
                 AND WS-RUNPARM(5:2) <= "12"
                 MOVE WS-RUNPARM(1:6) TO WS-MIS-MONTH
              ELSE
                 DISPLAY "INVALID MONTH PARAMETER (YYYYMM): "
                         WS-RUNPARM
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-MIS-MM = 1
              COMPUTE WS-PRIOR-YYYY = WS-MIS-YYYY - 1
              MOVE 12 TO WS-PRIOR-MM
           ELSE
              MOVE WS-MIS-YYYY TO WS-PRIOR-YYYY
              COMPUTE WS-PRIOR-MM = WS-MIS-MM - 1
           END-IF.
           COMPUTE WS-MIS-MIDX = WS-MIS-YYYY * 12 + WS-MIS-MM - 1.

           IF NOT WS-RUN-ABORTED
              DISPLAY "PORTFOLIO MIS FOR MONTH: " WS-MIS-MONTH
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT SCHED-MASTER
              IF WS-ACCTM-STATUS NOT = "00"
                 OR WS-SCHM-STATUS NOT = "00"
                 DISPLAY "ACCOUNT OR SCHEDULE MASTER NOT AVAILABLE"
                 DISPLAY "STATUS: " WS-ACCTM-STATUS " / "
                         WS-SCHM-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

           IF NOT WS-RUN-ABORTED
              OPEN I-O HISTORY-FILE
              IF WS-HIS-STATUS = "35"
      * First run: create the history file, then reopen for update.
                 OPEN OUTPUT HISTORY-FILE
                 CLOSE HISTORY-FILE
                 OPEN I-O HISTORY-FILE
              END-IF
              IF WS-HIS-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN MIS HISTORY, STATUS: "
                         WS-HIS-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 110-OPEN-OPTIONAL-MASTERS
              PERFORM 120-LOAD-HISTORY
              PERFORM 150-INDEX-AUDIT
           END-IF.

           IF NOT WS-RUN-ABORTED
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              OPEN OUTPUT MIS-REPORT
              OPEN OUTPUT MIS-EXTRACT
           END-IF.

       110-OPEN-OPTIONAL-MASTERS.

           OPEN INPUT OPENITEM-MASTER.
           IF WS-OPN-STATUS = "00"
              MOVE 'Y' TO WS-OPN-AVAIL
           ELSE
              DISPLAY "OPEN-ITEM MASTER NOT AVAILABLE, STATUS: "
                      WS-OPN-STATUS
           END-IF.

           OPEN INPUT ARREARS-MASTER.
           IF WS-ARR-STATUS = "00"
              MOVE 'Y' TO WS-ARR-AVAIL
           END-IF.

           OPEN INPUT WRITEOFF-MASTER.
           IF WS-WOF-STATUS = "00"
              MOVE 'Y' TO WS-WOF-AVAIL
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRD-STATUS = "00"
              MOVE 'Y' TO WS-PRD-AVAIL
           ELSE
              DISPLAY "PRODUCT MASTER NOT AVAILABLE, PRODUCTS NOT "
                      "CHECKED, STATUS: " WS-PRD-STATUS
           END-IF.

       120-LOAD-HISTORY.

      * The prior month's groups are loaded so every one of them is
      * reported, even one with nothing left this month; figures
      * already on file for this month are from an earlier run and
      * are replaced.
           MOVE 'N' TO WS-HIS-EOF.
           MOVE WS-PRIOR-MONTH TO HIS-MONTH.
           MOVE LOW-VALUES TO HIS-PRODUCT.
           MOVE LOW-VALUES TO HIS-CURR.
           START HISTORY-FILE KEY IS >= HIS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIS-EOF
           END-START.
           PERFORM 125-LOAD-ONE-HISTORY UNTIL WS-HIS-EOF = 'Y'.

       125-LOAD-ONE-HISTORY.

           READ HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIS-EOF
              NOT AT END
                 EVALUATE TRUE
                     WHEN HIS-MONTH = WS-PRIOR-MONTH
                         MOVE 'Y' TO WS-PRIOR-FOUND
                         MOVE HIS-PRODUCT TO WS-FIND-PRODUCT
                         MOVE HIS-CURR TO WS-FIND-CURR
                         PERFORM 310-FIND-GROUP
                         IF WS-GRP-FOUND > ZERO
                            MOVE HIS-FIGURES
                                TO WS-GRP-PRIOR(WS-GRP-FOUND)
                         END-IF
                     WHEN HIS-MONTH = WS-MIS-MONTH
                         DELETE HISTORY-FILE RECORD
                     WHEN OTHER
                         MOVE 'Y' TO WS-HIS-EOF
                 END-EVALUATE
           END-READ.

       150-INDEX-AUDIT.

      * One pass over the audit trail keyed into a work file, so
      * each loan's figures are a single read instead of a scan.
           OPEN OUTPUT MIS-WORK.
           CLOSE MIS-WORK.
           OPEN I-O MIS-WORK.
           IF WS-MWK-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN MIS WORK FILE, STATUS: "
                      WS-MWK-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "AUDIT FILE NOT AVAILABLE, STATUS: "
                         WS-AUDIT-STATUS
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

      * Audit dates are DD-MM-YYYY. The first accepted record is the
      * origination; a prepayment is the drop from the account's
      * previous accepted principal.
           MOVE SPACES TO WS-AUD-YMD.
           STRING AUD-DATE(7:4) DELIMITED BY SIZE
                  AUD-DATE(4:2) DELIMITED BY SIZE
                  AUD-DATE(1:2) DELIMITED BY SIZE
                  INTO WS-AUD-YMD
           END-STRING.

           MOVE AUD-ACC TO MWK-ACC.
           IF AUD-PAY-FREQ = SPACE
              MOVE "M" TO WS-PAY-FREQ
           ELSE
              MOVE AUD-PAY-FREQ TO WS-PAY-FREQ
           END-IF.
           READ MIS-WORK
              INVALID KEY
                 IF WS-AUD-YMD NUMERIC
                    MOVE WS-AUD-YMD TO MWK-ORIG-YMD
                 ELSE
                    MOVE ZERO TO MWK-ORIG-YMD
                 END-IF
                 MOVE AUD-PRIN-AMT TO MWK-ORIG-PRIN
                 MOVE AUD-PRIN-AMT TO MWK-LAST-PRIN
                 MOVE AUD-INT-RATE TO MWK-RATE
                 MOVE ZERO TO MWK-PREPAY-COUNT
                 MOVE ZERO TO MWK-PREPAY-AMT
                 MOVE WS-PAY-FREQ TO MWK-PAY-FREQ
                 WRITE MIS-WORK-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 IF AUD-MSG = "PREPAYMENT APPLIED"
                    AND WS-AUD-YMD(1:6) = WS-MIS-MONTH
                    AND MWK-LAST-PRIN > AUD-PRIN-AMT
                    ADD 1 TO MWK-PREPAY-COUNT
                    COMPUTE MWK-PREPAY-AMT = MWK-PREPAY-AMT
                        + MWK-LAST-PRIN - AUD-PRIN-AMT
                 END-IF
                 MOVE AUD-PRIN-AMT TO MWK-LAST-PRIN
                 MOVE AUD-INT-RATE TO MWK-RATE
                 MOVE WS-PAY-FREQ TO MWK-PAY-FREQ
                 REWRITE MIS-WORK-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-READ.

       200-ANALYSE-ONE-ACCOUNT.

           MOVE ZERO TO WS-ACC-LIVE.
           MOVE ZERO TO WS-ACC-RATE.
           MOVE ZERO TO WS-ACC-TERM.
           MOVE ZERO TO WS-ACC-NEW.
           MOVE ZERO TO WS-ACC-NEW-AMT.
           MOVE ZERO TO WS-ACC-PREPAY.
           MOVE ZERO TO WS-ACC-PREPAY-AMT.
           MOVE ZERO TO WS-ACC-WOF.
           MOVE ZERO TO WS-ACC-WOF-AMT.
           MOVE ZERO TO WS-ACC-ARREARS.

           PERFORM 210-CHECK-WRITEOFF.
           PERFORM 220-FIND-OUTSTANDING.
           IF ACCT-ACTIVE AND WS-OUTSTANDING > ZERO
              MOVE 1 TO WS-ACC-LIVE
              PERFORM 230-FIND-ARREARS
           END-IF.
           PERFORM 240-FIND-ORIGINATION.

           IF WS-ACC-LIVE > ZERO OR WS-ACC-NEW > ZERO
              OR WS-ACC-PREPAY > ZERO OR WS-ACC-WOF > ZERO
              PERFORM 250-GROUP-ACCOUNT
           END-IF.

       210-CHECK-WRITEOFF.

           MOVE 'N' TO WS-WOF-FOUND.
           MOVE SPACES TO WS-CURR.
           IF WS-WRITEOFFS-ON-FILE
              MOVE ACCT-NUMBER TO WOF-ACC
              READ WRITEOFF-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-WOF-FOUND
                    MOVE WOF-CURR TO WS-CURR
                    IF WOF-YMD(1:6) = WS-MIS-MONTH
                       MOVE 1 TO WS-ACC-WOF
                       MOVE WOF-AMOUNT TO WS-ACC-WOF-AMT
                    END-IF
              END-READ
           END-IF.

       220-FIND-OUTSTANDING.

      * Settled quota items count the periods behind the borrower.
      * Items are cut one period at a time, so the maturity is the
      * last item's due date stepped on by the schedule periods
      * still to be cut.
           MOVE ZERO TO WS-SETTLED-ITEMS.
           MOVE ZERO TO WS-ITEMS-CUT.
           MOVE ZERO TO WS-OUTSTANDING.
           MOVE ZERO TO WS-MATURITY-YMD.

           IF WS-OPEN-ITEMS-ON-FILE
              MOVE 'N' TO WS-OPN-EOF
              MOVE ACCT-NUMBER TO OPN-ACC
              MOVE ZERO TO OPN-DUE-YMD
              START OPENITEM-MASTER KEY IS >= OPN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-OPN-EOF
              END-START
              PERFORM 225-SCAN-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'
           END-IF.

           MOVE ACCT-NUMBER TO SCHM-ACC.
           IF WS-SETTLED-ITEMS = ZERO
              MOVE 1 TO SCHM-MONTH
           ELSE
              MOVE WS-SETTLED-ITEMS TO SCHM-MONTH
           END-IF.
           READ SCHED-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WS-SETTLED-ITEMS = ZERO
                    COMPUTE WS-OUTSTANDING =
                        SCHM-BALANCE + SCHM-PRINCIPAL
                 ELSE
                    MOVE SCHM-BALANCE TO WS-OUTSTANDING
                 END-IF
           END-READ.

           IF WS-OUTSTANDING < ZERO OR WS-LOAN-WRITTEN-OFF
              MOVE ZERO TO WS-OUTSTANDING
           END-IF.

           IF WS-MATURITY-YMD > ZERO
              PERFORM 226-STEP-TO-MATURITY
              COMPUTE WS-MAT-MIDX = WS-MAT-YYYY * 12 + WS-MAT-MM - 1
              IF WS-MAT-MIDX > WS-MIS-MIDX
                 COMPUTE WS-ACC-TERM = WS-MAT-MIDX - WS-MIS-MIDX
              END-IF
           END-IF.

       225-SCAN-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-ITEMS-CUT
                       MOVE OPN-CURR TO WS-CURR
                       MOVE OPN-DUE-YMD TO WS-MATURITY-YMD
                       IF OPN-CLOSED
                          ADD 1 TO WS-SETTLED-ITEMS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       226-STEP-TO-MATURITY.

           MOVE WS-ITEMS-CUT TO WS-LAST-PERIOD.
           MOVE 'N' TO WS-SCHM-EOF.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           COMPUTE SCHM-MONTH = WS-ITEMS-CUT + 1.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.
           PERFORM 227-SCAN-ONE-PERIOD UNTIL WS-SCHM-EOF = 'Y'.
           COMPUTE WS-PERIODS-LEFT = WS-LAST-PERIOD - WS-ITEMS-CUT.

           IF WS-PERIODS-LEFT > ZERO
              MOVE "M" TO WS-PAY-FREQ
              MOVE ACCT-NUMBER TO MWK-ACC
              READ MIS-WORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MWK-PAY-FREQ TO WS-PAY-FREQ
              END-READ
              IF WS-FREQ-BIWEEKLY
                 PERFORM 228-STEP-ONE-FORTNIGHT WS-PERIODS-LEFT TIMES
              ELSE
                 IF WS-FREQ-QUARTERLY
                    MOVE 3 TO WS-STEP-MONTHS
                 ELSE
                    MOVE 1 TO WS-STEP-MONTHS
                 END-IF
                 COMPUTE WS-MAT-MIDX = WS-MAT-YYYY * 12 + WS-MAT-MM - 1
                                     + WS-PERIODS-LEFT * WS-STEP-MONTHS
                 DIVIDE WS-MAT-MIDX BY 12 GIVING WS-MAT-YYYY
                     REMAINDER WS-MAT-MM
                 ADD 1 TO WS-MAT-MM
                 PERFORM 229-MONTH-MAX-DAYS
                 IF WS-MAT-DD > WS-MONTH-MAX
                    MOVE WS-MONTH-MAX TO WS-MAT-DD
                 END-IF
              END-IF
           END-IF.

       227-SCAN-ONE-PERIOD.

           READ SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHM-EOF
              NOT AT END
                 IF SCHM-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-SCHM-EOF
                 ELSE
                    MOVE SCHM-MONTH TO WS-LAST-PERIOD
                 END-IF
           END-READ.

       228-STEP-ONE-FORTNIGHT.

           ADD 14 TO WS-MAT-DD.
           PERFORM 229-MONTH-MAX-DAYS.
           IF WS-MAT-DD > WS-MONTH-MAX
              SUBTRACT WS-MONTH-MAX FROM WS-MAT-DD
              ADD 1 TO WS-MAT-MM
              IF WS-MAT-MM > 12
                 MOVE 1 TO WS-MAT-MM
                 ADD 1 TO WS-MAT-YYYY
              END-IF
           END-IF.

       229-MONTH-MAX-DAYS.

           MOVE WS-MONTH-LEN(WS-MAT-MM) TO WS-MONTH-MAX.
           IF WS-MAT-MM = 2
              DIVIDE WS-MAT-YYYY BY 4 GIVING WS-LEAP-Q
                  REMAINDER WS-LEAP-R
              IF WS-LEAP-R = ZERO
                 DIVIDE WS-MAT-YYYY BY 100 GIVING WS-LEAP-Q
                     REMAINDER WS-LEAP-R
                 IF WS-LEAP-R = ZERO
                    DIVIDE WS-MAT-YYYY BY 400 GIVING WS-LEAP-Q
                        REMAINDER WS-LEAP-R
                    IF WS-LEAP-R = ZERO
                       MOVE 29 TO WS-MONTH-MAX
                    END-IF
                 ELSE
                    MOVE 29 TO WS-MONTH-MAX
                 END-IF
              END-IF
           END-IF.

       230-FIND-ARREARS.

           IF WS-ARREARS-ON-FILE
              MOVE ACCT-NUMBER TO ARR-ACC
              READ ARREARS-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-CURR = SPACES
                       MOVE ARR-CURR TO WS-CURR
                    END-IF
                    IF ARR-AMOUNT > ZERO AND NOT ARR-WRITTEN-OFF
                       MOVE ARR-AMOUNT TO WS-ACC-ARREARS
                    END-IF
              END-READ
           END-IF.

       240-FIND-ORIGINATION.

           MOVE ACCT-NUMBER TO MWK-ACC.
           READ MIS-WORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MWK-RATE TO WS-ACC-RATE
                 IF MWK-ORIG-YMD(1:6) = WS-MIS-MONTH
                    MOVE 1 TO WS-ACC-NEW
                    MOVE MWK-ORIG-PRIN TO WS-ACC-NEW-AMT
                 END-IF
                 MOVE MWK-PREPAY-COUNT TO WS-ACC-PREPAY
                 MOVE MWK-PREPAY-AMT TO WS-ACC-PREPAY-AMT
           END-READ.

       250-GROUP-ACCOUNT.

      * An account with no currency anywhere is still grouped, under
      * a blank currency, and flagged.
           IF WS-CURR = SPACES
              ADD 1 TO WS-NOCURR-COUNTER
              DISPLAY "NO CURRENCY FOUND, GROUPED UNDER BLANK: "
                      ACCT-NUMBER
           END-IF.

           IF WS-PRODUCTS-ON-FILE
              MOVE ACCT-PRODUCT TO PRD-CODE
              READ PRODUCT-MASTER
                 INVALID KEY
                    ADD 1 TO WS-NOPROD-COUNTER
                    DISPLAY "PRODUCT NOT ON PRODUCT MASTER: "
                            ACCT-NUMBER " " ACCT-PRODUCT
              END-READ
           END-IF.

           ADD 1 TO WS-GROUPED-COUNTER.
           MOVE ACCT-PRODUCT TO WS-FIND-PRODUCT.
           MOVE WS-CURR TO WS-FIND-CURR.
           PERFORM 300-ADD-TO-GROUP.
           MOVE HIGH-VALUES TO WS-FIND-PRODUCT.
           PERFORM 300-ADD-TO-GROUP.

       300-ADD-TO-GROUP.

           PERFORM 310-FIND-GROUP.
           IF WS-GRP-FOUND > ZERO
              ADD WS-ACC-LIVE TO WS-GRP-LIVE(WS-GRP-FOUND)
              IF WS-ACC-LIVE > ZERO
                 ADD WS-OUTSTANDING
                     TO WS-GRP-OUTSTANDING(WS-GRP-FOUND)
                 COMPUTE WS-GRP-RATE-WT(WS-GRP-FOUND) =
                     WS-GRP-RATE-WT(WS-GRP-FOUND)
                     + WS-OUTSTANDING * WS-ACC-RATE
                 COMPUTE WS-GRP-TERM-WT(WS-GRP-FOUND) =
                     WS-GRP-TERM-WT(WS-GRP-FOUND)
                     + WS-OUTSTANDING * WS-ACC-TERM
                 ADD WS-ACC-ARREARS TO WS-GRP-ARREARS(WS-GRP-FOUND)
              END-IF
              ADD WS-ACC-NEW TO WS-GRP-NEW(WS-GRP-FOUND)
              ADD WS-ACC-NEW-AMT TO WS-GRP-NEW-AMT(WS-GRP-FOUND)
              ADD WS-ACC-PREPAY TO WS-GRP-PREPAY(WS-GRP-FOUND)
              ADD WS-ACC-PREPAY-AMT
                  TO WS-GRP-PREPAY-AMT(WS-GRP-FOUND)
              ADD WS-ACC-WOF TO WS-GRP-WOF(WS-GRP-FOUND)
              ADD WS-ACC-WOF-AMT TO WS-GRP-WOF-AMT(WS-GRP-FOUND)
           END-IF.

       310-FIND-GROUP.

           MOVE ZERO TO WS-GRP-FOUND.
           PERFORM 320-MATCH-ONE-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.

           IF WS-GRP-FOUND = ZERO
              IF WS-GRP-COUNT < WS-GRP-MAX
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT TO WS-GRP-FOUND
                 INITIALIZE WS-GRP-ENTRY(WS-GRP-FOUND)
                 MOVE WS-FIND-PRODUCT
                     TO WS-GRP-PRODUCT(WS-GRP-FOUND)
                 MOVE WS-FIND-CURR TO WS-GRP-CURR(WS-GRP-FOUND)
              ELSE
                 ADD 1 TO WS-NOGROUP-COUNTER
                 DISPLAY "MIS GROUP TABLE FULL, DROPPING: "
                         WS-FIND-PRODUCT " " WS-FIND-CURR
              END-IF
           END-IF.

       320-MATCH-ONE-GROUP.

           IF WS-GRP-FOUND = ZERO
              AND WS-GRP-PRODUCT(WS-GRP-SUB) = WS-FIND-PRODUCT
              AND WS-GRP-CURR(WS-GRP-SUB) = WS-FIND-CURR
                 MOVE WS-GRP-SUB TO WS-GRP-FOUND
           END-IF.

       400-SAVE-HISTORY.

           PERFORM 410-SAVE-ONE-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.

       410-SAVE-ONE-GROUP.

           MOVE SPACES TO HISTORY-REC.
           MOVE WS-MIS-MONTH TO HIS-MONTH.
           MOVE WS-GRP-PRODUCT(WS-GRP-SUB) TO HIS-PRODUCT.
           MOVE WS-GRP-CURR(WS-GRP-SUB) TO HIS-CURR.
           MOVE WS-GRP-LIVE(WS-GRP-SUB) TO HIS-LIVE.
           MOVE WS-GRP-OUTSTANDING(WS-GRP-SUB) TO HIS-OUTSTANDING.
           MOVE ZERO TO HIS-WAVG-RATE.
           MOVE ZERO TO HIS-WAVG-TERM.
           MOVE ZERO TO HIS-ARREARS-PCT.
           IF WS-GRP-OUTSTANDING(WS-GRP-SUB) > ZERO
              COMPUTE HIS-WAVG-RATE ROUNDED =
                  WS-GRP-RATE-WT(WS-GRP-SUB)
                  / WS-GRP-OUTSTANDING(WS-GRP-SUB)
              COMPUTE HIS-WAVG-TERM ROUNDED =
                  WS-GRP-TERM-WT(WS-GRP-SUB)
                  / WS-GRP-OUTSTANDING(WS-GRP-SUB)
              COMPUTE HIS-ARREARS-PCT ROUNDED =
                  WS-GRP-ARREARS(WS-GRP-SUB) * 100
                  / WS-GRP-OUTSTANDING(WS-GRP-SUB)
                  ON SIZE ERROR
                     MOVE 999.99 TO HIS-ARREARS-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-GRP-NEW(WS-GRP-SUB) TO HIS-NEW.
           MOVE WS-GRP-NEW-AMT(WS-GRP-SUB) TO HIS-NEW-AMT.
           MOVE WS-GRP-PREPAY(WS-GRP-SUB) TO HIS-PREPAY.
           MOVE WS-GRP-PREPAY-AMT(WS-GRP-SUB) TO HIS-PREPAY-AMT.
           MOVE WS-GRP-WOF(WS-GRP-SUB) TO HIS-WOF.
           MOVE WS-GRP-WOF-AMT(WS-GRP-SUB) TO HIS-WOF-AMT.
           MOVE WS-GRP-ARREARS(WS-GRP-SUB) TO HIS-ARREARS.
           MOVE WS-SDATE TO HIS-RUN-YMD.
           WRITE HISTORY-REC
              INVALID KEY
                 REWRITE HISTORY-REC
                 END-REWRITE
           END-WRITE.

       500-WRITE-REPORT.

           MOVE WS-REPORT-TITLE TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.
           MOVE WS-MIS-MONTH TO RPT-MONTH.
           MOVE WS-PRIOR-MONTH TO RPT-PRIOR-MONTH.
           MOVE WS-SDATE TO RPT-RUN-YMD.
           MOVE WS-REPORT-MONTH TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.
           MOVE WS-REPORT-NOTE TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.
           IF NOT WS-PRIOR-ON-FILE
              MOVE WS-REPORT-NO-PRIOR TO MIS-RPT-REC
              WRITE MIS-RPT-REC
           END-IF.

           PERFORM 560-WRITE-CSV-HEADER.

      * Reading the month back from the history file puts the
      * groups in product and currency order, the all-products
      * totals last.
           MOVE 'N' TO WS-HIS-EOF.
           MOVE WS-MIS-MONTH TO HIS-MONTH.
           MOVE LOW-VALUES TO HIS-PRODUCT.
           MOVE LOW-VALUES TO HIS-CURR.
           START HISTORY-FILE KEY IS >= HIS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIS-EOF
           END-START.

           PERFORM UNTIL WS-HIS-EOF='Y'
               READ HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIS-EOF
               NOT AT END
                   IF HIS-MONTH NOT = WS-MIS-MONTH
                      MOVE 'Y' TO WS-HIS-EOF
                   ELSE
                      PERFORM 510-REPORT-ONE-GROUP
                   END-IF
               END-READ
           END-PERFORM.

       510-REPORT-ONE-GROUP.

           ADD 1 TO WS-REPORTED-COUNTER.
           MOVE HIS-PRODUCT TO WS-FIND-PRODUCT.
           MOVE HIS-CURR TO WS-FIND-CURR.
           PERFORM 310-FIND-GROUP.
           PERFORM 520-LOAD-FIGURES.

           MOVE SPACES TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.
           MOVE SPACES TO RPT-PRODUCT-NOTE.
           EVALUATE TRUE
               WHEN HIS-PRODUCT = HIGH-VALUES
                   MOVE "ALL PRODUCTS" TO RPT-PRODUCT
                   MOVE "ALL" TO WS-CSV-PRODUCT
               WHEN HIS-PRODUCT = SPACES
                   MOVE "----" TO RPT-PRODUCT
                   MOVE "  (PRODUCT NOT RECORDED)" TO RPT-PRODUCT-NOTE
                   MOVE SPACES TO WS-CSV-PRODUCT
               WHEN OTHER
                   MOVE HIS-PRODUCT TO RPT-PRODUCT
                   MOVE HIS-PRODUCT TO WS-CSV-PRODUCT
           END-EVALUATE.
           MOVE HIS-CURR TO RPT-CURR.
           MOVE WS-REPORT-GROUP TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.
           MOVE WS-REPORT-HEAD TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.

           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-MIS-MONTH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-PRODUCT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HIS-CURR DELIMITED BY SPACE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING.

           PERFORM 530-WRITE-ONE-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > WS-FIG-MAX.

           MOVE WS-CSV-LINE TO MIS-CSV-REC.
           WRITE MIS-CSV-REC.

       520-LOAD-FIGURES.

           MOVE HIS-LIVE TO WS-FIG-CUR(1).
           MOVE HIS-OUTSTANDING TO WS-FIG-CUR(2).
           MOVE HIS-WAVG-RATE TO WS-FIG-CUR(3).
           MOVE HIS-WAVG-TERM TO WS-FIG-CUR(4).
           MOVE HIS-NEW TO WS-FIG-CUR(5).
           MOVE HIS-NEW-AMT TO WS-FIG-CUR(6).
           MOVE HIS-PREPAY TO WS-FIG-CUR(7).
           MOVE HIS-PREPAY-AMT TO WS-FIG-CUR(8).
           MOVE HIS-WOF TO WS-FIG-CUR(9).
           MOVE HIS-WOF-AMT TO WS-FIG-CUR(10).
           MOVE HIS-ARREARS TO WS-FIG-CUR(11).
           MOVE HIS-ARREARS-PCT TO WS-FIG-CUR(12).

           IF WS-GRP-FOUND > ZERO
              MOVE WS-GRP-P-LIVE(WS-GRP-FOUND) TO WS-FIG-PRI(1)
              MOVE WS-GRP-P-OUTSTANDING(WS-GRP-FOUND)
                  TO WS-FIG-PRI(2)
              MOVE WS-GRP-P-WAVG-RATE(WS-GRP-FOUND) TO WS-FIG-PRI(3)
              MOVE WS-GRP-P-WAVG-TERM(WS-GRP-FOUND) TO WS-FIG-PRI(4)
              MOVE WS-GRP-P-NEW(WS-GRP-FOUND) TO WS-FIG-PRI(5)
              MOVE WS-GRP-P-NEW-AMT(WS-GRP-FOUND) TO WS-FIG-PRI(6)
              MOVE WS-GRP-P-PREPAY(WS-GRP-FOUND) TO WS-FIG-PRI(7)
              MOVE WS-GRP-P-PREPAY-AMT(WS-GRP-FOUND)
                  TO WS-FIG-PRI(8)
              MOVE WS-GRP-P-WOF(WS-GRP-FOUND) TO WS-FIG-PRI(9)
              MOVE WS-GRP-P-WOF-AMT(WS-GRP-FOUND) TO WS-FIG-PRI(10)
              MOVE WS-GRP-P-ARREARS(WS-GRP-FOUND) TO WS-FIG-PRI(11)
              MOVE WS-GRP-P-ARREARS-PCT(WS-GRP-FOUND)
                  TO WS-FIG-PRI(12)
           ELSE
              MOVE ZERO TO WS-FIG-PRI(1) WS-FIG-PRI(2)
                           WS-FIG-PRI(3) WS-FIG-PRI(4)
                           WS-FIG-PRI(5) WS-FIG-PRI(6)
                           WS-FIG-PRI(7) WS-FIG-PRI(8)
                           WS-FIG-PRI(9) WS-FIG-PRI(10)
                           WS-FIG-PRI(11) WS-FIG-PRI(12)
           END-IF.

       530-WRITE-ONE-FIGURE.

           COMPUTE WS-FIG-MOV(WS-FIG-SUB) =
               WS-FIG-CUR(WS-FIG-SUB) - WS-FIG-PRI(WS-FIG-SUB).
           MOVE WS-FIG-KIND(WS-FIG-SUB) TO WS-ED-KIND.
           MOVE WS-FIG-LABEL(WS-FIG-SUB) TO RPT-LABEL.

           MOVE WS-FIG-CUR(WS-FIG-SUB) TO WS-ED-VALUE.
           PERFORM 540-EDIT-FIGURE.
           MOVE WS-ED-AREA TO RPT-CUR.
           PERFORM 550-APPEND-CSV-VALUE.

           MOVE WS-FIG-PRI(WS-FIG-SUB) TO WS-ED-VALUE.
           PERFORM 540-EDIT-FIGURE.
           MOVE WS-ED-AREA TO RPT-PRI.
           PERFORM 550-APPEND-CSV-VALUE.

           MOVE WS-FIG-MOV(WS-FIG-SUB) TO WS-ED-VALUE.
           PERFORM 540-EDIT-FIGURE.
           MOVE WS-ED-AREA TO RPT-MOV.
           PERFORM 550-APPEND-CSV-VALUE.

           MOVE WS-REPORT-LINE TO MIS-RPT-REC.
           WRITE MIS-RPT-REC.

       540-EDIT-FIGURE.

           MOVE SPACES TO WS-ED-AREA.
           EVALUATE WS-ED-KIND
               WHEN "C"
                   MOVE WS-ED-VALUE TO WS-ED-COUNT
               WHEN "T"
                   COMPUTE WS-ED-TERM ROUNDED = WS-ED-VALUE
               WHEN OTHER
                   COMPUTE WS-ED-AMOUNT ROUNDED = WS-ED-VALUE
           END-EVALUATE.

       550-APPEND-CSV-VALUE.

           EVALUATE WS-ED-KIND
               WHEN "C"
                   MOVE WS-ED-VALUE TO WS-CSV-COUNT
               WHEN "T"
                   COMPUTE WS-CSV-TERM ROUNDED = WS-ED-VALUE
               WHEN OTHER
                   COMPUTE WS-CSV-AMOUNT ROUNDED = WS-ED-VALUE
           END-EVALUATE.
           MOVE ZERO TO WS-CSV-LEAD.
           INSPECT WS-CSV-AREA TALLYING WS-CSV-LEAD
               FOR LEADING SPACES.
           STRING "," DELIMITED BY SIZE
                  WS-CSV-AREA(WS-CSV-LEAD + 1:) DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING.

       560-WRITE-CSV-HEADER.

           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING "MONTH,PRODUCT,CURRENCY" DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM 570-APPEND-CSV-NAMES
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > WS-FIG-MAX.
           MOVE WS-CSV-LINE TO MIS-CSV-REC.
           WRITE MIS-CSV-REC.

       570-APPEND-CSV-NAMES.

           STRING "," DELIMITED BY SIZE
                  WS-FIG-CSV(WS-FIG-SUB) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FIG-CSV(WS-FIG-SUB) DELIMITED BY SPACE
                  "_PRIOR," DELIMITED BY SIZE
                  WS-FIG-CSV(WS-FIG-SUB) DELIMITED BY SPACE
                  "_MOVE" DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING.

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE HISTORY-FILE.
           CLOSE MIS-WORK.
           CLOSE MIS-REPORT.
           CLOSE MIS-EXTRACT.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-ARREARS-ON-FILE
              CLOSE ARREARS-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-PRODUCTS-ON-FILE
              CLOSE PRODUCT-MASTER
           END-IF.

           DISPLAY "ACCOUNTS READ:          " WS-ACCT-COUNTER.
           DISPLAY "ACCOUNTS GROUPED:       " WS-GROUPED-COUNTER.
           DISPLAY "GROUPS REPORTED:        " WS-REPORTED-COUNTER.
           DISPLAY "NO CURRENCY FOUND:      " WS-NOCURR-COUNTER.
           DISPLAY "PRODUCT NOT ON MASTER:  " WS-NOPROD-COUNTER.
           DISPLAY "GROUP TABLE FULL:       " WS-NOGROUP-COUNTER.

           IF WS-NOCURR-COUNTER > ZERO OR WS-NOPROD-COUNTER > ZERO
              OR WS-NOGROUP-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *
      * Central-Bank Credit Register Extract
      * ====================================
      *
      * Monthly loan-level return to the central bank's credit
      * register, one fixed-format detail record per loan in place
      * of the figures copied by hand from acctpos. Every active
      * account on account-master is reported, plus every inactive
      * one that was written off (it stays on the register as a
      * written-off exposure). The record joins:
      *
      *   account-master           account, product
      *   bcuota-schedmast         outstanding principal (balance
      *                            after the last settled period,
      *                            as acctpos reckons it)
      *   bcuota-openitems         currency and maturity (due date
      *                            of the last quota item cut,
      *                            stepped on by the schedule
      *                            periods not cut yet)
      *   bcuota-audit             origination date and original
      *                            principal (first accepted run),
      *                            payment frequency (latest)
      *   bcuota-arrears           days past due
      *   bcuota-restructure-master forbearance flag
      *   bcuota-writeoff-master   write-off flag, amount and date
      *   bcuota-borrowers         borrower name and address
      *   party-accounts           customer party ID, linking the
      *                            borrower's loans in both suites
      *
      * bcuota-credit-register carries a header (reporting agent
      * from CRREG-REPORTER-ID, reference month, creation date), the
      * detail records and a trailer with the record count and the
      * hash totals of outstanding principal and amount written off,
      * which the register checks on receipt.
      *
      * bcuota-crreg-validation lists every loan with a mandatory
      * field missing, one line per field, so they can be fixed and
      * the extract rerun before the deadline. RETURN-CODE 4 when
      * the validation report has entries (the file is written but
      * is not fit to submit), 0 when clean.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crregext.
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

           SELECT RESTRUCT-MASTER ASSIGN TO "bcuota-restructure-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RST-KEY
           FILE STATUS IS WS-RST-STATUS.

           SELECT BORROWER-MASTER ASSIGN TO "bcuota-borrowers"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BOR-ACC
           FILE STATUS IS WS-BOR-STATUS.

           SELECT PARTY-ACCOUNTS ASSIGN TO "party-accounts"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAC-ACC
           FILE STATUS IS WS-PAC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "bcuota-audit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ORIG-WORK ASSIGN TO "bcuota-crreg-work"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORG-ACC
           FILE STATUS IS WS-ORG-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "bcuota-credit-register"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT VALID-REPORT ASSIGN TO "bcuota-crreg-validation"
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
               05 FILLER PIC X(13).

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

       FD BORROWER-MASTER.
           01 BORROWER-REC.
               05 BOR-ACC PIC X(29).
               05 BOR-NAME PIC X(35).
               05 BOR-ADDR1 PIC X(35).
               05 BOR-ADDR2 PIC X(35).
               05 BOR-ADDR3 PIC X(35).
               05 BOR-LANG PIC X(2).
               05 BOR-CHANNEL PIC X(1).
                   88 BOR-BY-LETTER VALUE "L".
                   88 BOR-BY-EMAIL VALUE "E".
               05 BOR-EMAIL PIC X(40).
               05 FILLER PIC X(8).

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

      * One record per account: the first accepted audit record,
      * i.e. the run that originated the loan, with the payment
      * frequency of the latest one.
       FD ORIG-WORK.
           01 ORIG-REC.
               05 ORG-ACC PIC X(29).
               05 ORG-YMD PIC 9(8).
               05 ORG-PRIN PIC 9(7).
               05 ORG-PAY-FREQ PIC X(1).

       FD REGISTER-FILE.
           01 REGISTER-REC PIC X(400).

       FD VALID-REPORT.
           01 VALID-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-RST-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.
           01 WS-PAC-STATUS PIC X(2) VALUE SPACES.
           01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           01 WS-ORG-STATUS PIC X(2) VALUE SPACES.
           01 WS-REG-STATUS PIC X(2) VALUE SPACES.

           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-ARR-AVAIL PIC X(1) VALUE "N".
               88 WS-ARREARS-ON-FILE VALUE "Y".
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".
           01 WS-RST-AVAIL PIC X(1) VALUE "N".
               88 WS-RESTRUCTS-ON-FILE VALUE "Y".
           01 WS-BOR-AVAIL PIC X(1) VALUE "N".
               88 WS-BORROWERS-ON-FILE VALUE "Y".
           01 WS-PAC-AVAIL PIC X(1) VALUE "N".
               88 WS-PARTIES-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-RST-EOF PIC X(1) VALUE "N".
           01 WS-AUDIT-EOF PIC X(1) VALUE "N".
           01 WS-SCHM-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-REPORTABLE PIC X(1) VALUE "N".
               88 WS-LOAN-REPORTABLE VALUE "Y".
           01 WS-WOF-FOUND PIC X(1) VALUE "N".
               88 WS-LOAN-WRITTEN-OFF VALUE "Y".
           01 WS-FORBORNE PIC X(1) VALUE "N".
               88 WS-ACCOUNT-FORBORNE VALUE "Y".
           01 WS-SCHED-FOUND PIC X(1) VALUE "N".
               88 WS-SCHEDULE-FOUND VALUE "Y".
           01 WS-BOR-FOUND PIC X(1) VALUE "N".
               88 WS-BORROWER-FOUND VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               05 WS-TYEAR PIC X(4).
               05 WS-TMONTH PIC X(2).
               05 WS-TDAY PIC X(2).

           01 WS-REPORTER-ID PIC X(10) VALUE SPACES.

           01 WS-SETTLED-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-OUTSTANDING PIC S9(9)V9(2) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.
           01 WS-MATURITY-YMD PIC 9(8) VALUE ZERO.
           01 WS-MATURITY-YMD-X REDEFINES WS-MATURITY-YMD.
               05 WS-MAT-YYYY PIC 9(4).
               05 WS-MAT-MM PIC 9(2).
               05 WS-MAT-DD PIC 9(2).
           01 WS-DPD PIC 9(5) VALUE ZERO.
           01 WS-AUD-YMD PIC X(8) VALUE SPACES.
           01 WS-MISSING-FIELD PIC X(30) VALUE SPACES.
           01 WS-LOAN-MISSING PIC 9(2) VALUE ZERO.

      * The periods not cut yet step on from the last item cut: by
      * whole months (the day kept, or the month end in a shorter
      * month), or 14 days at a time when biweekly. Months are
      * counted as year * 12 + month - 1.
           01 WS-ITEMS-CUT PIC 9(4) VALUE ZERO.
           01 WS-LAST-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-PERIODS-LEFT PIC 9(4) VALUE ZERO.
           01 WS-MAT-MIDX PIC S9(7) COMP VALUE ZERO.
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

      * Date-to-serial work fields (Gregorian day count, used for
      * days-past-due arithmetic between the arrears due date and
      * today).
           01 WS-DS-YMD PIC 9(8) VALUE ZERO.
           01 WS-DS-YMD-X REDEFINES WS-DS-YMD.
               05 WS-DS-YYYY PIC 9(4).
               05 WS-DS-MM PIC 9(2).
               05 WS-DS-DD PIC 9(2).
           01 WS-DS-Y PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-M PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-A PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-B PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-C PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-E PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-SERIAL PIC S9(9) COMP VALUE ZERO.
           01 WS-ASOF-SERIAL PIC S9(9) COMP VALUE ZERO.
           01 WS-PAST-DAYS PIC S9(9) COMP VALUE ZERO.

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DETAIL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-INVALID-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-MISSING-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-TOTAL-OUTSTANDING PIC 9(13)V9(2) VALUE ZERO.
           01 WS-TOTAL-WRITTEN-OFF PIC 9(13)V9(2) VALUE ZERO.

      * Register record layouts. Amounts are unsigned, implied two
      * decimals; dates YYYYMMDD, zero when unknown.
           01 CRR-HEADER.
               05 CRH-TYPE PIC X(1) VALUE "H".
               05 CRH-REPORTER PIC X(10).
               05 CRH-PERIOD PIC 9(6).
               05 CRH-CREATED PIC 9(8).
               05 FILLER PIC X(375) VALUE SPACES.
           01 CRR-DETAIL.
               05 CRD-TYPE PIC X(1) VALUE "D".
               05 CRD-ACC PIC X(29).
               05 CRD-PRODUCT PIC X(4).
               05 CRD-CURR PIC X(3).
               05 CRD-ORIG-AMOUNT PIC 9(11)V9(2).
               05 CRD-OUTSTANDING PIC 9(11)V9(2).
               05 CRD-ORIG-YMD PIC 9(8).
               05 CRD-MATURITY-YMD PIC 9(8).
               05 CRD-DPD PIC 9(5).
               05 CRD-FORBORNE PIC X(1).
               05 CRD-WRITTEN-OFF PIC X(1).
               05 CRD-WOF-AMOUNT PIC 9(11)V9(2).
               05 CRD-WOF-YMD PIC 9(8).
               05 CRD-BOR-NAME PIC X(35).
               05 CRD-BOR-ADDR1 PIC X(35).
               05 CRD-BOR-ADDR2 PIC X(35).
               05 CRD-BOR-ADDR3 PIC X(35).
               05 CRD-PARTY-ID PIC X(10).
               05 FILLER PIC X(144) VALUE SPACES.
           01 CRR-TRAILER.
               05 CRT-TYPE PIC X(1) VALUE "T".
               05 CRT-COUNT PIC 9(9).
               05 CRT-OUTSTANDING PIC 9(13)V9(2).
               05 CRT-WRITTEN-OFF PIC 9(13)V9(2).
               05 FILLER PIC X(360) VALUE SPACES.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "CREDIT REGISTER PRE-SUBMISSION VALIDATION".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
           01 WS-REPORT-HEAD PIC X(80)
               VALUE "ACCOUNT                       MISSING FIELD".
           01 WS-REPORT-LINE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-FIELD PIC X(30).
           01 WS-REPORT-TOTAL.
               05 FILLER PIC X(30) VALUE "LOANS WITH MISSING FIELDS:".
               05 RPT-TOTAL PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF WS-RUN-ABORTED
              PERFORM 905-ABORT-WRAPUP
           ELSE
              PERFORM UNTIL WS-EOF='Y'
                  READ ACCOUNT-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNTER
                      PERFORM 200-EXTRACT-ONE-LOAN
                  END-READ
              END-PERFORM

              PERFORM 800-WRITE-TRAILER
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-SDATE TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-ASOF-SERIAL.

           ACCEPT WS-REPORTER-ID FROM ENVIRONMENT "CRREG-REPORTER-ID".

           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT SCHED-MASTER.
           IF WS-ACCTM-STATUS NOT = "00"
              OR WS-SCHM-STATUS NOT = "00"
              DISPLAY "ACCOUNT OR SCHEDULE MASTER NOT AVAILABLE"
              DISPLAY "STATUS: " WS-ACCTM-STATUS " / "
                      WS-SCHM-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              PERFORM 110-OPEN-OPTIONAL-MASTERS
              PERFORM 150-INDEX-ORIGINATIONS
           END-IF.

           IF NOT WS-RUN-ABORTED
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START

              OPEN OUTPUT REGISTER-FILE
              OPEN OUTPUT VALID-REPORT
              MOVE WS-REPORT-TITLE TO VALID-RPT-REC
              WRITE VALID-RPT-REC
              MOVE WS-SDATE TO RPT-ASOF
              MOVE WS-REPORT-ASOF TO VALID-RPT-REC
              WRITE VALID-RPT-REC
              MOVE WS-REPORT-HEAD TO VALID-RPT-REC
              WRITE VALID-RPT-REC

              MOVE WS-REPORTER-ID TO CRH-REPORTER
              MOVE WS-SDATE(1:6) TO CRH-PERIOD
              MOVE WS-SDATE TO CRH-CREATED
              MOVE CRR-HEADER TO REGISTER-REC
              WRITE REGISTER-REC
              IF WS-REPORTER-ID = SPACES
                 MOVE "HEADER" TO RPT-ACC
                 MOVE "REPORTING AGENT ID" TO RPT-FIELD
                 MOVE WS-REPORT-LINE TO VALID-RPT-REC
                 WRITE VALID-RPT-REC
                 ADD 1 TO WS-MISSING-COUNTER
              END-IF
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

           OPEN INPUT RESTRUCT-MASTER.
           IF WS-RST-STATUS = "00"
              MOVE 'Y' TO WS-RST-AVAIL
           END-IF.

           OPEN INPUT BORROWER-MASTER.
           IF WS-BOR-STATUS = "00"
              MOVE 'Y' TO WS-BOR-AVAIL
           ELSE
              DISPLAY "BORROWER MASTER NOT AVAILABLE, STATUS: "
                      WS-BOR-STATUS
           END-IF.

           OPEN INPUT PARTY-ACCOUNTS.
           IF WS-PAC-STATUS = "00"
              MOVE 'Y' TO WS-PAC-AVAIL
           END-IF.

       150-INDEX-ORIGINATIONS.

      * One pass over the audit trail keyed into a work file, so
      * each loan's origination is a single read instead of a scan.
      * The first accepted record per account is the origination;
      * later accepted runs (reruns, prepayments, restructures) only
      * bring its payment frequency up to date.
           OPEN OUTPUT ORIG-WORK.
           CLOSE ORIG-WORK.
           OPEN I-O ORIG-WORK.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDIT FILE NOT AVAILABLE, STATUS: "
                      WS-AUDIT-STATUS
           ELSE
              PERFORM UNTIL WS-AUDIT-EOF='Y'
                  READ AUDIT-FILE
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
                  NOT AT END
                      IF AUD-RC = ZERO
                         PERFORM 155-KEEP-ORIGINATION
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.
           CLOSE ORIG-WORK.

           OPEN INPUT ORIG-WORK.
           IF WS-ORG-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ORIGINATION WORK FILE, STATUS: "
                      WS-ORG-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

       155-KEEP-ORIGINATION.

      * Audit dates are DD-MM-YYYY.
           MOVE AUD-ACC TO ORG-ACC.
           MOVE SPACES TO WS-AUD-YMD.
           STRING AUD-DATE(7:4) DELIMITED BY SIZE
                  AUD-DATE(4:2) DELIMITED BY SIZE
                  AUD-DATE(1:2) DELIMITED BY SIZE
                  INTO WS-AUD-YMD
           END-STRING.
           IF AUD-PAY-FREQ = SPACE
              MOVE "M" TO WS-PAY-FREQ
           ELSE
              MOVE AUD-PAY-FREQ TO WS-PAY-FREQ
           END-IF.
           READ ORIG-WORK
              INVALID KEY
                 IF WS-AUD-YMD NUMERIC
                    MOVE WS-AUD-YMD TO ORG-YMD
                 ELSE
                    MOVE ZERO TO ORG-YMD
                 END-IF
                 MOVE AUD-PRIN-AMT TO ORG-PRIN
                 MOVE WS-PAY-FREQ TO ORG-PAY-FREQ
                 WRITE ORIG-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 MOVE WS-PAY-FREQ TO ORG-PAY-FREQ
                 REWRITE ORIG-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-READ.

       200-EXTRACT-ONE-LOAN.

      * Written-off loans stay on the register although the account
      * has been deactivated; other inactive accounts are off it.
           MOVE 'N' TO WS-WOF-FOUND.
           IF WS-WRITEOFFS-ON-FILE
              MOVE ACCT-NUMBER TO WOF-ACC
              READ WRITEOFF-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-WOF-FOUND
              END-READ
           END-IF.

           MOVE 'N' TO WS-REPORTABLE.
           IF ACCT-ACTIVE OR WS-LOAN-WRITTEN-OFF
              MOVE 'Y' TO WS-REPORTABLE
           END-IF.

           IF WS-LOAN-REPORTABLE
              PERFORM 210-FIND-OUTSTANDING
              PERFORM 220-FIND-DAYS-PAST-DUE
              PERFORM 230-CHECK-FORBORNE
              PERFORM 240-BUILD-DETAIL
              PERFORM 300-VALIDATE-DETAIL
              MOVE CRR-DETAIL TO REGISTER-REC
              WRITE REGISTER-REC
              ADD 1 TO WS-DETAIL-COUNTER
              ADD CRD-OUTSTANDING TO WS-TOTAL-OUTSTANDING
              ADD CRD-WOF-AMOUNT TO WS-TOTAL-WRITTEN-OFF
           END-IF.

       210-FIND-OUTSTANDING.

      * Settled quota items count the periods behind the borrower.
      * Items are cut one period at a time, so the maturity is the
      * last item's due date stepped on by the schedule periods
      * still to be cut.
           MOVE ZERO TO WS-SETTLED-ITEMS.
           MOVE ZERO TO WS-ITEMS-CUT.
           MOVE ZERO TO WS-OUTSTANDING.
           MOVE ZERO TO WS-MATURITY-YMD.
           MOVE SPACES TO WS-CURR.
           MOVE 'N' TO WS-SCHED-FOUND.

           IF WS-OPEN-ITEMS-ON-FILE
              MOVE 'N' TO WS-OPN-EOF
              MOVE ACCT-NUMBER TO OPN-ACC
              MOVE ZERO TO OPN-DUE-YMD
              START OPENITEM-MASTER KEY IS >= OPN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-OPN-EOF
              END-START
              PERFORM 215-SCAN-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'
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
                 MOVE 'Y' TO WS-SCHED-FOUND
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
              PERFORM 216-STEP-TO-MATURITY
           END-IF.

       215-SCAN-ONE-ITEM.

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

       216-STEP-TO-MATURITY.

           MOVE WS-ITEMS-CUT TO WS-LAST-PERIOD.
           MOVE 'N' TO WS-SCHM-EOF.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           COMPUTE SCHM-MONTH = WS-ITEMS-CUT + 1.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.
           PERFORM 217-SCAN-ONE-PERIOD UNTIL WS-SCHM-EOF = 'Y'.
           COMPUTE WS-PERIODS-LEFT = WS-LAST-PERIOD - WS-ITEMS-CUT.

           IF WS-PERIODS-LEFT > ZERO
              MOVE "M" TO WS-PAY-FREQ
              MOVE ACCT-NUMBER TO ORG-ACC
              READ ORIG-WORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ORG-PAY-FREQ TO WS-PAY-FREQ
              END-READ
              IF WS-FREQ-BIWEEKLY
                 PERFORM 218-STEP-ONE-FORTNIGHT WS-PERIODS-LEFT TIMES
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
                 PERFORM 219-MONTH-MAX-DAYS
                 IF WS-MAT-DD > WS-MONTH-MAX
                    MOVE WS-MONTH-MAX TO WS-MAT-DD
                 END-IF
              END-IF
           END-IF.

       217-SCAN-ONE-PERIOD.

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

       218-STEP-ONE-FORTNIGHT.

           ADD 14 TO WS-MAT-DD.
           PERFORM 219-MONTH-MAX-DAYS.
           IF WS-MAT-DD > WS-MONTH-MAX
              SUBTRACT WS-MONTH-MAX FROM WS-MAT-DD
              ADD 1 TO WS-MAT-MM
              IF WS-MAT-MM > 12
                 MOVE 1 TO WS-MAT-MM
                 ADD 1 TO WS-MAT-YYYY
              END-IF
           END-IF.

       219-MONTH-MAX-DAYS.

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

       220-FIND-DAYS-PAST-DUE.

           MOVE ZERO TO WS-DPD.
           IF WS-ARREARS-ON-FILE
              MOVE ACCT-NUMBER TO ARR-ACC
              READ ARREARS-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-CURR = SPACES
                       MOVE ARR-CURR TO WS-CURR
                    END-IF
                    IF ARR-AMOUNT > ZERO
                       MOVE ARR-DUE-YMD TO WS-DS-YMD
                       PERFORM 710-DATE-TO-SERIAL
                       COMPUTE WS-PAST-DAYS =
                           WS-ASOF-SERIAL - WS-DS-SERIAL
                       IF WS-PAST-DAYS > ZERO
                          MOVE WS-PAST-DAYS TO WS-DPD
                       END-IF
                    END-IF
              END-READ
           END-IF.

       230-CHECK-FORBORNE.

      * Forborne while any restructure of the account is in force;
      * one marked exited (cured or closed) no longer counts.
           MOVE 'N' TO WS-FORBORNE.
           IF WS-RESTRUCTS-ON-FILE
              MOVE 'N' TO WS-RST-EOF
              MOVE ACCT-NUMBER TO RST-ACC
              MOVE ZERO TO RST-YMD
              START RESTRUCT-MASTER KEY IS >= RST-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RST-EOF
              END-START
              PERFORM 235-SCAN-ONE-RESTRUCTURE
                  UNTIL WS-RST-EOF = 'Y' OR WS-ACCOUNT-FORBORNE
           END-IF.

       235-SCAN-ONE-RESTRUCTURE.

           READ RESTRUCT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RST-EOF
              NOT AT END
                 IF RST-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-RST-EOF
                 ELSE
                    IF RST-FORBORNE
                       MOVE 'Y' TO WS-FORBORNE
                    END-IF
                 END-IF
           END-READ.

       240-BUILD-DETAIL.

           MOVE ACCT-NUMBER TO CRD-ACC.
           MOVE ACCT-PRODUCT TO CRD-PRODUCT.
           MOVE WS-CURR TO CRD-CURR.
           MOVE WS-OUTSTANDING TO CRD-OUTSTANDING.
           MOVE WS-MATURITY-YMD TO CRD-MATURITY-YMD.
           MOVE WS-DPD TO CRD-DPD.

           MOVE ZERO TO CRD-ORIG-AMOUNT.
           MOVE ZERO TO CRD-ORIG-YMD.
           MOVE ACCT-NUMBER TO ORG-ACC.
           READ ORIG-WORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ORG-PRIN TO CRD-ORIG-AMOUNT
                 MOVE ORG-YMD TO CRD-ORIG-YMD
           END-READ.

           IF WS-ACCOUNT-FORBORNE
              MOVE "Y" TO CRD-FORBORNE
           ELSE
              MOVE "N" TO CRD-FORBORNE
           END-IF.

           IF WS-LOAN-WRITTEN-OFF
              MOVE "Y" TO CRD-WRITTEN-OFF
              MOVE WOF-AMOUNT TO CRD-WOF-AMOUNT
              MOVE WOF-YMD TO CRD-WOF-YMD
              IF CRD-CURR = SPACES
                 MOVE WOF-CURR TO CRD-CURR
              END-IF
           ELSE
              MOVE "N" TO CRD-WRITTEN-OFF
              MOVE ZERO TO CRD-WOF-AMOUNT
              MOVE ZERO TO CRD-WOF-YMD
           END-IF.

           MOVE SPACES TO CRD-BOR-NAME.
           MOVE SPACES TO CRD-BOR-ADDR1.
           MOVE SPACES TO CRD-BOR-ADDR2.
           MOVE SPACES TO CRD-BOR-ADDR3.
           MOVE 'N' TO WS-BOR-FOUND.
           IF WS-BORROWERS-ON-FILE
              MOVE ACCT-NUMBER TO BOR-ACC
              READ BORROWER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-BOR-FOUND
                    MOVE BOR-NAME TO CRD-BOR-NAME
                    MOVE BOR-ADDR1 TO CRD-BOR-ADDR1
                    MOVE BOR-ADDR2 TO CRD-BOR-ADDR2
                    MOVE BOR-ADDR3 TO CRD-BOR-ADDR3
              END-READ
           END-IF.

           MOVE SPACES TO CRD-PARTY-ID.
           IF WS-PARTIES-ON-FILE
              MOVE ACCT-NUMBER TO PAC-ACC
              READ PARTY-ACCOUNTS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PAC-PARTY TO CRD-PARTY-ID
              END-READ
           END-IF.

       300-VALIDATE-DETAIL.

      * The register's mandatory fields. Address lines 2 and 3 and
      * the write-off fields of a performing loan may be blank.
           MOVE ZERO TO WS-LOAN-MISSING.
           IF CRD-PRODUCT = SPACES
              MOVE "PRODUCT CODE" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           END-IF.
           IF CRD-CURR = SPACES
              MOVE "CURRENCY" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           END-IF.
           IF NOT WS-SCHEDULE-FOUND AND NOT WS-LOAN-WRITTEN-OFF
              MOVE "OUTSTANDING PRINCIPAL" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           END-IF.
           IF CRD-ORIG-YMD = ZERO
              MOVE "ORIGINATION DATE" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           END-IF.
           IF CRD-ORIG-AMOUNT = ZERO
              MOVE "ORIGINAL PRINCIPAL" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           END-IF.
           IF CRD-MATURITY-YMD = ZERO
              MOVE "MATURITY DATE" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           END-IF.
           IF NOT WS-BORROWER-FOUND
              MOVE "BORROWER RECORD" TO WS-MISSING-FIELD
              PERFORM 310-REPORT-MISSING
           ELSE
              IF CRD-BOR-NAME = SPACES
                 MOVE "BORROWER NAME" TO WS-MISSING-FIELD
                 PERFORM 310-REPORT-MISSING
              END-IF
              IF CRD-BOR-ADDR1 = SPACES
                 MOVE "BORROWER ADDRESS" TO WS-MISSING-FIELD
                 PERFORM 310-REPORT-MISSING
              END-IF
           END-IF.
           IF WS-LOAN-MISSING > ZERO
              ADD 1 TO WS-INVALID-COUNTER
           END-IF.

       310-REPORT-MISSING.

           ADD 1 TO WS-LOAN-MISSING.
           ADD 1 TO WS-MISSING-COUNTER.
           MOVE ACCT-NUMBER TO RPT-ACC.
           MOVE WS-MISSING-FIELD TO RPT-FIELD.
           MOVE WS-REPORT-LINE TO VALID-RPT-REC.
           WRITE VALID-RPT-REC.

       710-DATE-TO-SERIAL.

      * Gregorian day count from the civil date in WS-DS-YMD, for
      * whole-day differences. January and February count as months
      * 13 and 14 of the prior year so the leap day falls at the end
      * of the shifted year.
           MOVE WS-DS-YYYY TO WS-DS-Y.
           MOVE WS-DS-MM TO WS-DS-M.
           IF WS-DS-M <= 2
              SUBTRACT 1 FROM WS-DS-Y
              ADD 12 TO WS-DS-M
           END-IF.
           COMPUTE WS-DS-A = WS-DS-Y / 4.
           COMPUTE WS-DS-B = WS-DS-Y / 100.
           COMPUTE WS-DS-C = WS-DS-Y / 400.
           COMPUTE WS-DS-E = (153 * (WS-DS-M - 3) + 2) / 5.
           COMPUTE WS-DS-SERIAL = 365 * WS-DS-Y + WS-DS-A - WS-DS-B
                                + WS-DS-C + WS-DS-E + WS-DS-DD.

       800-WRITE-TRAILER.

           MOVE WS-DETAIL-COUNTER TO CRT-COUNT.
           MOVE WS-TOTAL-OUTSTANDING TO CRT-OUTSTANDING.
           MOVE WS-TOTAL-WRITTEN-OFF TO CRT-WRITTEN-OFF.
           MOVE CRR-TRAILER TO REGISTER-REC.
           WRITE REGISTER-REC.

           MOVE SPACES TO VALID-RPT-REC.
           WRITE VALID-RPT-REC.
           MOVE WS-INVALID-COUNTER TO RPT-TOTAL.
           MOVE WS-REPORT-TOTAL TO VALID-RPT-REC.
           WRITE VALID-RPT-REC.

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE ORIG-WORK.
           CLOSE REGISTER-FILE.
           CLOSE VALID-REPORT.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-ARREARS-ON-FILE
              CLOSE ARREARS-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
           END-IF.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           IF WS-PARTIES-ON-FILE
              CLOSE PARTY-ACCOUNTS
           END-IF.

           DISPLAY "ACCOUNTS READ:          " WS-ACCT-COUNTER.
           DISPLAY "LOANS REPORTED:         " WS-DETAIL-COUNTER.
           DISPLAY "LOANS FAILING VALIDATION: " WS-INVALID-COUNTER.
           DISPLAY "MISSING FIELDS:         " WS-MISSING-COUNTER.

           IF WS-MISSING-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       905-ABORT-WRAPUP.

      * Only the files 100-INIT managed to open are closed.
           IF WS-ACCTM-STATUS = "00"
              CLOSE ACCOUNT-MASTER
           END-IF.
           IF WS-SCHM-STATUS = "00"
              CLOSE SCHED-MASTER
           END-IF.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-ARREARS-ON-FILE
              CLOSE ARREARS-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
           END-IF.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           IF WS-PARTIES-ON-FILE
              CLOSE PARTY-ACCOUNTS
           END-IF.
      ******************************************************************

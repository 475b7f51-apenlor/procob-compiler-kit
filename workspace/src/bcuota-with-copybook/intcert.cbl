      ******************************************************************
      *
      * Annual Interest-Paid Certificate
      * ================================
      *
      * Year-end batch: works out, per account, the interest and the
      * principal the borrower actually paid in the tax year, prints
      * a certificate per borrower for the tax return, and writes
      * the summary file for the tax authority's annual information
      * return.
      *
      * What was paid comes from the bcuota-openitems subledger. The
      * received figure on each quota item is net of chargebacks
      * (rcptapply backs a reversal off the item it had relieved),
      * and a write-off closes the unpaid items without receiving
      * anything, so the amount written off is never counted as
      * paid. Each item is split against the matching period of
      * bcuota-schedmast -- the item's position among the account's
      * quota items -- with the receipt settling the period's
      * SCH-INTEREST first and the rest going to principal.
      * Penalty items are charges, not interest, and are left out.
      *
      * Because an item can be paid across a year end, the indexed
      * bcuota-intcert-register keeps, per item, what had been
      * received when the previous tax year was closed; the year's
      * payment is the movement since. An item never certified
      * before counts in full in the year of its latest receipt. An
      * item whose latest receipt is dated after the tax year has
      * its movement carried to the next year, so run the batch at
      * year end, after the last receipts run of the year. A rerun
      * for the same year reproduces the same figures.
      *
      * Outputs:
      *   bcuota-intcert-certs       one certificate per borrower
      *                              (name and address from
      *                              bcuota-borrowers)
      *   bcuota-intcert-taxfile     header (lender ID from env
      *                              INTCERT-LENDER-ID, tax year,
      *                              creation date), one detail
      *                              per account, trailer with the
      *                              count and hash totals
      *   bcuota-intcert-exceptions  accounts with no borrower
      *                              record or a paid item with no
      *                              schedule period
      *
      * Parameter: the tax year YYYY (default: the current year when
      * run in December, otherwise the previous year).
      *
      * RETURN-CODE 4 when the exception file has entries, else 0.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intcert.
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

           SELECT CERT-REGISTER ASSIGN TO "bcuota-intcert-register"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRG-KEY
           FILE STATUS IS WS-CRG-STATUS.

           SELECT CERT-FILE ASSIGN TO "bcuota-intcert-certs"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT TAX-FILE ASSIGN TO "bcuota-intcert-taxfile"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EXCEPT-FILE ASSIGN TO "bcuota-intcert-exceptions"
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

      * One record per quota item ever certified: the tax year it
      * was last certified for, what had been received on it when
      * that year opened, and what had been received when the year
      * was certified.
       FD CERT-REGISTER.
           01 CERT-REG-REC.
               05 CRG-KEY.
                   10 CRG-ACC PIC X(29).
                   10 CRG-DUE-YMD PIC 9(8).
               05 CRG-YEAR PIC 9(4).
               05 CRG-OPEN-RCVD PIC S9(7)V9(2).
               05 CRG-CLOSE-RCVD PIC S9(7)V9(2).
               05 FILLER PIC X(10).

       FD CERT-FILE.
           01 CERT-REC PIC X(80).

       FD TAX-FILE.
           01 TAX-REC PIC X(250).

       FD EXCEPT-FILE.
           01 EXCEPT-REC.
               05 EXC-ACC PIC X(29).
               05 FILLER PIC X(1).
               05 EXC-REASON PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.
           01 WS-PAC-STATUS PIC X(2) VALUE SPACES.
           01 WS-CRG-STATUS PIC X(2) VALUE SPACES.

           01 WS-BOR-AVAIL PIC X(1) VALUE "N".
               88 WS-BORROWERS-ON-FILE VALUE "Y".
           01 WS-PAC-AVAIL PIC X(1) VALUE "N".
               88 WS-PARTIES-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-CRG-NEW PIC X(1) VALUE "N".
               88 WS-ITEM-NEW-TO-REGISTER VALUE "Y".
           01 WS-CRG-SKIP PIC X(1) VALUE "N".
               88 WS-ITEM-CERTIFIED-LATER VALUE "Y".
           01 WS-BOR-FOUND PIC X(1) VALUE "N".
               88 WS-BORROWER-FOUND VALUE "Y".
           01 WS-NOSCHED PIC X(1) VALUE "N".
               88 WS-PERIOD-MISSING VALUE "Y".

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

           01 WS-RUNPARM PIC X(20) VALUE SPACES.
           01 WS-TAX-YEAR PIC 9(4) VALUE ZERO.
           01 WS-YEAR-START-YMD PIC 9(8) VALUE ZERO.
           01 WS-YEAR-END-YMD PIC 9(8) VALUE ZERO.
           01 WS-LENDER-ID PIC X(10) VALUE SPACES.

           01 WS-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.
           01 WS-OPEN-RCVD PIC S9(7)V9(2) VALUE ZERO.
           01 WS-CLOSE-RCVD PIC S9(7)V9(2) VALUE ZERO.
           01 WS-PERIOD-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-SPLIT-RCVD PIC S9(7)V9(2) VALUE ZERO.
           01 WS-SPLIT-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-OPEN-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-CLOSE-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ITEM-INT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ITEM-PRIN PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ACC-INT PIC S9(9)V9(2) VALUE ZERO.
           01 WS-ACC-PRIN PIC S9(9)V9(2) VALUE ZERO.
           01 WS-ACC-ITEMS PIC 9(4) VALUE ZERO.

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-CERT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EXC-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-LATER-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-CARRIED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-TOTAL-INT PIC S9(13)V9(2) VALUE ZERO.
           01 WS-TOTAL-PRIN PIC S9(13)V9(2) VALUE ZERO.

           01 WS-DISPREG-PARM PIC X(60) VALUE SPACES.

      * Tax authority return layouts. Amounts carry a leading sign
      * (a chargeback of last year's payment can net an account
      * negative) and two implied decimals.
           01 TAX-HEADER.
               05 TXH-TYPE PIC X(1) VALUE "H".
               05 TXH-LENDER PIC X(10).
               05 TXH-YEAR PIC 9(4).
               05 TXH-CREATED PIC 9(8).
               05 FILLER PIC X(227) VALUE SPACES.
           01 TAX-DETAIL.
               05 TXD-TYPE PIC X(1) VALUE "D".
               05 TXD-YEAR PIC 9(4).
               05 TXD-ACC PIC X(29).
               05 TXD-PARTY-ID PIC X(10).
               05 TXD-BOR-NAME PIC X(35).
               05 TXD-BOR-ADDR1 PIC X(35).
               05 TXD-BOR-ADDR2 PIC X(35).
               05 TXD-BOR-ADDR3 PIC X(35).
               05 TXD-CURR PIC X(3).
               05 TXD-INTEREST PIC S9(11)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 TXD-PRINCIPAL PIC S9(11)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(35) VALUE SPACES.
           01 TAX-TRAILER.
               05 TXT-TYPE PIC X(1) VALUE "T".
               05 TXT-COUNT PIC 9(9).
               05 TXT-INTEREST PIC S9(13)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 TXT-PRINCIPAL PIC S9(13)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(208) VALUE SPACES.

           01 WS-CERT-SEP PIC X(80) VALUE ALL "=".
           01 WS-CERT-TITLE.
               05 FILLER PIC X(38)
                   VALUE "CERTIFICATE OF INTEREST PAID FOR TAX Y".
               05 FILLER PIC X(5) VALUE "EAR: ".
               05 CRT-YEAR PIC 9(4).
           01 WS-CERT-NAME-LINE.
               05 FILLER PIC X(17) VALUE "TO:              ".
               05 CRT-NAME PIC X(35).
           01 WS-CERT-ADDR-LINE.
               05 FILLER PIC X(17) VALUE SPACES.
               05 CRT-ADDR PIC X(35).
           01 WS-CERT-EMAIL-LINE.
               05 FILLER PIC X(17) VALUE "DELIVER BY EMAIL:".
               05 FILLER PIC X(1) VALUE SPACE.
               05 CRT-EMAIL PIC X(40).
           01 WS-CERT-ACC-LINE.
               05 FILLER PIC X(17) VALUE "ACCOUNT:         ".
               05 CRT-ACC PIC X(29).
           01 WS-CERT-DATE-LINE.
               05 FILLER PIC X(17) VALUE "ISSUED:          ".
               05 CRT-DATE PIC X(10).
           01 WS-CERT-PERIOD-LINE.
               05 FILLER PIC X(17) VALUE "PERIOD:          ".
               05 CRT-FROM PIC X(10).
               05 FILLER PIC X(4) VALUE " TO ".
               05 CRT-TO PIC X(10).
           01 WS-CERT-INT-LINE.
               05 FILLER PIC X(26) VALUE "INTEREST PAID:            ".
               05 CRT-INT PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CRT-CURR1 PIC X(3).
           01 WS-CERT-PRIN-LINE.
               05 FILLER PIC X(26) VALUE "PRINCIPAL REPAID:         ".
               05 CRT-PRIN PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CRT-CURR2 PIC X(3).
           01 WS-CERT-TOTAL-LINE.
               05 FILLER PIC X(26) VALUE "TOTAL PAID:               ".
               05 CRT-TOTAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CRT-CURR3 PIC X(3).
           01 WS-CERT-NOTE1 PIC X(80) VALUE
               "AMOUNTS RECEIVED IN THE YEAR, NET OF PAYMENTS RETURNED".
           01 WS-CERT-NOTE2 PIC X(80) VALUE
               "UNPAID. LATE-PAYMENT CHARGES ARE NOT INTEREST.".
           01 WS-YMD-WORK PIC 9(8) VALUE ZERO.
           01 WS-YMD-WORK-X REDEFINES WS-YMD-WORK.
               05 WS-YMD-YYYY PIC X(4).
               05 WS-YMD-MM PIC X(2).
               05 WS-YMD-DD PIC X(2).
           01 WS-DMY-WORK.
               05 WS-DMY-DD PIC X(2).
               05 FILLER VALUE "-".
               05 WS-DMY-MM PIC X(2).
               05 FILLER VALUE "-".
               05 WS-DMY-YYYY PIC X(4).

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ ACCOUNT-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNTER
                      PERFORM 200-CERTIFY-ONE-ACCOUNT
                  END-READ
              END-PERFORM

              PERFORM 800-WRITE-TRAILER
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.

           MOVE WS-TYEAR TO WS-TAX-YEAR.
           IF WS-TMONTH NOT = "12"
              SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.
           ACCEPT WS-RUNPARM FROM COMMAND-LINE.
           IF WS-RUNPARM NOT = SPACES
              IF WS-RUNPARM(1:4) NUMERIC
                 AND WS-RUNPARM(5:1) = SPACE
                 MOVE WS-RUNPARM(1:4) TO WS-TAX-YEAR
              ELSE
                 DISPLAY "INVALID TAX YEAR PARAMETER (YYYY): "
                         WS-RUNPARM
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.
           COMPUTE WS-YEAR-START-YMD = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END-YMD = WS-TAX-YEAR * 10000 + 1231.

           ACCEPT WS-LENDER-ID FROM ENVIRONMENT "INTCERT-LENDER-ID".

           IF NOT WS-RUN-ABORTED
              DISPLAY "CERTIFYING INTEREST PAID FOR TAX YEAR: "
                      WS-TAX-YEAR
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
              PERFORM 110-OPEN-CERT-REGISTER
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 120-OPEN-OPTIONAL-MASTERS
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START

              OPEN OUTPUT CERT-FILE
              OPEN OUTPUT TAX-FILE
              OPEN OUTPUT EXCEPT-FILE

              MOVE WS-LENDER-ID TO TXH-LENDER
              MOVE WS-TAX-YEAR TO TXH-YEAR
              MOVE WS-SDATE TO TXH-CREATED
              MOVE TAX-HEADER TO TAX-REC
              WRITE TAX-REC
              IF WS-LENDER-ID = SPACES
                 MOVE "HEADER" TO EXC-ACC
                 MOVE "NO LENDER ID" TO EXC-REASON
                 WRITE EXCEPT-REC
                 ADD 1 TO WS-EXC-COUNTER
              END-IF
           END-IF.

       110-OPEN-CERT-REGISTER.

           OPEN I-O CERT-REGISTER.
           IF WS-CRG-STATUS = "35"
      * First year-end: nothing certified yet, create it empty.
              OPEN OUTPUT CERT-REGISTER
              CLOSE CERT-REGISTER
              OPEN I-O CERT-REGISTER
           END-IF.
           IF WS-CRG-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CERTIFICATE REGISTER, STATUS: "
                      WS-CRG-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

       120-OPEN-OPTIONAL-MASTERS.

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

       200-CERTIFY-ONE-ACCOUNT.

           MOVE ZERO TO WS-ACC-INT.
           MOVE ZERO TO WS-ACC-PRIN.
           MOVE ZERO TO WS-ACC-ITEMS.
           MOVE ZERO TO WS-PERIOD.
           MOVE SPACES TO WS-CURR.
           MOVE 'N' TO WS-NOSCHED.

           MOVE 'N' TO WS-OPN-EOF.
           MOVE ACCT-NUMBER TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.
           PERFORM 210-TAKE-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.

           IF WS-PERIOD-MISSING
              MOVE ACCT-NUMBER TO EXC-ACC
              MOVE "NO SCHEDULE PERIOD" TO EXC-REASON
              WRITE EXCEPT-REC
              ADD 1 TO WS-EXC-COUNTER
           END-IF.

           IF WS-ACC-ITEMS > ZERO
              AND (WS-ACC-INT NOT = ZERO OR WS-ACC-PRIN NOT = ZERO)
              PERFORM 300-WRITE-CERTIFICATE
              PERFORM 350-WRITE-TAX-DETAIL
           END-IF.

       210-TAKE-ONE-ITEM.

      * Quota items in due-date order are the schedule periods, as
      * acctpos and eclstage count them.
           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-PERIOD
                       MOVE OPN-CURR TO WS-CURR
                       PERFORM 220-FIND-YEAR-MOVEMENT
                       IF NOT WS-ITEM-CERTIFIED-LATER
                          PERFORM 240-UPDATE-REGISTER
                          IF WS-CLOSE-RCVD NOT = WS-OPEN-RCVD
                             PERFORM 230-SPLIT-ITEM
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       220-FIND-YEAR-MOVEMENT.

      * What had been received on the item when the tax year opened
      * and what has been received now.
           MOVE 'N' TO WS-CRG-NEW.
           MOVE 'N' TO WS-CRG-SKIP.
           MOVE OPN-RECEIVED TO WS-CLOSE-RCVD.
           MOVE OPN-ACC TO CRG-ACC.
           MOVE OPN-DUE-YMD TO CRG-DUE-YMD.
           READ CERT-REGISTER
              INVALID KEY
                 MOVE 'Y' TO WS-CRG-NEW
                 IF OPN-VALDATE-YMD < WS-YEAR-START-YMD
                    MOVE OPN-RECEIVED TO WS-OPEN-RCVD
                 ELSE
                    MOVE ZERO TO WS-OPEN-RCVD
                 END-IF
              NOT INVALID KEY
                 EVALUATE TRUE
                     WHEN CRG-YEAR = WS-TAX-YEAR
                         MOVE CRG-OPEN-RCVD TO WS-OPEN-RCVD
                     WHEN CRG-YEAR < WS-TAX-YEAR
                         MOVE CRG-CLOSE-RCVD TO WS-OPEN-RCVD
                     WHEN OTHER
                         MOVE 'Y' TO WS-CRG-SKIP
                         ADD 1 TO WS-LATER-COUNTER
                 END-EVALUATE
           END-READ.

      * A receipt dated after the tax year belongs to the next one;
      * the movement stays on the item for next year's run.
           IF NOT WS-ITEM-CERTIFIED-LATER
              AND OPN-VALDATE-YMD > WS-YEAR-END-YMD
              AND WS-CLOSE-RCVD NOT = WS-OPEN-RCVD
              MOVE WS-OPEN-RCVD TO WS-CLOSE-RCVD
              ADD 1 TO WS-CARRIED-COUNTER
           END-IF.

       230-SPLIT-ITEM.

      * The receipt settles the period's interest first. The
      * interest share of a received figure is the figure up to the
      * period's interest; the year's interest is the change in
      * that share, so a chargeback reverses interest before
      * principal, as it was applied.
           MOVE ZERO TO WS-PERIOD-INT.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           MOVE WS-PERIOD TO SCHM-MONTH.
           READ SCHED-MASTER
              INVALID KEY
                 MOVE 'Y' TO WS-NOSCHED
              NOT INVALID KEY
                 MOVE SCHM-INTEREST TO WS-PERIOD-INT
           END-READ.

           MOVE WS-OPEN-RCVD TO WS-SPLIT-RCVD.
           PERFORM 235-INTEREST-SHARE.
           MOVE WS-SPLIT-INT TO WS-OPEN-INT.
           MOVE WS-CLOSE-RCVD TO WS-SPLIT-RCVD.
           PERFORM 235-INTEREST-SHARE.
           MOVE WS-SPLIT-INT TO WS-CLOSE-INT.

           COMPUTE WS-ITEM-INT = WS-CLOSE-INT - WS-OPEN-INT.
           COMPUTE WS-ITEM-PRIN = (WS-CLOSE-RCVD - WS-OPEN-RCVD)
                                - WS-ITEM-INT.
           ADD WS-ITEM-INT TO WS-ACC-INT.
           ADD WS-ITEM-PRIN TO WS-ACC-PRIN.
           ADD 1 TO WS-ACC-ITEMS.

       235-INTEREST-SHARE.

           IF WS-SPLIT-RCVD <= ZERO OR WS-PERIOD-INT <= ZERO
              MOVE ZERO TO WS-SPLIT-INT
           ELSE
              IF WS-SPLIT-RCVD < WS-PERIOD-INT
                 MOVE WS-SPLIT-RCVD TO WS-SPLIT-INT
              ELSE
                 MOVE WS-PERIOD-INT TO WS-SPLIT-INT
              END-IF
           END-IF.

       240-UPDATE-REGISTER.

           MOVE OPN-ACC TO CRG-ACC.
           MOVE OPN-DUE-YMD TO CRG-DUE-YMD.
           MOVE WS-TAX-YEAR TO CRG-YEAR.
           MOVE WS-OPEN-RCVD TO CRG-OPEN-RCVD.
           MOVE WS-CLOSE-RCVD TO CRG-CLOSE-RCVD.
           IF WS-ITEM-NEW-TO-REGISTER
              WRITE CERT-REG-REC
                 INVALID KEY
                    DISPLAY "CERTIFICATE REGISTER WRITE FAILED: "
                            CRG-KEY
              END-WRITE
           ELSE
              REWRITE CERT-REG-REC
                 INVALID KEY
                    DISPLAY "CERTIFICATE REGISTER REWRITE FAILED: "
                            CRG-KEY
              END-REWRITE
           END-IF.

       300-WRITE-CERTIFICATE.

           ADD 1 TO WS-CERT-COUNTER.
           MOVE WS-CERT-SEP TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-TAX-YEAR TO CRT-YEAR.
           MOVE WS-CERT-TITLE TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.

           PERFORM 310-WRITE-ADDRESS-BLOCK.

           MOVE ACCT-NUMBER TO CRT-ACC.
           MOVE WS-CERT-ACC-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-CDATE TO CRT-DATE.
           MOVE WS-CERT-DATE-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-YEAR-START-YMD TO WS-YMD-WORK.
           PERFORM 320-FORMAT-DATE.
           MOVE WS-DMY-WORK TO CRT-FROM.
           MOVE WS-YEAR-END-YMD TO WS-YMD-WORK.
           PERFORM 320-FORMAT-DATE.
           MOVE WS-DMY-WORK TO CRT-TO.
           MOVE WS-CERT-PERIOD-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.

           MOVE WS-ACC-INT TO CRT-INT.
           MOVE WS-CURR TO CRT-CURR1.
           MOVE WS-CERT-INT-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-ACC-PRIN TO CRT-PRIN.
           MOVE WS-CURR TO CRT-CURR2.
           MOVE WS-CERT-PRIN-LINE TO CERT-REC.
           WRITE CERT-REC.
           COMPUTE CRT-TOTAL = WS-ACC-INT + WS-ACC-PRIN.
           MOVE WS-CURR TO CRT-CURR3.
           MOVE WS-CERT-TOTAL-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-CERT-NOTE1 TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-CERT-NOTE2 TO CERT-REC.
           WRITE CERT-REC.

       310-WRITE-ADDRESS-BLOCK.

      * Name and postal address from the borrower master, plus the
      * email for borrowers who opted for electronic delivery, as
      * on the statements. An account with no borrower record goes
      * to the exception file; its certificate carries the account
      * number only.
           MOVE 'N' TO WS-BOR-FOUND.
           IF WS-BORROWERS-ON-FILE
              MOVE ACCT-NUMBER TO BOR-ACC
              READ BORROWER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-BOR-FOUND
              END-READ
           END-IF.

           IF NOT WS-BORROWER-FOUND
              MOVE ACCT-NUMBER TO EXC-ACC
              MOVE "NO BORROWER RECORD" TO EXC-REASON
              WRITE EXCEPT-REC
              ADD 1 TO WS-EXC-COUNTER
           ELSE
              MOVE BOR-NAME TO CRT-NAME
              MOVE WS-CERT-NAME-LINE TO CERT-REC
              WRITE CERT-REC
              IF BOR-ADDR1 NOT = SPACES
                 MOVE BOR-ADDR1 TO CRT-ADDR
                 MOVE WS-CERT-ADDR-LINE TO CERT-REC
                 WRITE CERT-REC
              END-IF
              IF BOR-ADDR2 NOT = SPACES
                 MOVE BOR-ADDR2 TO CRT-ADDR
                 MOVE WS-CERT-ADDR-LINE TO CERT-REC
                 WRITE CERT-REC
              END-IF
              IF BOR-ADDR3 NOT = SPACES
                 MOVE BOR-ADDR3 TO CRT-ADDR
                 MOVE WS-CERT-ADDR-LINE TO CERT-REC
                 WRITE CERT-REC
              END-IF
              IF BOR-BY-EMAIL
                 MOVE BOR-EMAIL TO CRT-EMAIL
                 MOVE WS-CERT-EMAIL-LINE TO CERT-REC
                 WRITE CERT-REC
              END-IF
              MOVE SPACES TO CERT-REC
              WRITE CERT-REC
           END-IF.

       320-FORMAT-DATE.

           MOVE WS-YMD-DD TO WS-DMY-DD.
           MOVE WS-YMD-MM TO WS-DMY-MM.
           MOVE WS-YMD-YYYY TO WS-DMY-YYYY.

       350-WRITE-TAX-DETAIL.

           MOVE WS-TAX-YEAR TO TXD-YEAR.
           MOVE ACCT-NUMBER TO TXD-ACC.
           MOVE WS-CURR TO TXD-CURR.
           MOVE WS-ACC-INT TO TXD-INTEREST.
           MOVE WS-ACC-PRIN TO TXD-PRINCIPAL.
           IF WS-BORROWER-FOUND
              MOVE BOR-NAME TO TXD-BOR-NAME
              MOVE BOR-ADDR1 TO TXD-BOR-ADDR1
              MOVE BOR-ADDR2 TO TXD-BOR-ADDR2
              MOVE BOR-ADDR3 TO TXD-BOR-ADDR3
           ELSE
              MOVE SPACES TO TXD-BOR-NAME
              MOVE SPACES TO TXD-BOR-ADDR1
              MOVE SPACES TO TXD-BOR-ADDR2
              MOVE SPACES TO TXD-BOR-ADDR3
           END-IF.

           MOVE SPACES TO TXD-PARTY-ID.
           IF WS-PARTIES-ON-FILE
              MOVE ACCT-NUMBER TO PAC-ACC
              READ PARTY-ACCOUNTS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PAC-PARTY TO TXD-PARTY-ID
              END-READ
           END-IF.

           MOVE TAX-DETAIL TO TAX-REC.
           WRITE TAX-REC.
           ADD WS-ACC-INT TO WS-TOTAL-INT.
           ADD WS-ACC-PRIN TO WS-TOTAL-PRIN.

       800-WRITE-TRAILER.

           MOVE WS-CERT-COUNTER TO TXT-COUNT.
           MOVE WS-TOTAL-INT TO TXT-INTEREST.
           MOVE WS-TOTAL-PRIN TO TXT-PRINCIPAL.
           MOVE TAX-TRAILER TO TAX-REC.
           WRITE TAX-REC.

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE OPENITEM-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE CERT-REGISTER.
           CLOSE CERT-FILE.
           CLOSE TAX-FILE.
           CLOSE EXCEPT-FILE.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           IF WS-PARTIES-ON-FILE
              CLOSE PARTY-ACCOUNTS
           END-IF.

           DISPLAY "ACCOUNTS READ:         " WS-ACCT-COUNTER.
           DISPLAY "CERTIFICATES WRITTEN:  " WS-CERT-COUNTER.
           DISPLAY "RECEIPTS CARRIED OVER: " WS-CARRIED-COUNTER.
           DISPLAY "ITEMS CERTIFIED LATER: " WS-LATER-COUNTER.
           DISPLAY "EXCEPTIONS:            " WS-EXC-COUNTER.

           PERFORM 950-REGISTER-DISPATCH.

           IF WS-EXC-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       950-REGISTER-DISPATCH.

      * Log the return for the tax authority on the dispatch
      * register at creation, as the other outbound files are. A
      * register problem is reported but never fails the run.
           MOVE "LOG INTCERTTAX bcuota-intcert-taxfile"
               TO WS-DISPREG-PARM.
           DISPLAY WS-DISPREG-PARM UPON COMMAND-LINE.
           CALL "dispreg"
              ON EXCEPTION
                 DISPLAY "DISPATCH REGISTER NOT AVAILABLE"
           END-CALL.
           CANCEL "dispreg".
           MOVE 0 TO RETURN-CODE.
      ******************************************************************

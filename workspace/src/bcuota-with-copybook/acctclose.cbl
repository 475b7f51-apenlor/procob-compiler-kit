      ******************************************************************
      *
      * Loan Maturity And Account Closure
      * =================================
      *
      * Batch that takes paid-off loans out of the active book. An
      * active account on account-master has matured when the due
      * date of its last bcuota-schedmast period -- the matching
      * quota item on the bcuota-openitems subledger, counted as
      * acctpos counts them -- is before the as-of date.
      *
      * A matured account whose items are all closed, with nothing
      * owing on bcuota-arrears and no bcuota-writeoff-master record,
      * is closed:
      *   - ACCT-STATUS goes to "C" (closed) on account-master,
      *   - its direct-debit mandate on bcuota-mandates is cancelled
      *     so ddgen stops collecting,
      *   - any restructure still in force on
      *     bcuota-restructure-master is marked exited, the loan
      *     having left forbearance with the book,
      *   - a closure and lien-release letter is written to
      *     bcuota-closure-letters, addressed from the borrower
      *     master.
      * A matured account that still owes money is not closed: it
      * goes on bcuota-maturity-collections for the collections team
      * with the amount owing and the days since maturity.
      *
      * bcuota-closure-exceptions lists closed accounts with no
      * borrower record (lettered by account number only) and
      * active accounts with no schedule rows to mature against.
      *
      * Parameter: the as-of date YYYYMMDD (default: today).
      *
      * RETURN-CODE 4 when the exception file has entries, else 0.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctclose.
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

           SELECT MANDATE-MASTER ASSIGN TO "bcuota-mandates"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAN-ACC
           FILE STATUS IS WS-MAN-STATUS.

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

           SELECT LETTER-FILE ASSIGN TO "bcuota-closure-letters"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT COLLECT-FILE ASSIGN TO "bcuota-maturity-collections"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EXCEPT-FILE ASSIGN TO "bcuota-closure-exceptions"
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
                   88 ACCT-CLOSED VALUE "C".
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

       FD MANDATE-MASTER.
           01 MANDATE-REC.
               05 MAN-ACC PIC X(29).
               05 MAN-IBAN PIC X(34).
               05 MAN-REF PIC X(16).
               05 MAN-SIGN-YMD PIC 9(8).
               05 MAN-STATUS PIC X(1).
                   88 MAN-ACTIVE VALUE "A".
                   88 MAN-CANCELLED VALUE "C".
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

       FD LETTER-FILE.
           01 LETTER-REC PIC X(80).

       FD COLLECT-FILE.
           01 COLLECT-REC PIC X(80).

       FD EXCEPT-FILE.
           01 EXCEPT-REC.
               05 EXC-ACC PIC X(29).
               05 FILLER PIC X(1).
               05 EXC-REASON PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-MAN-STATUS PIC X(2) VALUE SPACES.
           01 WS-RST-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.

           01 WS-ARR-AVAIL PIC X(1) VALUE "N".
               88 WS-ARREARS-ON-FILE VALUE "Y".
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".
           01 WS-MAN-AVAIL PIC X(1) VALUE "N".
               88 WS-MANDATES-ON-FILE VALUE "Y".
           01 WS-RST-AVAIL PIC X(1) VALUE "N".
               88 WS-RESTRUCTS-ON-FILE VALUE "Y".
           01 WS-BOR-AVAIL PIC X(1) VALUE "N".
               88 WS-BORROWERS-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-SCHM-EOF PIC X(1) VALUE "N".
           01 WS-RST-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-BOR-FOUND PIC X(1) VALUE "N".
               88 WS-BORROWER-FOUND VALUE "Y".
           01 WS-WOF-FOUND PIC X(1) VALUE "N".
               88 WS-WRITTEN-OFF VALUE "Y".

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
           01 WS-ASOF-YMD PIC 9(8) VALUE ZERO.

      * Date-to-serial work fields (Gregorian day count), the same
      * arithmetic agingrpt uses for days past due.
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

           01 WS-LAST-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-PERIOD PIC 9(4) VALUE ZERO.
           01 WS-MATURITY-YMD PIC 9(8) VALUE ZERO.
           01 WS-OWING PIC S9(9)V9(2) VALUE ZERO.
           01 WS-OPEN-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.
           01 WS-MAN-REF PIC X(16) VALUE SPACES.

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-MATURED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-CLOSED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-MANDATE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RST-EXIT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-COLLECT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-WOF-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EXC-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-LETTER-SEP PIC X(80) VALUE ALL "=".
           01 WS-LETTER-TITLE PIC X(80)
               VALUE "LOAN REPAID - ACCOUNT CLOSED AND LIEN RELEASED".
           01 WS-LETTER-DATE-LINE.
               05 FILLER PIC X(17) VALUE "DATE:            ".
               05 LTR-DATE PIC X(10).
           01 WS-LETTER-NAME-LINE.
               05 FILLER PIC X(17) VALUE "TO:              ".
               05 LTR-NAME PIC X(35).
           01 WS-LETTER-ADDR-LINE.
               05 FILLER PIC X(17) VALUE SPACES.
               05 LTR-ADDR PIC X(35).
           01 WS-LETTER-ACC-LINE.
               05 FILLER PIC X(17) VALUE "ACCOUNT:         ".
               05 LTR-ACC PIC X(29).
           01 WS-LETTER-MAT-LINE.
               05 FILLER PIC X(17) VALUE "FINAL PAYMENT:   ".
               05 LTR-MATURITY PIC X(10).
           01 WS-LETTER-MAN-LINE.
               05 FILLER PIC X(17) VALUE "MANDATE:         ".
               05 LTR-MAN-REF PIC X(16).
               05 FILLER PIC X(12) VALUE " (CANCELLED)".
           01 WS-LETTER-BODY-1 PIC X(80) VALUE
               "YOUR LOAN HAS BEEN REPAID IN FULL AND THE ACCOUNT ABOVE
      -        " IS NOW CLOSED.".
           01 WS-LETTER-BODY-2 PIC X(80) VALUE
               "WE RELEASE ALL LIENS AND CHARGES HELD AS SECURITY FOR TH
      -        "IS LOAN.".
           01 WS-LETTER-BODY-3 PIC X(80) VALUE
               "NO FURTHER PAYMENTS WILL BE COLLECTED. PLEASE KEEP THIS
      -        "LETTER SAFE.".

           01 WS-COLLECT-TITLE PIC X(80)
               VALUE "PAST-MATURITY ACCOUNTS STILL OWING".
           01 WS-COLLECT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 COL-ASOF PIC 9(8).
           01 WS-COLLECT-HEAD PIC X(80) VALUE
               "ACCOUNT                       MATURITY    DAYS  ITEMS
      -        "        OWING CUR".
           01 WS-COLLECT-LINE.
               05 COL-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 COL-MATURITY PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 COL-DAYS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 COL-ITEMS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 COL-OWING PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 COL-CURR PIC X(3).

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
                      IF ACCT-ACTIVE
                         PERFORM 200-CHECK-ONE-ACCOUNT
                      END-IF
                  END-READ
              END-PERFORM

              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.

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
           MOVE WS-ASOF-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-ASOF-SERIAL.

           IF NOT WS-RUN-ABORTED
              DISPLAY "CLOSING LOANS MATURED BEFORE: " WS-ASOF-YMD
              OPEN I-O ACCOUNT-MASTER
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
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START

              OPEN OUTPUT LETTER-FILE
              OPEN OUTPUT COLLECT-FILE
              OPEN OUTPUT EXCEPT-FILE

              MOVE WS-COLLECT-TITLE TO COLLECT-REC
              WRITE COLLECT-REC
              MOVE WS-ASOF-YMD TO COL-ASOF
              MOVE WS-COLLECT-ASOF TO COLLECT-REC
              WRITE COLLECT-REC
              MOVE WS-COLLECT-HEAD TO COLLECT-REC
              WRITE COLLECT-REC
           END-IF.

       110-OPEN-OPTIONAL-MASTERS.

           OPEN INPUT ARREARS-MASTER.
           IF WS-ARR-STATUS = "00"
              MOVE 'Y' TO WS-ARR-AVAIL
           END-IF.

           OPEN INPUT WRITEOFF-MASTER.
           IF WS-WOF-STATUS = "00"
              MOVE 'Y' TO WS-WOF-AVAIL
           END-IF.

           OPEN I-O MANDATE-MASTER.
           IF WS-MAN-STATUS = "00"
              MOVE 'Y' TO WS-MAN-AVAIL
           ELSE
              DISPLAY "MANDATE MASTER NOT AVAILABLE, STATUS: "
                      WS-MAN-STATUS
           END-IF.

           OPEN I-O RESTRUCT-MASTER.
           IF WS-RST-STATUS = "00"
              MOVE 'Y' TO WS-RST-AVAIL
           END-IF.

           OPEN INPUT BORROWER-MASTER.
           IF WS-BOR-STATUS = "00"
              MOVE 'Y' TO WS-BOR-AVAIL
           ELSE
              DISPLAY "BORROWER MASTER NOT AVAILABLE, STATUS: "
                      WS-BOR-STATUS
              DISPLAY "LETTERS GO OUT ADDRESSED BY ACCOUNT ONLY"
           END-IF.

       200-CHECK-ONE-ACCOUNT.

           PERFORM 210-FIND-LAST-PERIOD.
           IF WS-LAST-PERIOD = ZERO
              MOVE ACCT-NUMBER TO EXC-ACC
              MOVE "NO SCHEDULE ROWS" TO EXC-REASON
              WRITE EXCEPT-REC
              ADD 1 TO WS-EXC-COUNTER
           ELSE
      * Items are cut one period at a time, so until the item for the
      * last schedule period has been cut the loan has not matured,
      * however many of the earlier items are settled.
              PERFORM 220-SCAN-OPEN-ITEMS
              IF WS-MATURITY-YMD > ZERO
                 AND WS-MATURITY-YMD < WS-ASOF-YMD
                 ADD 1 TO WS-MATURED-COUNTER
                 PERFORM 230-DECIDE-CLOSURE
              END-IF
           END-IF.

       210-FIND-LAST-PERIOD.

           MOVE ZERO TO WS-LAST-PERIOD.
           MOVE 'N' TO WS-SCHM-EOF.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           MOVE ZERO TO SCHM-MONTH.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.
           PERFORM 215-READ-ONE-ROW UNTIL WS-SCHM-EOF = 'Y'.

       215-READ-ONE-ROW.

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

       220-SCAN-OPEN-ITEMS.

      * The maturity is the due date of the quota item matching the
      * last schedule period; everything not closed, penalties
      * included, is still owing.
           MOVE ZERO TO WS-PERIOD.
           MOVE ZERO TO WS-MATURITY-YMD.
           MOVE ZERO TO WS-OWING.
           MOVE ZERO TO WS-OPEN-ITEMS.
           MOVE SPACES TO WS-CURR.
           MOVE 'N' TO WS-OPN-EOF.
           MOVE ACCT-NUMBER TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.
           PERFORM 225-SCAN-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.

       225-SCAN-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    MOVE OPN-CURR TO WS-CURR
                    IF NOT OPN-PENALTY-ITEM
                       ADD 1 TO WS-PERIOD
                       IF WS-PERIOD = WS-LAST-PERIOD
                          MOVE OPN-DUE-YMD TO WS-MATURITY-YMD
                       END-IF
                    END-IF
                    IF NOT OPN-CLOSED
                       ADD 1 TO WS-OPEN-ITEMS
                       IF OPN-EXPECTED > OPN-RECEIVED
                          COMPUTE WS-OWING = WS-OWING
                                + OPN-EXPECTED - OPN-RECEIVED
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       230-DECIDE-CLOSURE.

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

      * Arrears still standing count as owing even when the items
      * have been closed off, and a written-off flag keeps the
      * account out of closure like a write-off record does.
           IF WS-ARREARS-ON-FILE
              MOVE ACCT-NUMBER TO ARR-ACC
              READ ARREARS-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ARR-WRITTEN-OFF
                       MOVE 'Y' TO WS-WOF-FOUND
                    END-IF
                    IF ARR-AMOUNT > ZERO AND WS-OWING = ZERO
                       MOVE ARR-AMOUNT TO WS-OWING
                       MOVE ARR-CURR TO WS-CURR
                    END-IF
              END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-WRITTEN-OFF
      * Written-off loans stay with recoveries, not closure.
                   ADD 1 TO WS-WOF-COUNTER
               WHEN WS-OPEN-ITEMS > ZERO OR WS-OWING > ZERO
                   PERFORM 250-LIST-FOR-COLLECTIONS
               WHEN OTHER
                   PERFORM 240-CLOSE-ACCOUNT
           END-EVALUATE.

       240-CLOSE-ACCOUNT.

           MOVE "C" TO ACCT-STATUS.
           REWRITE ACCOUNT-MASTER-REC
              INVALID KEY
                 DISPLAY "ACCOUNT MASTER REWRITE FAILED: " ACCT-NUMBER
           END-REWRITE.
           ADD 1 TO WS-CLOSED-COUNTER.

           MOVE SPACES TO WS-MAN-REF.
           IF WS-MANDATES-ON-FILE
              MOVE ACCT-NUMBER TO MAN-ACC
              READ MANDATE-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MAN-ACTIVE
                       MOVE "C" TO MAN-STATUS
                       REWRITE MANDATE-REC
                          INVALID KEY
                             MOVE ACCT-NUMBER TO EXC-ACC
                             MOVE "MANDATE REWRITE FAIL" TO EXC-REASON
                             WRITE EXCEPT-REC
                             ADD 1 TO WS-EXC-COUNTER
                          NOT INVALID KEY
                             ADD 1 TO WS-MANDATE-COUNTER
                             MOVE MAN-REF TO WS-MAN-REF
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.

           IF WS-RESTRUCTS-ON-FILE
              MOVE 'N' TO WS-RST-EOF
              MOVE ACCT-NUMBER TO RST-ACC
              MOVE ZERO TO RST-YMD
              START RESTRUCT-MASTER KEY IS >= RST-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RST-EOF
              END-START
              PERFORM 245-EXIT-ONE-RESTRUCTURE UNTIL WS-RST-EOF = 'Y'
           END-IF.

           PERFORM 300-WRITE-LETTER.

       245-EXIT-ONE-RESTRUCTURE.

           READ RESTRUCT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RST-EOF
              NOT AT END
                 IF RST-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-RST-EOF
                 ELSE
                    IF RST-FORBORNE
                       MOVE "E" TO RST-STATUS
                       REWRITE RESTRUCT-REC
                          INVALID KEY
                             MOVE ACCT-NUMBER TO EXC-ACC
                             MOVE "RST REWRITE FAILED" TO EXC-REASON
                             WRITE EXCEPT-REC
                             ADD 1 TO WS-EXC-COUNTER
                          NOT INVALID KEY
                             ADD 1 TO WS-RST-EXIT-COUNTER
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.

       250-LIST-FOR-COLLECTIONS.

           ADD 1 TO WS-COLLECT-COUNTER.
           MOVE WS-MATURITY-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-PAST-DAYS = WS-ASOF-SERIAL - WS-DS-SERIAL.

           MOVE ACCT-NUMBER TO COL-ACC.
           MOVE WS-MATURITY-YMD TO WS-YMD-WORK.
           PERFORM 320-FORMAT-DATE.
           MOVE WS-DMY-WORK TO COL-MATURITY.
           MOVE WS-PAST-DAYS TO COL-DAYS.
           MOVE WS-OPEN-ITEMS TO COL-ITEMS.
           MOVE WS-OWING TO COL-OWING.
           MOVE WS-CURR TO COL-CURR.
           MOVE WS-COLLECT-LINE TO COLLECT-REC.
           WRITE COLLECT-REC.

       300-WRITE-LETTER.

           MOVE WS-LETTER-SEP TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-LETTER-TITLE TO LETTER-REC.
           WRITE LETTER-REC.

           MOVE WS-CDATE TO LTR-DATE.
           MOVE WS-LETTER-DATE-LINE TO LETTER-REC.
           WRITE LETTER-REC.

           PERFORM 310-WRITE-ADDRESS-BLOCK.

           MOVE ACCT-NUMBER TO LTR-ACC.
           MOVE WS-LETTER-ACC-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-MATURITY-YMD TO WS-YMD-WORK.
           PERFORM 320-FORMAT-DATE.
           MOVE WS-DMY-WORK TO LTR-MATURITY.
           MOVE WS-LETTER-MAT-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           IF WS-MAN-REF NOT = SPACES
              MOVE WS-MAN-REF TO LTR-MAN-REF
              MOVE WS-LETTER-MAN-LINE TO LETTER-REC
              WRITE LETTER-REC
           END-IF.

           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-LETTER-BODY-1 TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-LETTER-BODY-2 TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-LETTER-BODY-3 TO LETTER-REC.
           WRITE LETTER-REC.

       310-WRITE-ADDRESS-BLOCK.

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
              MOVE BOR-NAME TO LTR-NAME
              MOVE WS-LETTER-NAME-LINE TO LETTER-REC
              WRITE LETTER-REC
              IF BOR-ADDR1 NOT = SPACES
                 MOVE BOR-ADDR1 TO LTR-ADDR
                 MOVE WS-LETTER-ADDR-LINE TO LETTER-REC
                 WRITE LETTER-REC
              END-IF
              IF BOR-ADDR2 NOT = SPACES
                 MOVE BOR-ADDR2 TO LTR-ADDR
                 MOVE WS-LETTER-ADDR-LINE TO LETTER-REC
                 WRITE LETTER-REC
              END-IF
              IF BOR-ADDR3 NOT = SPACES
                 MOVE BOR-ADDR3 TO LTR-ADDR
                 MOVE WS-LETTER-ADDR-LINE TO LETTER-REC
                 WRITE LETTER-REC
              END-IF
           END-IF.

       320-FORMAT-DATE.

           MOVE WS-YMD-DD TO WS-DMY-DD.
           MOVE WS-YMD-MM TO WS-DMY-MM.
           MOVE WS-YMD-YYYY TO WS-DMY-YYYY.

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

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE OPENITEM-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE LETTER-FILE.
           CLOSE COLLECT-FILE.
           CLOSE EXCEPT-FILE.
           IF WS-ARREARS-ON-FILE
              CLOSE ARREARS-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-MANDATES-ON-FILE
              CLOSE MANDATE-MASTER
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
           END-IF.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.

           DISPLAY "ACCOUNTS READ:          " WS-ACCT-COUNTER.
           DISPLAY "PAST MATURITY:          " WS-MATURED-COUNTER.
           DISPLAY "ACCOUNTS CLOSED:        " WS-CLOSED-COUNTER.
           DISPLAY "MANDATES CANCELLED:     " WS-MANDATE-COUNTER.
           DISPLAY "RESTRUCTURES EXITED:    " WS-RST-EXIT-COUNTER.
           DISPLAY "LISTED FOR COLLECTIONS: " WS-COLLECT-COUNTER.
           DISPLAY "WRITTEN OFF, NOT CLOSED:" WS-WOF-COUNTER.
           DISPLAY "EXCEPTIONS:             " WS-EXC-COUNTER.

           IF WS-EXC-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *
      * IFRS 9 Expected-Credit-Loss Staging And Provisioning
      * ====================================================
      *
      * Month-end batch, run after agingrpt and dunning have brought
      * bcuota-arrears up to date. Every active account on
      * account-master is assigned a credit stage:
      *
      *   3  credit-impaired: 90 or more days past due, placed with
      *      (or returned uncollectible by) the collections agency,
      *      or dunned to the final level,
      *   2  significant increase in credit risk: 30 or more days
      *      past due, dunned to the second level, or carrying a
      *      restructure still in force on bcuota-restructure-master
      *      (forborne),
      *   1  everything else.
      *
      * The exposure is the balance outstanding on bcuota-schedmast
      * after the account's last settled period (the settled quota
      * items on the bcuota-openitems subledger count the periods,
      * as acctpos reckons them). The provision is the exposure
      * times the rate for the stage and the account's product
      * (ACCT-PRODUCT) from the bcuota-ecl-rates parameter file;
      * a rate line with a blank product covers every product that
      * has no line of its own.
      *
      * The indexed bcuota-ecl-master keeps each account's stage and
      * provision month over month. Only the movement is booked: the
      * change in provision per currency goes to bcuota-ecl-gl-batch
      * as a balanced pair for glconsol -- DR impairment expense /
      * CR loss allowance for an increase, the reverse for a
      * release. An account that has left the active book (written
      * off, closed, deactivated) has its provision released in full.
      * bcuota-ecl-report lists the accounts that moved between
      * stages since the last run, the migration matrix and the
      * provision by currency.
      *
      * The account's currency is taken from its quota items, else
      * its arrears record, else its restructure record, else the
      * currency its provision was last booked in. An account with
      * none of these is staged but listed on bcuota-ecl-exceptions
      * and kept out of the GL movement until its currency is known.
      * RETURN-CODE 4 when the exception file has entries, else 0.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. eclstage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT ARREARS-MASTER ASSIGN TO "bcuota-arrears"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARR-ACC
           FILE STATUS IS WS-ARR-STATUS.

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

           SELECT RESTRUCT-MASTER ASSIGN TO "bcuota-restructure-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RST-KEY
           FILE STATUS IS WS-RST-STATUS.

           SELECT RATE-FILE ASSIGN TO "bcuota-ecl-rates"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT ECL-MASTER ASSIGN TO "bcuota-ecl-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECL-ACC
           FILE STATUS IS WS-ECL-STATUS.

           SELECT GL-FILE ASSIGN TO "bcuota-ecl-gl-batch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT ECL-REPORT ASSIGN TO "bcuota-ecl-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EXCEPT-FILE ASSIGN TO "bcuota-ecl-exceptions"
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

      * One line per stage and product: stage, product (blank for
      * the stage's default), provision rate in percent.
       FD RATE-FILE.
           01 RATE-REC.
               05 RTE-STAGE PIC 9(1).
               05 FILLER PIC X(1).
               05 RTE-PRODUCT PIC X(4).
               05 FILLER PIC X(1).
               05 RTE-PCT PIC 9(3)V9(2).

       FD ECL-MASTER.
           01 ECL-REC.
               05 ECL-ACC PIC X(29).
      * 1-3 while the account is in the book; 0 once released.
               05 ECL-STAGE PIC 9(1).
               05 ECL-PREV-STAGE PIC 9(1).
               05 ECL-PRODUCT PIC X(4).
               05 ECL-CURR PIC X(3).
               05 ECL-DPD PIC 9(5).
               05 ECL-EXPOSURE PIC S9(9)V9(2).
               05 ECL-RATE PIC 9(3)V9(2).
               05 ECL-PROVISION PIC S9(9)V9(2).
      * Date of the run that last staged the account, and the date
      * it entered its current stage.
               05 ECL-YMD PIC 9(8).
               05 ECL-STAGE-YMD PIC 9(8).
               05 FILLER PIC X(8).

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

       FD ECL-REPORT.
           01 ECL-RPT-REC PIC X(80).

       FD EXCEPT-FILE.
           01 EXCEPT-REC.
               05 EXC-ACC PIC X(29).
               05 FILLER PIC X(1).
               05 EXC-REASON PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-RST-STATUS PIC X(2) VALUE SPACES.
           01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
           01 WS-ECL-STATUS PIC X(2) VALUE SPACES.
           01 WS-GL-STATUS PIC X(2) VALUE SPACES.

           01 WS-ARR-AVAIL PIC X(1) VALUE "N".
               88 WS-ARREARS-ON-FILE VALUE "Y".
           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-RST-AVAIL PIC X(1) VALUE "N".
               88 WS-RESTRUCTS-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-RST-EOF PIC X(1) VALUE "N".
           01 WS-RATE-EOF PIC X(1) VALUE "N".
           01 WS-ECL-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-ECL-NEW PIC X(1) VALUE "N".
               88 WS-ECL-FIRST-STAGING VALUE "Y".
           01 WS-FORBORNE PIC X(1) VALUE "N".
               88 WS-ACCOUNT-FORBORNE VALUE "Y".
           01 WS-EXP-FOUND PIC X(1) VALUE "N".
               88 WS-EXPOSURE-FOUND VALUE "Y".

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

      * Staging thresholds: days past due and dunning level that
      * move an account to stage 2 and stage 3.
           01 WS-S2-DPD PIC 9(5) VALUE 30.
           01 WS-S3-DPD PIC 9(5) VALUE 90.
           01 WS-S2-DUN-LEVEL PIC 9(1) VALUE 2.
           01 WS-S3-DUN-LEVEL PIC 9(1) VALUE 3.

           01 WS-RATE-MAX PIC 9(3) VALUE 100.
           01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-RATE-SUB PIC 9(3) VALUE ZERO.
           01 WS-RATE-HIT PIC 9(3) VALUE ZERO.
           01 WS-RATE-DEFAULT PIC 9(3) VALUE ZERO.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 100 TIMES.
                   10 WS-RT-STAGE PIC 9(1).
                   10 WS-RT-PRODUCT PIC X(4).
                   10 WS-RT-PCT PIC 9(3)V9(2).

           01 WS-STAGE PIC 9(1) VALUE ZERO.
           01 WS-OLD-STAGE PIC 9(1) VALUE ZERO.
           01 WS-OLD-PROVISION PIC S9(9)V9(2) VALUE ZERO.
           01 WS-OLD-CURR PIC X(3) VALUE SPACES.
           01 WS-PCT PIC 9(3)V9(2) VALUE ZERO.
           01 WS-EXPOSURE PIC S9(9)V9(2) VALUE ZERO.
           01 WS-PROVISION PIC S9(9)V9(2) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.
           01 WS-RST-CURR PIC X(3) VALUE SPACES.
           01 WS-DPD PIC 9(5) VALUE ZERO.
           01 WS-SETTLED-ITEMS PIC 9(4) VALUE ZERO.

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

           01 WS-GL-ACCT-EXP PIC X(10) VALUE "ECLEXP01".
           01 WS-GL-ACCT-ALLOW PIC X(10) VALUE "ECLALLOW01".
           01 WS-GL-DESC PIC X(30)
               VALUE "ECL PROVISION MOVEMENT".

      * Provision before and after this run per currency; the
      * difference is what the GL batch books.
           01 WS-GL-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-GL-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-TOTALS.
               05 WS-GL-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-GL-CURR-CODE PIC X(3).
                   10 WS-GL-CURR-OLD PIC S9(11)V9(2).
                   10 WS-GL-CURR-NEW PIC S9(11)V9(2).
                   10 WS-GL-CURR-AMT PIC S9(11)V9(2).
           01 WS-ACCUM-CURR PIC X(3) VALUE SPACES.
           01 WS-ACCUM-OLD PIC S9(9)V9(2) VALUE ZERO.
           01 WS-ACCUM-NEW PIC S9(9)V9(2) VALUE ZERO.
           01 WS-GL-POST-AMT PIC S9(11)V9(2) VALUE ZERO.

      * Stage migration counts: row is the stage last run (0 for an
      * account staged for the first time), column the stage now
      * (0 for an account released from the book).
           01 WS-FROM-SUB PIC 9(1) VALUE ZERO.
           01 WS-TO-SUB PIC 9(1) VALUE ZERO.
           01 WS-MIGRATION-MATRIX.
               05 WS-MIG-FROM OCCURS 4 TIMES.
                   10 WS-MIG-COUNT PIC 9(7) OCCURS 4 TIMES.

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-STAGED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-MOVED-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RELEASE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOEXP-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NORATE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EXC-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "IFRS 9 STAGE MIGRATION AND PROVISION REPORT".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
           01 WS-REPORT-HEAD PIC X(80) VALUE
               "ACCOUNT                       PROD FROM TO         EXPOS
      -        "URE       PROVISION CUR".
           01 WS-REPORT-LINE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-PRODUCT PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-FROM PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-TO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-EXPOSURE PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-PROVISION PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CURR PIC X(3).
           01 WS-STAGE-NAMES.
               05 FILLER PIC X(4) VALUE "NEW ".
               05 FILLER PIC X(4) VALUE "S1  ".
               05 FILLER PIC X(4) VALUE "S2  ".
               05 FILLER PIC X(4) VALUE "S3  ".
           01 WS-STAGE-NAMES-R REDEFINES WS-STAGE-NAMES.
               05 WS-STAGE-NAME PIC X(4) OCCURS 4 TIMES.
           01 WS-MATRIX-HEAD PIC X(80) VALUE
               "MIGRATION FROM   TO OUT     TO S1     TO S2     TO S3".
           01 WS-MATRIX-LINE.
               05 FILLER PIC X(15) VALUE SPACES.
               05 MTX-FROM PIC X(4).
               05 MTX-CELL OCCURS 4 TIMES.
                   10 FILLER PIC X(2) VALUE SPACES.
                   10 MTX-COUNT PIC ZZZ,ZZ9.
           01 WS-CURR-HEAD.
               05 FILLER PIC X(24) VALUE "CUR      PRIOR PROVISION".
               05 FILLER PIC X(21) VALUE "    CURRENT PROVISION".
               05 FILLER PIC X(21) VALUE "               CHANGE".
           01 WS-CURR-LINE.
               05 CUR-CODE PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUR-OLD PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUR-NEW PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUR-CHANGE PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

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
                      IF ACCT-ACTIVE
                         PERFORM 200-STAGE-ONE-ACCOUNT
                      END-IF
                  END-READ
              END-PERFORM

              PERFORM 300-RELEASE-LEFT-BOOK
              PERFORM 400-WRITE-SUMMARY
              PERFORM 500-WRITE-GL-BATCH
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.

           MOVE WS-SDATE TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-ASOF-SERIAL.
           MOVE ZERO TO WS-MIGRATION-MATRIX.

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
              PERFORM 130-LOAD-RATES
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 110-OPEN-ECL-MASTER
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 120-OPEN-OPTIONAL-MASTERS
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
      * Entries accumulate until glconsol releases and empties the
      * batch, as with the write-off batch.
              OPEN EXTEND GL-FILE
              IF WS-GL-STATUS NOT = "00"
                 OPEN OUTPUT GL-FILE
              END-IF
              OPEN OUTPUT ECL-REPORT
              OPEN OUTPUT EXCEPT-FILE
              MOVE WS-REPORT-TITLE TO ECL-RPT-REC
              WRITE ECL-RPT-REC
              MOVE WS-SDATE TO RPT-ASOF
              MOVE WS-REPORT-ASOF TO ECL-RPT-REC
              WRITE ECL-RPT-REC
              MOVE WS-REPORT-HEAD TO ECL-RPT-REC
              WRITE ECL-RPT-REC
           END-IF.

       110-OPEN-ECL-MASTER.

           OPEN I-O ECL-MASTER.
           IF WS-ECL-STATUS = "35"
      * First month-end: no staging history yet, create it empty.
              OPEN OUTPUT ECL-MASTER
              CLOSE ECL-MASTER
              OPEN I-O ECL-MASTER
           END-IF.
           IF WS-ECL-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ECL MASTER, STATUS: "
                      WS-ECL-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

       120-OPEN-OPTIONAL-MASTERS.

      * A site that has not run agingrpt, the open-item subledger or
      * a restructure yet simply has nothing there to stage on.
           MOVE 'N' TO WS-ARR-AVAIL.
           OPEN INPUT ARREARS-MASTER.
           IF WS-ARR-STATUS = "00"
              MOVE 'Y' TO WS-ARR-AVAIL
           ELSE
              DISPLAY "ARREARS MASTER NOT AVAILABLE, STATUS: "
                      WS-ARR-STATUS
           END-IF.

           MOVE 'N' TO WS-OPN-AVAIL.
           OPEN INPUT OPENITEM-MASTER.
           IF WS-OPN-STATUS = "00"
              MOVE 'Y' TO WS-OPN-AVAIL
           ELSE
              DISPLAY "OPEN-ITEM MASTER NOT AVAILABLE, STATUS: "
                      WS-OPN-STATUS
           END-IF.

           MOVE 'N' TO WS-RST-AVAIL.
           OPEN INPUT RESTRUCT-MASTER.
           IF WS-RST-STATUS = "00"
              MOVE 'Y' TO WS-RST-AVAIL
           END-IF.

       130-LOAD-RATES.

           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ECL RATE TABLE, STATUS: "
                      WS-RATE-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WS-RATE-EOF='Y'
                  READ RATE-FILE
                  AT END MOVE 'Y' TO WS-RATE-EOF
                  NOT AT END
                      PERFORM 135-TABLE-ONE-RATE
                  END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

       135-TABLE-ONE-RATE.

           IF RTE-STAGE NOT NUMERIC OR RTE-PCT NOT NUMERIC
              OR RTE-STAGE < 1 OR RTE-STAGE > 3
              DISPLAY "ECL RATE LINE IGNORED: " RATE-REC
           ELSE
              IF WS-RATE-COUNT < WS-RATE-MAX
                 ADD 1 TO WS-RATE-COUNT
                 MOVE RTE-STAGE TO WS-RT-STAGE(WS-RATE-COUNT)
                 MOVE RTE-PRODUCT TO WS-RT-PRODUCT(WS-RATE-COUNT)
                 MOVE RTE-PCT TO WS-RT-PCT(WS-RATE-COUNT)
              ELSE
                 DISPLAY "ECL RATE TABLE FULL, DROPPING: " RATE-REC
              END-IF
           END-IF.

       200-STAGE-ONE-ACCOUNT.

           PERFORM 210-FIND-EXPOSURE.
           IF NOT WS-EXPOSURE-FOUND
              ADD 1 TO WS-NOEXP-COUNTER
              DISPLAY "NO SCHEDULE EXPOSURE, NOT STAGED: "
                      ACCT-NUMBER
           ELSE
              PERFORM 220-ASSIGN-STAGE
              PERFORM 230-FIND-RATE
              COMPUTE WS-PROVISION ROUNDED =
                  WS-EXPOSURE * WS-PCT / 100
              PERFORM 240-UPDATE-ECL-MASTER
              ADD 1 TO WS-STAGED-COUNTER
           END-IF.

       210-FIND-EXPOSURE.

      * Balance after the last settled period: the settled quota
      * items count the periods behind the borrower. Nothing settled
      * yet means the whole principal, which is period one's closing
      * balance plus the principal it repays.
           MOVE 'N' TO WS-EXP-FOUND.
           MOVE ZERO TO WS-SETTLED-ITEMS.
           MOVE ZERO TO WS-EXPOSURE.
           MOVE SPACES TO WS-CURR.

           IF WS-OPEN-ITEMS-ON-FILE
              MOVE 'N' TO WS-OPN-EOF
              MOVE ACCT-NUMBER TO OPN-ACC
              MOVE ZERO TO OPN-DUE-YMD
              START OPENITEM-MASTER KEY IS >= OPN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-OPN-EOF
              END-START
              PERFORM 215-COUNT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'
           END-IF.

           MOVE ACCT-NUMBER TO SCHM-ACC.
           IF WS-SETTLED-ITEMS = ZERO
              MOVE 1 TO SCHM-MONTH
           ELSE
              MOVE WS-SETTLED-ITEMS TO SCHM-MONTH
           END-IF.
           READ SCHED-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-EXP-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-EXP-FOUND
                 IF WS-SETTLED-ITEMS = ZERO
                    COMPUTE WS-EXPOSURE = SCHM-BALANCE + SCHM-PRINCIPAL
                 ELSE
                    MOVE SCHM-BALANCE TO WS-EXPOSURE
                 END-IF
           END-READ.

           IF WS-EXPOSURE < ZERO
              MOVE ZERO TO WS-EXPOSURE
           END-IF.

       215-COUNT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       MOVE OPN-CURR TO WS-CURR
                       IF OPN-CLOSED
                          ADD 1 TO WS-SETTLED-ITEMS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       220-ASSIGN-STAGE.

           MOVE ZERO TO WS-DPD.
           MOVE 1 TO WS-STAGE.
           PERFORM 225-CHECK-FORBORNE.

           IF WS-ARREARS-ON-FILE
              MOVE ACCT-NUMBER TO ARR-ACC
              READ ARREARS-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 222-STAGE-FROM-ARREARS
              END-READ
           END-IF.

           IF WS-ACCOUNT-FORBORNE AND WS-STAGE < 2
              MOVE 2 TO WS-STAGE
           END-IF.

           IF WS-CURR = SPACES
              MOVE WS-RST-CURR TO WS-CURR
           END-IF.

       222-STAGE-FROM-ARREARS.

           IF WS-CURR = SPACES
              MOVE ARR-CURR TO WS-CURR
           END-IF.
           IF ARR-AMOUNT > ZERO
              MOVE ARR-DUE-YMD TO WS-DS-YMD
              PERFORM 710-DATE-TO-SERIAL
              COMPUTE WS-PAST-DAYS = WS-ASOF-SERIAL - WS-DS-SERIAL
              IF WS-PAST-DAYS > ZERO
                 MOVE WS-PAST-DAYS TO WS-DPD
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DPD >= WS-S3-DPD
               WHEN ARR-AGENCY-PLACED
               WHEN ARR-AGENCY-UNCOLL
               WHEN ARR-DUN-LEVEL >= WS-S3-DUN-LEVEL
                   MOVE 3 TO WS-STAGE
               WHEN WS-DPD >= WS-S2-DPD
               WHEN ARR-DUN-LEVEL >= WS-S2-DUN-LEVEL
                   MOVE 2 TO WS-STAGE
               WHEN OTHER
                   MOVE 1 TO WS-STAGE
           END-EVALUATE.

       225-CHECK-FORBORNE.

      * Forborne while any restructure of the account is in force;
      * one marked exited (cured or closed) no longer counts.
           MOVE 'N' TO WS-FORBORNE.
           MOVE SPACES TO WS-RST-CURR.
           IF WS-RESTRUCTS-ON-FILE
              MOVE 'N' TO WS-RST-EOF
              MOVE ACCT-NUMBER TO RST-ACC
              MOVE ZERO TO RST-YMD
              START RESTRUCT-MASTER KEY IS >= RST-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RST-EOF
              END-START
              PERFORM 226-SCAN-ONE-RESTRUCTURE
                  UNTIL WS-RST-EOF = 'Y' OR WS-ACCOUNT-FORBORNE
           END-IF.

       226-SCAN-ONE-RESTRUCTURE.

           READ RESTRUCT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RST-EOF
              NOT AT END
                 IF RST-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-RST-EOF
                 ELSE
                    MOVE RST-CURR TO WS-RST-CURR
                    IF RST-FORBORNE
                       MOVE 'Y' TO WS-FORBORNE
                    END-IF
                 END-IF
           END-READ.

       230-FIND-RATE.

      * The product's own line for the stage wins; otherwise the
      * stage's blank-product default; otherwise no provision (and
      * the gap is counted so the rate table gets fixed).
           MOVE ZERO TO WS-RATE-HIT.
           MOVE ZERO TO WS-RATE-DEFAULT.
           PERFORM 235-MATCH-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

           EVALUATE TRUE
               WHEN WS-RATE-HIT > ZERO
                   MOVE WS-RT-PCT(WS-RATE-HIT) TO WS-PCT
               WHEN WS-RATE-DEFAULT > ZERO
                   MOVE WS-RT-PCT(WS-RATE-DEFAULT) TO WS-PCT
               WHEN OTHER
                   MOVE ZERO TO WS-PCT
                   ADD 1 TO WS-NORATE-COUNTER
                   DISPLAY "NO ECL RATE FOR STAGE " WS-STAGE
                           " PRODUCT " ACCT-PRODUCT ": " ACCT-NUMBER
           END-EVALUATE.

       235-MATCH-ONE-RATE.

           IF WS-RT-STAGE(WS-RATE-SUB) = WS-STAGE
              IF WS-RT-PRODUCT(WS-RATE-SUB) = SPACES
                 IF WS-RATE-DEFAULT = ZERO
                    MOVE WS-RATE-SUB TO WS-RATE-DEFAULT
                 END-IF
              ELSE
                 IF WS-RT-PRODUCT(WS-RATE-SUB) = ACCT-PRODUCT
                    AND WS-RATE-HIT = ZERO
                    MOVE WS-RATE-SUB TO WS-RATE-HIT
                 END-IF
              END-IF
           END-IF.

       240-UPDATE-ECL-MASTER.

           MOVE ACCT-NUMBER TO ECL-ACC.
           MOVE 'N' TO WS-ECL-NEW.
           READ ECL-MASTER
              INVALID KEY
                 MOVE 'Y' TO WS-ECL-NEW
                 MOVE ZERO TO WS-OLD-STAGE
                 MOVE ZERO TO WS-OLD-PROVISION
                 MOVE SPACES TO WS-OLD-CURR
              NOT INVALID KEY
      * A second run on the same day compares against the stage the
      * account came from, not the one this day's first run set.
                 IF ECL-YMD = WS-SDATE
                    MOVE ECL-PREV-STAGE TO WS-OLD-STAGE
                 ELSE
                    MOVE ECL-STAGE TO WS-OLD-STAGE
                 END-IF
                 MOVE ECL-PROVISION TO WS-OLD-PROVISION
                 MOVE ECL-CURR TO WS-OLD-CURR
           END-READ.

      * Nothing on file today names the currency: keep the one the
      * provision was booked in. With none at all the account is an
      * exception and its provision stays out of the GL movement.
           IF WS-CURR = SPACES
              MOVE WS-OLD-CURR TO WS-CURR
           END-IF.
           IF WS-CURR = SPACES
              MOVE ACCT-NUMBER TO EXC-ACC
              MOVE "NO CURRENCY" TO EXC-REASON
              WRITE EXCEPT-REC
              ADD 1 TO WS-EXC-COUNTER
              DISPLAY "NO CURRENCY, PROVISION NOT BOOKED: "
                      ACCT-NUMBER
           END-IF.

      * The provision carried for the account comes off in the
      * currency it was booked in, the new one goes on in today's.
           MOVE WS-OLD-CURR TO WS-ACCUM-CURR.
           MOVE WS-OLD-PROVISION TO WS-ACCUM-OLD.
           MOVE ZERO TO WS-ACCUM-NEW.
           IF WS-OLD-CURR NOT = SPACES
              PERFORM 250-ACCUM-GL-CURRENCY
           END-IF.
           MOVE WS-CURR TO WS-ACCUM-CURR.
           MOVE ZERO TO WS-ACCUM-OLD.
           MOVE WS-PROVISION TO WS-ACCUM-NEW.
           IF WS-CURR NOT = SPACES
              PERFORM 250-ACCUM-GL-CURRENCY
           END-IF.

           IF WS-ECL-FIRST-STAGING
              MOVE WS-SDATE TO ECL-STAGE-YMD
           ELSE
              IF ECL-STAGE NOT = WS-STAGE
                 MOVE WS-SDATE TO ECL-STAGE-YMD
              END-IF
           END-IF.
           MOVE WS-OLD-STAGE TO ECL-PREV-STAGE.
           MOVE WS-STAGE TO ECL-STAGE.
           MOVE ACCT-PRODUCT TO ECL-PRODUCT.
           MOVE WS-CURR TO ECL-CURR.
           MOVE WS-DPD TO ECL-DPD.
           MOVE WS-EXPOSURE TO ECL-EXPOSURE.
           MOVE WS-PCT TO ECL-RATE.
           MOVE WS-PROVISION TO ECL-PROVISION.
           MOVE WS-SDATE TO ECL-YMD.
           IF WS-ECL-FIRST-STAGING
              WRITE ECL-REC
           ELSE
              REWRITE ECL-REC
           END-IF.

           MOVE WS-OLD-STAGE TO WS-FROM-SUB.
           MOVE WS-STAGE TO WS-TO-SUB.
           PERFORM 270-COUNT-MIGRATION.

       250-ACCUM-GL-CURRENCY.

           MOVE ZERO TO WS-GL-CURR-FOUND.
           PERFORM 260-FIND-GL-CURRENCY
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

           IF WS-GL-CURR-FOUND = ZERO
              IF WS-GL-CURR-COUNT < WS-GL-CURR-MAX
                 ADD 1 TO WS-GL-CURR-COUNT
                 MOVE WS-GL-CURR-COUNT TO WS-GL-CURR-FOUND
                 MOVE WS-ACCUM-CURR TO WS-GL-CURR-CODE(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-OLD(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-NEW(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-AMT(WS-GL-CURR-FOUND)
              ELSE
                 DISPLAY "GL CURRENCY TABLE FULL, DROPPING: "
                         WS-ACCUM-CURR
              END-IF
           END-IF.

           IF WS-GL-CURR-FOUND > ZERO
              ADD WS-ACCUM-OLD TO WS-GL-CURR-OLD(WS-GL-CURR-FOUND)
              ADD WS-ACCUM-NEW TO WS-GL-CURR-NEW(WS-GL-CURR-FOUND)
              COMPUTE WS-GL-CURR-AMT(WS-GL-CURR-FOUND) =
                  WS-GL-CURR-NEW(WS-GL-CURR-FOUND)
                - WS-GL-CURR-OLD(WS-GL-CURR-FOUND)
           END-IF.

       260-FIND-GL-CURRENCY.

           IF WS-GL-CURR-FOUND = ZERO
              AND WS-GL-CURR-CODE(WS-GL-CURR-SUB) = WS-ACCUM-CURR
                 MOVE WS-GL-CURR-SUB TO WS-GL-CURR-FOUND
           END-IF.

       270-COUNT-MIGRATION.

      * Matrix cell for the move, and a report line for any account
      * that changed stage (first stagings are only counted).
           ADD 1 TO WS-MIG-COUNT(WS-FROM-SUB + 1, WS-TO-SUB + 1).
           IF WS-FROM-SUB NOT = WS-TO-SUB AND WS-FROM-SUB NOT = ZERO
              ADD 1 TO WS-MOVED-COUNTER
              MOVE ECL-ACC TO RPT-ACC
              MOVE ECL-PRODUCT TO RPT-PRODUCT
              MOVE WS-STAGE-NAME(WS-FROM-SUB + 1) TO RPT-FROM
              IF WS-TO-SUB = ZERO
                 MOVE "OUT" TO RPT-TO
              ELSE
                 MOVE WS-STAGE-NAME(WS-TO-SUB + 1) TO RPT-TO
              END-IF
              MOVE ECL-EXPOSURE TO RPT-EXPOSURE
              MOVE ECL-PROVISION TO RPT-PROVISION
              MOVE ECL-CURR TO RPT-CURR
              MOVE WS-REPORT-LINE TO ECL-RPT-REC
              WRITE ECL-RPT-REC
           END-IF.

       300-RELEASE-LEFT-BOOK.

      * Any account still carrying a stage that this run did not
      * reach has left the active book: release its provision.
           MOVE 'N' TO WS-ECL-EOF.
           MOVE LOW-VALUES TO ECL-ACC.
           START ECL-MASTER KEY IS >= ECL-ACC
              INVALID KEY
                 MOVE 'Y' TO WS-ECL-EOF
           END-START.

           PERFORM 310-RELEASE-ONE UNTIL WS-ECL-EOF = 'Y'.

       310-RELEASE-ONE.

           READ ECL-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ECL-EOF
              NOT AT END
                 IF ECL-YMD NOT = WS-SDATE AND ECL-STAGE NOT = ZERO
                    ADD 1 TO WS-RELEASE-COUNTER
                    MOVE ECL-CURR TO WS-ACCUM-CURR
                    MOVE ECL-PROVISION TO WS-ACCUM-OLD
                    MOVE ZERO TO WS-ACCUM-NEW
                    IF ECL-CURR NOT = SPACES
                       PERFORM 250-ACCUM-GL-CURRENCY
                    END-IF
                    MOVE ECL-STAGE TO WS-FROM-SUB
                    MOVE ZERO TO WS-TO-SUB
                    MOVE ZERO TO ECL-PROVISION
                    PERFORM 270-COUNT-MIGRATION
                    MOVE ECL-STAGE TO ECL-PREV-STAGE
                    MOVE ZERO TO ECL-STAGE
                    MOVE ZERO TO ECL-EXPOSURE
                    MOVE ZERO TO ECL-RATE
                    MOVE ZERO TO ECL-DPD
                    MOVE WS-SDATE TO ECL-YMD
                    MOVE WS-SDATE TO ECL-STAGE-YMD
                    REWRITE ECL-REC
                 END-IF
           END-READ.

       400-WRITE-SUMMARY.

           MOVE SPACES TO ECL-RPT-REC.
           WRITE ECL-RPT-REC.
           MOVE WS-MATRIX-HEAD TO ECL-RPT-REC.
           WRITE ECL-RPT-REC.
           PERFORM 410-WRITE-MATRIX-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4.

           MOVE SPACES TO ECL-RPT-REC.
           WRITE ECL-RPT-REC.
           MOVE WS-CURR-HEAD TO ECL-RPT-REC.
           WRITE ECL-RPT-REC.
           PERFORM 430-WRITE-CURRENCY-LINE
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

       410-WRITE-MATRIX-ROW.

           MOVE WS-STAGE-NAME(WS-FROM-SUB) TO MTX-FROM.
           PERFORM 420-WRITE-MATRIX-CELL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 4.
           MOVE WS-MATRIX-LINE TO ECL-RPT-REC.
           WRITE ECL-RPT-REC.

       420-WRITE-MATRIX-CELL.

           MOVE WS-MIG-COUNT(WS-FROM-SUB, WS-TO-SUB)
               TO MTX-COUNT(WS-TO-SUB).

       430-WRITE-CURRENCY-LINE.

           MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO CUR-CODE.
           MOVE WS-GL-CURR-OLD(WS-GL-CURR-SUB) TO CUR-OLD.
           MOVE WS-GL-CURR-NEW(WS-GL-CURR-SUB) TO CUR-NEW.
           MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO CUR-CHANGE.
           MOVE WS-CURR-LINE TO ECL-RPT-REC.
           WRITE ECL-RPT-REC.

       500-WRITE-GL-BATCH.

      * One balanced pair per currency for the net movement: an
      * increase charges impairment expense against the loss
      * allowance, a decrease releases the allowance back.
           PERFORM 510-WRITE-GL-ENTRY
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

       510-WRITE-GL-ENTRY.

           IF WS-GL-CURR-AMT(WS-GL-CURR-SUB) NOT = ZERO
              IF WS-GL-CURR-AMT(WS-GL-CURR-SUB) > ZERO
                 MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO WS-GL-POST-AMT
                 MOVE WS-GL-ACCT-EXP TO GL-ACCOUNT
              ELSE
                 COMPUTE WS-GL-POST-AMT =
                     0 - WS-GL-CURR-AMT(WS-GL-CURR-SUB)
                 MOVE WS-GL-ACCT-ALLOW TO GL-ACCOUNT
              END-IF
              MOVE WS-CDATE TO GL-JE-DATE
              MOVE "DR" TO GL-DRCR
              MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR
              MOVE WS-GL-POST-AMT TO GL-AMOUNT
              MOVE WS-GL-DESC TO GL-DESC
              WRITE GL-REC

              IF WS-GL-CURR-AMT(WS-GL-CURR-SUB) > ZERO
                 MOVE WS-GL-ACCT-ALLOW TO GL-ACCOUNT
              ELSE
                 MOVE WS-GL-ACCT-EXP TO GL-ACCOUNT
              END-IF
              MOVE WS-CDATE TO GL-JE-DATE
              MOVE "CR" TO GL-DRCR
              MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR
              MOVE WS-GL-POST-AMT TO GL-AMOUNT
              MOVE WS-GL-DESC TO GL-DESC
              WRITE GL-REC
           END-IF.

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
           CLOSE SCHED-MASTER.
           CLOSE ECL-MASTER.
           CLOSE GL-FILE.
           CLOSE ECL-REPORT.
           CLOSE EXCEPT-FILE.
           IF WS-ARREARS-ON-FILE
              CLOSE ARREARS-MASTER
           END-IF.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
           END-IF.

           DISPLAY "ACCOUNTS READ:        " WS-ACCT-COUNTER.
           DISPLAY "ACCOUNTS STAGED:      " WS-STAGED-COUNTER.
           DISPLAY "STAGE MIGRATIONS:     " WS-MOVED-COUNTER.
           DISPLAY "PROVISIONS RELEASED:  " WS-RELEASE-COUNTER.
           DISPLAY "NO SCHEDULE EXPOSURE: " WS-NOEXP-COUNTER.
           DISPLAY "NO RATE FOR STAGE:    " WS-NORATE-COUNTER.
           DISPLAY "NO CURRENCY:          " WS-EXC-COUNTER.

           IF WS-EXC-COUNTER > ZERO
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
      ******************************************************************

      ******************************************************************
      *
      * Deferred Arrangement-Fee Amortisation
      * =====================================
      *
      * Month-end batch, run alongside accrualgl. The arrangement
      * fee taken at origination (ACCT-FEE-AMT, stamped by bcuota
      * from the LOAN record) is not income on day one: it is
      * deferred and released over the life of the loan in step
      * with the interest the loan earns, so the fee forms part of
      * the effective yield.
      *
      * Each account carrying a fee gets a deferral record on the
      * indexed bcuota-fee-master the first month it is seen. The
      * periods the loan has run are the quota items bcuota has cut
      * on the bcuota-openitems subledger with a due date up to the
      * end of the month being closed. For each period not yet
      * amortised, the release is the unamortised fee in the same
      * proportion as that period's interest bears to the interest
      * still to run on bcuota-schedmast -- the schedule as it
      * stands, so a prepayment or restructure that re-cut the
      * remaining rows is followed from the next period on. A loan
      * with no interest left to run releases straight-line.
      *
      * The unamortised balance is released in one go when:
      *   - the account is on bcuota-writeoff-master (written off),
      *   - the account has been closed at maturity (acctclose),
      *   - the periods run reach the last schedule row before the
      *     term the deferral started with (prepaid in full), or
      *   - the final schedule period is reached.
      *
      * A deferral opened this run moves the whole fee out of fee
      * income into deferred fee income; the month's releases move
      * it back. Both go to bcuota-fee-gl-batch for glconsol as one
      * balanced pair per currency each -- DR fee income / CR
      * deferred fee income for the deferrals opened, DR deferred
      * fee income / CR fee income for the releases -- so the
      * deferred account nets to nil once every fee has been
      * released. A fee whose currency is not yet on the subledger
      * is not opened until it is. bcuota-fee-amort-report lists
      * every account released this run and the totals by currency.
      *
      * Parameter: the month to close as YYYYMM (default: the
      * current month).
      *
      * RETURN-CODE 0, or 4 when a fee could not be amortised (no
      * schedule or no currency on the subledger).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feeamort.
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

           SELECT WRITEOFF-MASTER ASSIGN TO "bcuota-writeoff-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WOF-ACC
           FILE STATUS IS WS-WOF-STATUS.

           SELECT FEE-MASTER ASSIGN TO "bcuota-fee-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FEE-ACC
           FILE STATUS IS WS-FEE-STATUS.

           SELECT GL-FILE ASSIGN TO "bcuota-fee-gl-batch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT FEE-REPORT ASSIGN TO "bcuota-fee-amort-report"
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

       FD FEE-MASTER.
           01 FEE-REC.
               05 FEE-ACC PIC X(29).
               05 FEE-AMOUNT PIC 9(7)V9(2).
               05 FEE-CURR PIC X(3).
               05 FEE-AMORTISED PIC 9(7)V9(2).
      * Schedule periods released so far, and the schedule's length
      * when the deferral was opened (longest seen since, should a
      * restructure extend it).
               05 FEE-PERIODS-DONE PIC 9(4).
               05 FEE-TERM-PERIODS PIC 9(4).
               05 FEE-STATUS PIC X(1).
                   88 FEE-AMORTISING VALUE "A".
                   88 FEE-RELEASED VALUE "R".
               05 FEE-START-YMD PIC 9(8).
               05 FEE-LAST-YMD PIC 9(8).
               05 FEE-REASON PIC X(11).
               05 FILLER PIC X(10).

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

       FD FEE-REPORT.
           01 FEE-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-FEE-STATUS PIC X(2) VALUE SPACES.
           01 WS-GL-STATUS PIC X(2) VALUE SPACES.

           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-SCHM-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-FEE-NEW PIC X(1) VALUE "N".
               88 WS-NEW-DEFERRAL VALUE "Y".
           01 WS-WOF-FOUND PIC X(1) VALUE "N".
               88 WS-WRITTEN-OFF VALUE "Y".

           01 WS-RUNPARM PIC X(20) VALUE SPACES.
           01 WS-RUN-MONTH PIC 9(6) VALUE ZERO.
           01 WS-CUTOFF-YMD PIC 9(8) VALUE ZERO.

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

      * The account's remaining interest by schedule period; four
      * digits of period as on the schedule (a biweekly 40-year loan
      * runs to 1040 periods).
           01 WS-SCH-MAX PIC 9(4) VALUE 1040.
           01 WS-SCH-ROWS PIC 9(4) VALUE ZERO.
           01 WS-SCH-SUB PIC 9(4) VALUE ZERO.
           01 WS-SCH-TABLE.
               05 WS-SCH-INT PIC S9(7)V9(2) OCCURS 1040 TIMES.

           01 WS-PERIODS-DUE PIC 9(4) VALUE ZERO.
           01 WS-REL-FROM PIC 9(4) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.
           01 WS-UNAMORTISED PIC S9(7)V9(2) VALUE ZERO.
           01 WS-INT-REMAINING PIC S9(11)V9(2) VALUE ZERO.
           01 WS-PERIOD-REL PIC S9(7)V9(2) VALUE ZERO.
           01 WS-RELEASE PIC S9(9)V9(2) VALUE ZERO.
           01 WS-REASON PIC X(11) VALUE SPACES.

           01 WS-GL-ACCT-DEF PIC X(10) VALUE "FEEDEF001".
           01 WS-GL-ACCT-INC PIC X(10) VALUE "FEEINC001".
           01 WS-GL-DESC PIC X(30)
               VALUE "DEFERRED FEE AMORTISATION".
           01 WS-GL-DESC-OPEN PIC X(30)
               VALUE "DEFERRED FEE OPENED".

           01 WS-GL-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-GL-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-GL-CURR-TOTALS.
               05 WS-GL-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-GL-CURR-CODE PIC X(3).
                   10 WS-GL-CURR-PERIODIC PIC S9(11)V9(2).
                   10 WS-GL-CURR-ONEOFF PIC S9(11)V9(2).
                   10 WS-GL-CURR-AMT PIC S9(11)V9(2).
                   10 WS-GL-CURR-OPENED PIC S9(11)V9(2).

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-FEE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NEW-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-AMORT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RELEASE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-HOLD-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-SKIP-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "DEFERRED ARRANGEMENT FEE AMORTISATION REPORT".
           01 WS-REPORT-MONTH.
               05 FILLER PIC X(14) VALUE "MONTH CLOSED: ".
               05 RPT-MONTH PIC 9(6).
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(34)
                   VALUE "ACCOUNT                       CUR ".
               05 FILLER PIC X(46)
                   VALUE "       FEE    RELEASED UNAMORTISED REASON".
           01 WS-REPORT-LINE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-FEE PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-RELEASE PIC -ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-UNAMORT PIC ZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-REASON PIC X(11).
           01 WS-CURR-HEAD.
               05 FILLER PIC X(24) VALUE "CUR      PERIODIC RELEAS".
               05 FILLER PIC X(21) VALUE "E     ONE-OFF RELEASE".
               05 FILLER PIC X(21) VALUE "        TOTAL RELEASE".
           01 WS-CURR-LINE.
               05 CUR-CODE PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUR-PERIODIC PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUR-ONEOFF PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUR-TOTAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-OPENED-HEAD.
               05 FILLER PIC X(24) VALUE "CUR     DEFERRALS OPENED".
           01 WS-OPENED-LINE.
               05 OPD-CODE PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 OPD-AMT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ ACCOUNT-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNTER
                      IF ACCT-FEE-AMT NUMERIC
                         IF ACCT-FEE-AMT > ZERO
                            PERFORM 200-AMORTISE-ONE-ACCOUNT
                         END-IF
                      END-IF
                  END-READ
              END-PERFORM

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

           COMPUTE WS-RUN-MONTH = WS-SDATE / 100.
           ACCEPT WS-RUNPARM FROM COMMAND-LINE.
           IF WS-RUNPARM NOT = SPACES
              IF WS-RUNPARM(1:6) NUMERIC
                 AND WS-RUNPARM(7:1) = SPACE
                 MOVE WS-RUNPARM(1:6) TO WS-RUN-MONTH
              ELSE
                 DISPLAY "INVALID MONTH PARAMETER (YYYYMM): "
                         WS-RUNPARM
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.
      * Every quota due in the month counts, whatever its day.
           COMPUTE WS-CUTOFF-YMD = WS-RUN-MONTH * 100 + 31.

           IF NOT WS-RUN-ABORTED
              DISPLAY "AMORTISING FEES FOR MONTH: " WS-RUN-MONTH
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
              PERFORM 110-OPEN-FEE-MASTER
           END-IF.

           IF NOT WS-RUN-ABORTED
      * No write-off run yet simply means nothing written off.
              MOVE 'N' TO WS-WOF-AVAIL
              OPEN INPUT WRITEOFF-MASTER
              IF WS-WOF-STATUS = "00"
                 MOVE 'Y' TO WS-WOF-AVAIL
              END-IF
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
              OPEN OUTPUT FEE-REPORT
              MOVE WS-REPORT-TITLE TO FEE-RPT-REC
              WRITE FEE-RPT-REC
              MOVE WS-RUN-MONTH TO RPT-MONTH
              MOVE WS-REPORT-MONTH TO FEE-RPT-REC
              WRITE FEE-RPT-REC
              MOVE WS-REPORT-HEAD TO FEE-RPT-REC
              WRITE FEE-RPT-REC
           END-IF.

       110-OPEN-FEE-MASTER.

           OPEN I-O FEE-MASTER.
           IF WS-FEE-STATUS = "35"
      * First month-end: no deferrals yet, create the master empty.
              OPEN OUTPUT FEE-MASTER
              CLOSE FEE-MASTER
              OPEN I-O FEE-MASTER
           END-IF.
           IF WS-FEE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN FEE MASTER, STATUS: "
                      WS-FEE-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

       200-AMORTISE-ONE-ACCOUNT.

           ADD 1 TO WS-FEE-COUNTER.
           MOVE 'N' TO WS-FEE-NEW.
           MOVE ACCT-NUMBER TO FEE-ACC.
           READ FEE-MASTER
              INVALID KEY
                 PERFORM 210-OPEN-DEFERRAL
           END-READ.

           IF FEE-RELEASED
              CONTINUE
           ELSE
              PERFORM 220-COUNT-PERIODS
              PERFORM 230-LOAD-SCHEDULE
              PERFORM 240-CHECK-WRITTEN-OFF
              MOVE ZERO TO WS-RELEASE
              MOVE SPACES TO WS-REASON
              COMPUTE WS-UNAMORTISED = FEE-AMOUNT - FEE-AMORTISED
              EVALUATE TRUE
                  WHEN WS-WRITTEN-OFF
                      MOVE "WRITTEN OFF" TO WS-REASON
                      PERFORM 260-RELEASE-REMAINDER
                  WHEN ACCT-CLOSED
                      MOVE "CLOSED" TO WS-REASON
                      PERFORM 260-RELEASE-REMAINDER
                  WHEN WS-SCH-ROWS = ZERO
                      MOVE "NO SCHEDULE" TO WS-REASON
                      PERFORM 290-SKIP-ACCOUNT
                  WHEN NOT ACCT-ACTIVE
      * Deactivated but not written off: nothing earns until the
      * account is reinstated or written off, as in accrualgl.
                      ADD 1 TO WS-HOLD-COUNTER
                  WHEN WS-PERIODS-DUE NOT > FEE-PERIODS-DONE
                      CONTINUE
                  WHEN WS-PERIODS-DUE >= WS-SCH-ROWS
                      IF WS-SCH-ROWS < FEE-TERM-PERIODS
                         MOVE "PREPAID" TO WS-REASON
                      ELSE
                         MOVE "FINAL" TO WS-REASON
                      END-IF
                      PERFORM 260-RELEASE-REMAINDER
                  WHEN OTHER
                      MOVE "PERIODIC" TO WS-REASON
                      PERFORM 250-RELEASE-PERIODS
              END-EVALUATE
              IF FEE-CURR = SPACES
                 AND (WS-RELEASE > ZERO OR WS-NEW-DEFERRAL)
                 MOVE "NO CURRENCY" TO WS-REASON
                 PERFORM 290-SKIP-ACCOUNT
              ELSE
                 PERFORM 270-UPDATE-FEE-MASTER
              END-IF
           END-IF.

       210-OPEN-DEFERRAL.

      * First month the fee is seen: open its deferral in full. The
      * term is fixed from the schedule below once it is loaded.
           MOVE 'Y' TO WS-FEE-NEW.
           MOVE ACCT-NUMBER TO FEE-ACC.
           MOVE ACCT-FEE-AMT TO FEE-AMOUNT.
           MOVE SPACES TO FEE-CURR.
           MOVE ZERO TO FEE-AMORTISED.
           MOVE ZERO TO FEE-PERIODS-DONE.
           MOVE ZERO TO FEE-TERM-PERIODS.
           MOVE "A" TO FEE-STATUS.
           MOVE WS-SDATE TO FEE-START-YMD.
           MOVE ZERO TO FEE-LAST-YMD.
           MOVE SPACES TO FEE-REASON.

       220-COUNT-PERIODS.

      * Quota items cut up to the end of the month are the periods
      * the loan has run; penalty items are not periods. The item
      * currency is the loan's.
           MOVE ZERO TO WS-PERIODS-DUE.
           MOVE SPACES TO WS-CURR.
           MOVE 'N' TO WS-OPN-EOF.
           MOVE ACCT-NUMBER TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OPN-EOF
           END-START.
           PERFORM 225-COUNT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'.

           IF FEE-CURR = SPACES
              MOVE WS-CURR TO FEE-CURR
           END-IF.

       225-COUNT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-OPN-EOF
                 ELSE
                    IF NOT OPN-PENALTY-ITEM
                       MOVE OPN-CURR TO WS-CURR
                       IF OPN-DUE-YMD <= WS-CUTOFF-YMD
                          ADD 1 TO WS-PERIODS-DUE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       230-LOAD-SCHEDULE.

      * Table the interest of every row on the schedule as it stands
      * today; the last row is the loan's final period.
           MOVE ZERO TO WS-SCH-ROWS.
           MOVE 'N' TO WS-SCHM-EOF.
           MOVE ACCT-NUMBER TO SCHM-ACC.
           MOVE ZERO TO SCHM-MONTH.
           START SCHED-MASTER KEY IS >= SCHM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.
           PERFORM 235-TABLE-ONE-ROW UNTIL WS-SCHM-EOF = 'Y'.

           IF WS-SCH-ROWS > FEE-TERM-PERIODS
              MOVE WS-SCH-ROWS TO FEE-TERM-PERIODS
           END-IF.

       235-TABLE-ONE-ROW.

           READ SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHM-EOF
              NOT AT END
                 IF SCHM-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-SCHM-EOF
                 ELSE
                    IF SCHM-MONTH > ZERO
                       AND SCHM-MONTH <= WS-SCH-MAX
                       MOVE SCHM-INTEREST TO WS-SCH-INT(SCHM-MONTH)
                       MOVE SCHM-MONTH TO WS-SCH-ROWS
                    END-IF
                 END-IF
           END-READ.

       240-CHECK-WRITTEN-OFF.

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

       250-RELEASE-PERIODS.

      * Each period takes the unamortised fee in the proportion its
      * interest bears to the interest still to run from it to the
      * end of the schedule, so the fee follows the effective yield.
           MOVE ZERO TO WS-INT-REMAINING.
           COMPUTE WS-REL-FROM = FEE-PERIODS-DONE + 1.
           PERFORM 252-ADD-REMAINING-INTEREST
               VARYING WS-SCH-SUB FROM WS-REL-FROM BY 1
               UNTIL WS-SCH-SUB > WS-SCH-ROWS.

           PERFORM 255-RELEASE-ONE-PERIOD
               VARYING WS-SCH-SUB FROM WS-REL-FROM BY 1
               UNTIL WS-SCH-SUB > WS-PERIODS-DUE.
           MOVE WS-PERIODS-DUE TO FEE-PERIODS-DONE.

       252-ADD-REMAINING-INTEREST.

           ADD WS-SCH-INT(WS-SCH-SUB) TO WS-INT-REMAINING.

       255-RELEASE-ONE-PERIOD.

           IF WS-INT-REMAINING > ZERO
              COMPUTE WS-PERIOD-REL ROUNDED =
                  WS-UNAMORTISED * WS-SCH-INT(WS-SCH-SUB)
                  / WS-INT-REMAINING
           ELSE
      * No interest left to run: straight-line over the periods left.
              COMPUTE WS-PERIOD-REL ROUNDED =
                  WS-UNAMORTISED / (WS-SCH-ROWS - WS-SCH-SUB + 1)
           END-IF.
           IF WS-PERIOD-REL > WS-UNAMORTISED
              MOVE WS-UNAMORTISED TO WS-PERIOD-REL
           END-IF.
           IF WS-PERIOD-REL < ZERO
              MOVE ZERO TO WS-PERIOD-REL
           END-IF.
           SUBTRACT WS-SCH-INT(WS-SCH-SUB) FROM WS-INT-REMAINING.
           SUBTRACT WS-PERIOD-REL FROM WS-UNAMORTISED.
           ADD WS-PERIOD-REL TO WS-RELEASE.

       260-RELEASE-REMAINDER.

      * The whole unamortised balance goes to income now.
           MOVE WS-UNAMORTISED TO WS-RELEASE.
           MOVE ZERO TO WS-UNAMORTISED.
           IF WS-SCH-ROWS > WS-PERIODS-DUE
              MOVE WS-PERIODS-DUE TO FEE-PERIODS-DONE
           ELSE
              MOVE WS-SCH-ROWS TO FEE-PERIODS-DONE
           END-IF.
           MOVE "R" TO FEE-STATUS.
           MOVE WS-REASON TO FEE-REASON.

       270-UPDATE-FEE-MASTER.

           IF WS-RELEASE > ZERO
              IF FEE-RELEASED
                 ADD 1 TO WS-RELEASE-COUNTER
              ELSE
                 ADD 1 TO WS-AMORT-COUNTER
              END-IF
              ADD WS-RELEASE TO FEE-AMORTISED
              MOVE WS-SDATE TO FEE-LAST-YMD
              PERFORM 280-ACCUM-GL-CURRENCY
              PERFORM 285-WRITE-REPORT-LINE
           END-IF.

           IF WS-NEW-DEFERRAL
              WRITE FEE-REC
                 INVALID KEY
                    DISPLAY "FEE MASTER WRITE FAILED: " FEE-ACC
                 NOT INVALID KEY
                    PERFORM 275-ACCUM-GL-OPENING
              END-WRITE
           ELSE
              REWRITE FEE-REC
                 INVALID KEY
                    DISPLAY "FEE MASTER REWRITE FAILED: " FEE-ACC
              END-REWRITE
           END-IF.

       275-ACCUM-GL-OPENING.

      * The fee deferred in full the month its deferral is opened.
           ADD 1 TO WS-NEW-COUNTER.
           PERFORM 281-FIND-OR-ADD-CURRENCY.
           IF WS-GL-CURR-FOUND > ZERO
              ADD FEE-AMOUNT TO WS-GL-CURR-OPENED(WS-GL-CURR-FOUND)
           END-IF.

       280-ACCUM-GL-CURRENCY.

           PERFORM 281-FIND-OR-ADD-CURRENCY.
           IF WS-GL-CURR-FOUND > ZERO
              IF FEE-RELEASED
                 ADD WS-RELEASE
                     TO WS-GL-CURR-ONEOFF(WS-GL-CURR-FOUND)
              ELSE
                 ADD WS-RELEASE
                     TO WS-GL-CURR-PERIODIC(WS-GL-CURR-FOUND)
              END-IF
              ADD WS-RELEASE TO WS-GL-CURR-AMT(WS-GL-CURR-FOUND)
           END-IF.

       281-FIND-OR-ADD-CURRENCY.

           MOVE ZERO TO WS-GL-CURR-FOUND.
           PERFORM 282-FIND-GL-CURRENCY
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

           IF WS-GL-CURR-FOUND = ZERO
              IF WS-GL-CURR-COUNT < WS-GL-CURR-MAX
                 ADD 1 TO WS-GL-CURR-COUNT
                 MOVE WS-GL-CURR-COUNT TO WS-GL-CURR-FOUND
                 MOVE FEE-CURR TO WS-GL-CURR-CODE(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-PERIODIC(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-ONEOFF(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-AMT(WS-GL-CURR-FOUND)
                 MOVE ZERO TO WS-GL-CURR-OPENED(WS-GL-CURR-FOUND)
              ELSE
                 DISPLAY "GL CURRENCY TABLE FULL, DROPPING: "
                         FEE-CURR
              END-IF
           END-IF.

       282-FIND-GL-CURRENCY.

           IF WS-GL-CURR-FOUND = ZERO
              AND WS-GL-CURR-CODE(WS-GL-CURR-SUB) = FEE-CURR
                 MOVE WS-GL-CURR-SUB TO WS-GL-CURR-FOUND
           END-IF.

       285-WRITE-REPORT-LINE.

           MOVE FEE-ACC TO RPT-ACC.
           MOVE FEE-CURR TO RPT-CURR.
           MOVE FEE-AMOUNT TO RPT-FEE.
           MOVE WS-RELEASE TO RPT-RELEASE.
           COMPUTE RPT-UNAMORT = FEE-AMOUNT - FEE-AMORTISED.
           MOVE WS-REASON TO RPT-REASON.
           MOVE WS-REPORT-LINE TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.

       290-SKIP-ACCOUNT.

      * Left for next month untouched, so nothing is lost; listed
      * so the schedule or subledger gap gets looked at.
           ADD 1 TO WS-SKIP-COUNTER.
           MOVE ZERO TO WS-RELEASE.
           MOVE ACCT-NUMBER TO RPT-ACC.
           MOVE WS-CURR TO RPT-CURR.
           MOVE ACCT-FEE-AMT TO RPT-FEE.
           MOVE ZERO TO RPT-RELEASE.
           MOVE ZERO TO RPT-UNAMORT.
           MOVE WS-REASON TO RPT-REASON.
           MOVE WS-REPORT-LINE TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.

       400-WRITE-SUMMARY.

           MOVE SPACES TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.
           MOVE WS-CURR-HEAD TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.
           PERFORM 410-WRITE-CURRENCY-LINE
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

           MOVE SPACES TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.
           MOVE WS-OPENED-HEAD TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.
           PERFORM 420-WRITE-OPENED-LINE
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

       410-WRITE-CURRENCY-LINE.

           MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO CUR-CODE.
           MOVE WS-GL-CURR-PERIODIC(WS-GL-CURR-SUB) TO CUR-PERIODIC.
           MOVE WS-GL-CURR-ONEOFF(WS-GL-CURR-SUB) TO CUR-ONEOFF.
           MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO CUR-TOTAL.
           MOVE WS-CURR-LINE TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.

       420-WRITE-OPENED-LINE.

           MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO OPD-CODE.
           MOVE WS-GL-CURR-OPENED(WS-GL-CURR-SUB) TO OPD-AMT.
           MOVE WS-OPENED-LINE TO FEE-RPT-REC.
           WRITE FEE-RPT-REC.

       500-WRITE-GL-BATCH.

      * Balanced pairs per currency: fees deferred this run are
      * taken out of fee income into the deferred fee income
      * liability, and the month's release draws that liability
      * back down into fee income.
           PERFORM 505-WRITE-GL-OPENING
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.
           PERFORM 510-WRITE-GL-ENTRY
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.

       505-WRITE-GL-OPENING.

           IF WS-GL-CURR-OPENED(WS-GL-CURR-SUB) NOT = ZERO
              MOVE WS-CDATE TO GL-JE-DATE
              MOVE WS-GL-ACCT-INC TO GL-ACCOUNT
              MOVE "DR" TO GL-DRCR
              MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR
              MOVE WS-GL-CURR-OPENED(WS-GL-CURR-SUB) TO GL-AMOUNT
              MOVE WS-GL-DESC-OPEN TO GL-DESC
              WRITE GL-REC

              MOVE WS-CDATE TO GL-JE-DATE
              MOVE WS-GL-ACCT-DEF TO GL-ACCOUNT
              MOVE "CR" TO GL-DRCR
              MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR
              MOVE WS-GL-CURR-OPENED(WS-GL-CURR-SUB) TO GL-AMOUNT
              MOVE WS-GL-DESC-OPEN TO GL-DESC
              WRITE GL-REC
           END-IF.

       510-WRITE-GL-ENTRY.

           IF WS-GL-CURR-AMT(WS-GL-CURR-SUB) NOT = ZERO
              MOVE WS-CDATE TO GL-JE-DATE
              MOVE WS-GL-ACCT-DEF TO GL-ACCOUNT
              MOVE "DR" TO GL-DRCR
              MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR
              MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO GL-AMOUNT
              MOVE WS-GL-DESC TO GL-DESC
              WRITE GL-REC

              MOVE WS-CDATE TO GL-JE-DATE
              MOVE WS-GL-ACCT-INC TO GL-ACCOUNT
              MOVE "CR" TO GL-DRCR
              MOVE WS-GL-CURR-CODE(WS-GL-CURR-SUB) TO GL-CURR
              MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO GL-AMOUNT
              MOVE WS-GL-DESC TO GL-DESC
              WRITE GL-REC
           END-IF.

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE OPENITEM-MASTER.
           CLOSE SCHED-MASTER.
           CLOSE FEE-MASTER.
           CLOSE GL-FILE.
           CLOSE FEE-REPORT.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.

           DISPLAY "ACCOUNTS READ:        " WS-ACCT-COUNTER.
           DISPLAY "ACCOUNTS WITH FEE:    " WS-FEE-COUNTER.
           DISPLAY "DEFERRALS OPENED:     " WS-NEW-COUNTER.
           DISPLAY "FEES AMORTISED:       " WS-AMORT-COUNTER.
           DISPLAY "FEES RELEASED IN FULL:" WS-RELEASE-COUNTER.
           DISPLAY "INACTIVE, HELD:       " WS-HOLD-COUNTER.
           DISPLAY "NOT AMORTISED:        " WS-SKIP-COUNTER.

           IF WS-SKIP-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

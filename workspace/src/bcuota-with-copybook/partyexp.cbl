      ******************************************************************
      *
      * Party Exposure Refresh And Report
      * =================================
      *
      * Recomputes every customer's outstanding with us from the
      * subledgers and lists it per party and currency against the
      * party's aggregate exposure limit. Run after the day's bcuota
      * and orabcuota runs, before the next day's inedit.
      *
      * Each account on party-accounts is valued at today's
      * outstanding:
      *
      *   bcuota     the balance on bcuota-schedmast after the
      *              account's last settled period (settled quota
      *              items on bcuota-openitems, as acctpos reckons
      *              them), in the open items' currency; zero once
      *              the account is inactive or written off
      *   orabcuota  the loan amount and currency on today's
      *              orabcuota-input for the account, while it is
      *              active on orabcuota-acctmast; an account not on
      *              today's feed keeps its last figure
      *
      * The account's figure is stored back on party-accounts and
      * summed per currency onto its party-master record, which is
      * what bcuota and inedit read when a new loan arrives. The
      * report party-exposure-report shows, per party, the total per
      * currency and the total in the limit currency at today's
      * getfxrate rates, flagged when over the limit (or when a rate
      * is missing and the total cannot be stated).
      *
      * RETURN-CODE 4 when any party is over its limit, 0 otherwise.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partyexp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTY-MASTER ASSIGN TO "party-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTY-ID
           FILE STATUS IS WS-PTY-STATUS.

           SELECT PARTY-ACCOUNTS ASSIGN TO "party-accounts"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAC-ACC
           FILE STATUS IS WS-PAC-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT ORA-ACCOUNT-MASTER ASSIGN TO "orabcuota-acctmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OACCT-NUMBER
           FILE STATUS IS WS-OACCTM-STATUS.

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

           SELECT WRITEOFF-MASTER ASSIGN TO "bcuota-writeoff-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WOF-ACC
           FILE STATUS IS WS-WOF-STATUS.

           SELECT ORA-LOAN ASSIGN TO "orabcuota-input"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORA-STATUS.

           SELECT ORA-WORK ASSIGN TO "party-ora-work"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORW-ACC
           FILE STATUS IS WS-ORW-STATUS.

           SELECT EXPOSURE-REPORT ASSIGN TO "party-exposure-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARTY-MASTER.
           01 PARTY-REC.
               05 PTY-ID PIC X(10).
               05 PTY-NAME PIC X(35).
               05 PTY-LIMIT PIC 9(11)V9(2).
               05 PTY-LIMIT-CURR PIC X(3).
               05 PTY-EXP-YMD PIC 9(8).
               05 PTY-EXP-COUNT PIC 9(1).
               05 PTY-EXP-ENTRY OCCURS 5 TIMES.
                   10 PTY-EXP-CURR PIC X(3).
                   10 PTY-EXP-AMT PIC S9(11)V9(2).
               05 FILLER PIC X(10).

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

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 ACCT-PRODUCT PIC X(4).
               05 FILLER PIC X(13).

       FD ORA-ACCOUNT-MASTER.
           01 ORA-ACCOUNT-MASTER-REC.
               05 OACCT-NUMBER PIC X(29).
               05 OACCT-STATUS PIC X(1).
                   88 OACCT-ACTIVE VALUE "A".
                   88 OACCT-INACTIVE VALUE "I".
               05 OACCT-LAST-RUN-DATE PIC X(10).
               05 FILLER PIC X(15).

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

       FD ORA-LOAN.
           01 ORA-LOAN-FILE PIC X(75).

      * One record per orabcuota account on today's feed: the loan
      * amount and currency of its last line.
       FD ORA-WORK.
           01 ORA-WORK-REC.
               05 ORW-ACC PIC X(29).
               05 ORW-AMT PIC 9(7).
               05 ORW-CURR PIC X(3).

       FD EXPOSURE-REPORT.
           01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ORA-LOAN.
               05 WS-ORA-DATE PIC X(10).
               05 FILER PIC X(1).
               05 WS-ORA-ACC PIC X(29).
               05 FILER PIC X(1).
               05 WS-ORA-AMT PIC 9(7).
               05 FILER PIC X(1).
               05 WS-ORA-INT PIC 9(2)V9(2).
               05 FILER PIC X(1).
               05 WS-ORA-YEAR PIC 9(2).
               05 FILER PIC X(1).
               05 WS-ORA-SPREAD PIC S9(1)V9(3) USAGE IS DISPLAY.
               05 FILER PIC X(1).
               05 WS-ORA-CURRENCY PIC X(3).
               05 FILER PIC X(10).

           01 WS-PTY-STATUS PIC X(2) VALUE SPACES.
           01 WS-PAC-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-ORA-STATUS PIC X(2) VALUE SPACES.
           01 WS-ORW-STATUS PIC X(2) VALUE SPACES.

           01 WS-ACCTM-AVAIL PIC X(1) VALUE "N".
               88 WS-ACCOUNTS-ON-FILE VALUE "Y".
           01 WS-OACCTM-AVAIL PIC X(1) VALUE "N".
               88 WS-ORA-ACCOUNTS-ON-FILE VALUE "Y".
           01 WS-SCHM-AVAIL PIC X(1) VALUE "N".
               88 WS-SCHEDULES-ON-FILE VALUE "Y".
           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".
           01 WS-ORA-AVAIL PIC X(1) VALUE "N".
               88 WS-ORA-FEED-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-PTY-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-ORA-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-KEEP PIC X(1) VALUE "N".
               88 WS-KEEP-LAST-FIGURE VALUE "Y".

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

           01 WS-SETTLED-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-OUTSTANDING PIC S9(9)V9(2) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.
           01 WS-EXP-SUB PIC 9(1) VALUE ZERO.
           01 WS-EXP-FOUND PIC 9(1) VALUE ZERO.

      * Limit-currency total of one party. A rate is EUR per unit,
      * so an amount moves to the limit currency as amount times
      * its own rate over the limit currency's rate.
           01 WS-LIMIT-RATE PIC S9(4)V9(6) VALUE ZERO.
           01 WS-PARTY-TOTAL PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CONV-AMT PIC S9(13)V9(2) VALUE ZERO.
           01 WS-RATE-MISS PIC X(1) VALUE "N".
               88 WS-RATE-MISSING VALUE "Y".

           01 WS-ACCT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-PARTY-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-OVER-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NORATE-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "PARTY EXPOSURE REPORT".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC X(10).
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(30) VALUE "PARTY      NAME / CURRENCY".
               05 FILLER PIC X(20) VALUE "         OUTSTANDING".
           01 WS-PARTY-LINE.
               05 RPT-PARTY PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-NAME PIC X(35).
               05 FILLER PIC X(7) VALUE " LIMIT ".
               05 RPT-LIMIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-LIMIT-CURR PIC X(3).
           01 WS-CURR-LINE.
               05 FILLER PIC X(11) VALUE SPACES.
               05 RPT-CURR PIC X(3).
               05 FILLER PIC X(18) VALUE SPACES.
               05 RPT-AMT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(11) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "TOTAL IN ".
               05 RPT-TOTAL-CURR PIC X(3).
               05 FILLER PIC X(9) VALUE SPACES.
               05 RPT-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-FLAG PIC X(20).
           01 WS-REPORT-SUMMARY.
               05 FILLER PIC X(9) VALUE "PARTIES: ".
               05 RPT-PARTIES PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  ACCOUNTS: ".
               05 RPT-ACCOUNTS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  OVER LIMIT: ".
               05 RPT-OVER PIC ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE "  NO RATE: ".
               05 RPT-NORATE PIC ZZZ,ZZ9.

       COPY FX-COPYBOOK.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM 200-CLEAR-PARTY-TOTALS

              MOVE LOW-VALUES TO PAC-ACC
              START PARTY-ACCOUNTS KEY IS >= PAC-ACC
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF='Y'
                  READ PARTY-ACCOUNTS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-ACCT-COUNTER
                      PERFORM 300-VALUE-ONE-ACCOUNT
                  END-READ
              END-PERFORM

              PERFORM 400-WRITE-REPORT
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.

           OPEN I-O PARTY-MASTER.
           OPEN I-O PARTY-ACCOUNTS.
           IF WS-PTY-STATUS NOT = "00"
              OR WS-PAC-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PARTY FILES, STATUS: "
                      WS-PTY-STATUS " / " WS-PAC-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              PERFORM 110-OPEN-SUBLEDGERS
              PERFORM 150-INDEX-ORA-FEED
              OPEN OUTPUT EXPOSURE-REPORT
              MOVE WS-REPORT-TITLE TO REPORT-REC
              WRITE REPORT-REC
              MOVE WS-CDATE TO RPT-ASOF
              MOVE WS-REPORT-ASOF TO REPORT-REC
              WRITE REPORT-REC
              MOVE WS-REPORT-HEAD TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       110-OPEN-SUBLEDGERS.

      * Each suite's files are optional: a site running only one of
      * the suites still gets that suite's figures.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS = "00"
              MOVE 'Y' TO WS-ACCTM-AVAIL
           END-IF.
           OPEN INPUT ORA-ACCOUNT-MASTER.
           IF WS-OACCTM-STATUS = "00"
              MOVE 'Y' TO WS-OACCTM-AVAIL
           END-IF.
           OPEN INPUT SCHED-MASTER.
           IF WS-SCHM-STATUS = "00"
              MOVE 'Y' TO WS-SCHM-AVAIL
           END-IF.
           OPEN INPUT OPENITEM-MASTER.
           IF WS-OPN-STATUS = "00"
              MOVE 'Y' TO WS-OPN-AVAIL
           END-IF.
           OPEN INPUT WRITEOFF-MASTER.
           IF WS-WOF-STATUS = "00"
              MOVE 'Y' TO WS-WOF-AVAIL
           END-IF.

       150-INDEX-ORA-FEED.

      * The last line per account wins, as in the orabcuota run.
           OPEN OUTPUT ORA-WORK.
           CLOSE ORA-WORK.
           OPEN I-O ORA-WORK.
           OPEN INPUT ORA-LOAN.
           IF WS-ORA-STATUS = "00"
              PERFORM UNTIL WS-ORA-EOF='Y'
                  READ ORA-LOAN INTO WS-ORA-LOAN
                  AT END MOVE 'Y' TO WS-ORA-EOF
                  NOT AT END
                      IF WS-ORA-AMT NUMERIC
                         MOVE WS-ORA-ACC TO ORW-ACC
                         MOVE WS-ORA-AMT TO ORW-AMT
                         MOVE WS-ORA-CURRENCY TO ORW-CURR
                         WRITE ORA-WORK-REC
                            INVALID KEY
                               REWRITE ORA-WORK-REC
                         END-WRITE
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE ORA-LOAN
           END-IF.
           CLOSE ORA-WORK.
           OPEN INPUT ORA-WORK.
           IF WS-ORW-STATUS = "00"
              MOVE 'Y' TO WS-ORA-AVAIL
           END-IF.

       200-CLEAR-PARTY-TOTALS.

           MOVE 'N' TO WS-PTY-EOF.
           MOVE LOW-VALUES TO PTY-ID.
           START PARTY-MASTER KEY IS >= PTY-ID
              INVALID KEY
                 MOVE 'Y' TO WS-PTY-EOF
           END-START.
           PERFORM 210-CLEAR-ONE-PARTY UNTIL WS-PTY-EOF = 'Y'.

       210-CLEAR-ONE-PARTY.

           READ PARTY-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PTY-EOF
              NOT AT END
                 MOVE ZERO TO PTY-EXP-COUNT
                 PERFORM 215-CLEAR-ONE-ENTRY
                     VARYING WS-EXP-SUB FROM 1 BY 1
                     UNTIL WS-EXP-SUB > 5
                 MOVE WS-SDATE TO PTY-EXP-YMD
                 REWRITE PARTY-REC
           END-READ.

       215-CLEAR-ONE-ENTRY.

           MOVE SPACES TO PTY-EXP-CURR(WS-EXP-SUB).
           MOVE ZERO TO PTY-EXP-AMT(WS-EXP-SUB).

       300-VALUE-ONE-ACCOUNT.

           MOVE 'N' TO WS-KEEP.
           MOVE ZERO TO WS-OUTSTANDING.
           MOVE PAC-CURR TO WS-CURR.

           IF PAC-ORABCUOTA
              PERFORM 320-VALUE-ORA-ACCOUNT
           ELSE
              PERFORM 310-VALUE-BCUOTA-ACCOUNT
           END-IF.

           IF NOT WS-KEEP-LAST-FIGURE
              MOVE WS-OUTSTANDING TO PAC-OUTSTANDING
              MOVE WS-CURR TO PAC-CURR
              REWRITE PARTY-ACCT-REC
           END-IF.

           IF PAC-OUTSTANDING NOT = ZERO
              PERFORM 350-ADD-TO-PARTY
           END-IF.

       310-VALUE-BCUOTA-ACCOUNT.

           IF WS-ACCOUNTS-ON-FILE
              MOVE PAC-ACC TO ACCT-NUMBER
              READ ACCOUNT-MASTER
                 INVALID KEY
                    MOVE 'I' TO ACCT-STATUS
              END-READ
           ELSE
              MOVE 'Y' TO WS-KEEP
           END-IF.

           IF WS-WRITEOFFS-ON-FILE AND NOT WS-KEEP-LAST-FIGURE
              MOVE PAC-ACC TO WOF-ACC
              READ WRITEOFF-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'I' TO ACCT-STATUS
              END-READ
           END-IF.

           IF NOT WS-KEEP-LAST-FIGURE AND ACCT-ACTIVE
              PERFORM 315-FIND-BALANCE
           END-IF.

       315-FIND-BALANCE.

           MOVE ZERO TO WS-SETTLED-ITEMS.
           IF WS-OPEN-ITEMS-ON-FILE
              MOVE 'N' TO WS-OPN-EOF
              MOVE PAC-ACC TO OPN-ACC
              MOVE ZERO TO OPN-DUE-YMD
              START OPENITEM-MASTER KEY IS >= OPN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-OPN-EOF
              END-START
              PERFORM 316-COUNT-ONE-ITEM UNTIL WS-OPN-EOF = 'Y'
           END-IF.

           IF WS-SCHEDULES-ON-FILE
              MOVE PAC-ACC TO SCHM-ACC
              IF WS-SETTLED-ITEMS = ZERO
                 MOVE 1 TO SCHM-MONTH
              ELSE
                 MOVE WS-SETTLED-ITEMS TO SCHM-MONTH
              END-IF
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
              END-READ
           END-IF.

           IF WS-OUTSTANDING < ZERO
              MOVE ZERO TO WS-OUTSTANDING
           END-IF.

       316-COUNT-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPN-EOF
              NOT AT END
                 IF OPN-ACC NOT = PAC-ACC
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

       320-VALUE-ORA-ACCOUNT.

           IF WS-ORA-ACCOUNTS-ON-FILE
              MOVE PAC-ACC TO OACCT-NUMBER
              READ ORA-ACCOUNT-MASTER
                 INVALID KEY
                    MOVE 'I' TO OACCT-STATUS
              END-READ
              IF OACCT-ACTIVE
                 PERFORM 325-FIND-ORA-AMOUNT
              END-IF
           ELSE
              MOVE 'Y' TO WS-KEEP
           END-IF.

       325-FIND-ORA-AMOUNT.

           MOVE 'Y' TO WS-KEEP.
           IF WS-ORA-FEED-ON-FILE
              MOVE PAC-ACC TO ORW-ACC
              READ ORA-WORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WS-KEEP
                    MOVE ORW-AMT TO WS-OUTSTANDING
                    MOVE ORW-CURR TO WS-CURR
              END-READ
           END-IF.

       350-ADD-TO-PARTY.

           MOVE PAC-PARTY TO PTY-ID.
           READ PARTY-MASTER
              INVALID KEY
                 DISPLAY "ACCOUNT " PAC-ACC " LINKED TO UNKNOWN PARTY "
                         PAC-PARTY
              NOT INVALID KEY
                 PERFORM 360-FIND-EXPOSURE-CURR
                 IF WS-EXP-FOUND = ZERO AND PTY-EXP-COUNT < 5
                    ADD 1 TO PTY-EXP-COUNT
                    MOVE PTY-EXP-COUNT TO WS-EXP-FOUND
                    MOVE PAC-CURR TO PTY-EXP-CURR(WS-EXP-FOUND)
                    MOVE ZERO TO PTY-EXP-AMT(WS-EXP-FOUND)
                 END-IF
                 IF WS-EXP-FOUND > ZERO
                    ADD PAC-OUTSTANDING TO PTY-EXP-AMT(WS-EXP-FOUND)
                    REWRITE PARTY-REC
                 ELSE
                    DISPLAY "PARTY CURRENCY TABLE FULL: " PTY-ID
                            " " PAC-CURR
                 END-IF
           END-READ.

       360-FIND-EXPOSURE-CURR.

           MOVE ZERO TO WS-EXP-FOUND.
           PERFORM 365-MATCH-EXPOSURE-CURR
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > PTY-EXP-COUNT.

       365-MATCH-EXPOSURE-CURR.

           IF WS-EXP-FOUND = ZERO
              AND PTY-EXP-CURR(WS-EXP-SUB) = PAC-CURR
              MOVE WS-EXP-SUB TO WS-EXP-FOUND
           END-IF.

       400-WRITE-REPORT.

           MOVE 'N' TO WS-PTY-EOF.
           MOVE LOW-VALUES TO PTY-ID.
           START PARTY-MASTER KEY IS >= PTY-ID
              INVALID KEY
                 MOVE 'Y' TO WS-PTY-EOF
           END-START.
           PERFORM 410-REPORT-ONE-PARTY UNTIL WS-PTY-EOF = 'Y'.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-PARTY-COUNTER TO RPT-PARTIES.
           MOVE WS-ACCT-COUNTER TO RPT-ACCOUNTS.
           MOVE WS-OVER-COUNTER TO RPT-OVER.
           MOVE WS-NORATE-COUNTER TO RPT-NORATE.
           MOVE WS-REPORT-SUMMARY TO REPORT-REC.
           WRITE REPORT-REC.

       410-REPORT-ONE-PARTY.

           READ PARTY-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PTY-EOF
              NOT AT END
                 ADD 1 TO WS-PARTY-COUNTER
                 MOVE SPACES TO REPORT-REC
                 WRITE REPORT-REC
                 MOVE PTY-ID TO RPT-PARTY
                 MOVE PTY-NAME TO RPT-NAME
                 MOVE PTY-LIMIT TO RPT-LIMIT
                 MOVE PTY-LIMIT-CURR TO RPT-LIMIT-CURR
                 MOVE WS-PARTY-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 MOVE ZERO TO WS-PARTY-TOTAL
                 MOVE 'N' TO WS-RATE-MISS
                 PERFORM 420-FIND-LIMIT-RATE
                 PERFORM 430-REPORT-ONE-CURRENCY
                     VARYING WS-EXP-SUB FROM 1 BY 1
                     UNTIL WS-EXP-SUB > PTY-EXP-COUNT
      * A party without a limit has no currency to total in.
                 IF PTY-LIMIT-CURR NOT = SPACES
                    PERFORM 440-REPORT-PARTY-TOTAL
                 END-IF
           END-READ.

       420-FIND-LIMIT-RATE.

           IF PTY-LIMIT-CURR = "EUR" OR PTY-LIMIT-CURR = SPACES
              MOVE 1 TO WS-LIMIT-RATE
           ELSE
              MOVE PTY-LIMIT-CURR TO FX-CURR
              MOVE WS-CDATE TO FX-DATE
              CALL "getfxrate" USING FX-PARAMS
              IF RETURN-CODE = 0 AND FX-RATE > ZERO
                 MOVE FX-RATE TO WS-LIMIT-RATE
              ELSE
                 MOVE 'Y' TO WS-RATE-MISS
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

       430-REPORT-ONE-CURRENCY.

           MOVE PTY-EXP-CURR(WS-EXP-SUB) TO RPT-CURR.
           MOVE PTY-EXP-AMT(WS-EXP-SUB) TO RPT-AMT.
           MOVE WS-CURR-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           IF PTY-EXP-CURR(WS-EXP-SUB) = PTY-LIMIT-CURR
              ADD PTY-EXP-AMT(WS-EXP-SUB) TO WS-PARTY-TOTAL
           ELSE
              IF NOT WS-RATE-MISSING
                 IF PTY-EXP-CURR(WS-EXP-SUB) = "EUR"
                    MOVE 1 TO FX-RATE
                    MOVE 0 TO RETURN-CODE
                 ELSE
                    MOVE PTY-EXP-CURR(WS-EXP-SUB) TO FX-CURR
                    MOVE WS-CDATE TO FX-DATE
                    CALL "getfxrate" USING FX-PARAMS
                 END-IF
                 IF RETURN-CODE = 0
                    COMPUTE WS-CONV-AMT ROUNDED =
                        PTY-EXP-AMT(WS-EXP-SUB) * FX-RATE
                        / WS-LIMIT-RATE
                    ADD WS-CONV-AMT TO WS-PARTY-TOTAL
                 ELSE
                    MOVE 'Y' TO WS-RATE-MISS
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       440-REPORT-PARTY-TOTAL.

           MOVE PTY-LIMIT-CURR TO RPT-TOTAL-CURR.
           MOVE SPACES TO RPT-FLAG.
           IF WS-RATE-MISSING
              ADD 1 TO WS-NORATE-COUNTER
              MOVE ZERO TO RPT-TOTAL
              MOVE "** NO FX RATE **" TO RPT-FLAG
           ELSE
              MOVE WS-PARTY-TOTAL TO RPT-TOTAL
              IF PTY-LIMIT > ZERO AND WS-PARTY-TOTAL > PTY-LIMIT
                 ADD 1 TO WS-OVER-COUNTER
                 MOVE "** OVER LIMIT **" TO RPT-FLAG
              END-IF
           END-IF.
           MOVE WS-TOTAL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       900-WRAPUP.

           CLOSE PARTY-MASTER.
           CLOSE PARTY-ACCOUNTS.
           CLOSE EXPOSURE-REPORT.
           IF WS-ACCOUNTS-ON-FILE
              CLOSE ACCOUNT-MASTER
           END-IF.
           IF WS-ORA-ACCOUNTS-ON-FILE
              CLOSE ORA-ACCOUNT-MASTER
           END-IF.
           IF WS-SCHEDULES-ON-FILE
              CLOSE SCHED-MASTER
           END-IF.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-ORA-FEED-ON-FILE
              CLOSE ORA-WORK
           END-IF.

           DISPLAY "PARTIES:           " WS-PARTY-COUNTER.
           DISPLAY "ACCOUNTS VALUED:   " WS-ACCT-COUNTER.
           DISPLAY "OVER LIMIT:        " WS-OVER-COUNTER.
           DISPLAY "NO FX RATE:        " WS-NORATE-COUNTER.

           IF WS-OVER-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

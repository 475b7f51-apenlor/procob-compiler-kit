      ******************************************************************
      *
      * Collateral Loan-To-Value Monitor
      * ================================
      *
      * Periodic run for the credit risk team over every live loan
      * on account-master (active, not written off, with a balance
      * on bcuota-schedmast after the last settled period, as misrpt
      * and acctpos reckon it). The items held against the loan on
      * the bcuota-collateral register (see collmaint) are valued in
      * the loan's currency -- the currency of its quota items on
      * bcuota-openitems -- converting through getfxrate at today's
      * rate where the collateral is held in another currency, and
      * the loan-to-value is the outstanding balance as a percentage
      * of that value. Every item counts at its full valuation,
      * whatever its lien position.
      *
      * The limits come from the loan's product on bcuota-products:
      * the highest loan-to-value the product allows and the number
      * of months a valuation stays current. A product without them
      * takes the house defaults COLLTV-MAX-PCT (default 80) and
      * COLLTV-REVAL-MONTHS (default 36) from the environment.
      *
      * bcuota-ltv-exceptions lists, one line per exception:
      *
      *   LTV ABOVE PRODUCT LIMIT       loan-to-value over the limit
      *   VALUATION OVER nn MONTHS OLD  an item not revalued within
      *                                 the product's period (the
      *                                 oldest valuation date shown)
      *   NO COLLATERAL ON FILE         a loan whose product sets a
      *                                 loan-to-value limit, with
      *                                 nothing on the register
      *   NO FX RATE FOR ccc            an item that could not be
      *                                 converted; no loan-to-value
      *                                 is worked out for the loan
      *   LOAN CURRENCY UNKNOWN         no quota items to take the
      *                                 loan's currency from
      *
      * followed by the counts. Loans under a product without a
      * limit and with nothing on the register are taken to be
      * unsecured and are not listed.
      *
      * RETURN-CODE 0 when there is nothing to report, 4 when any
      * exception is listed, 96 when account-master or the schedule
      * master cannot be opened.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ltvmon.
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

           SELECT COLLATERAL-MASTER ASSIGN TO "bcuota-collateral"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COL-KEY
           FILE STATUS IS WS-COL-STATUS.

           SELECT LTV-REPORT ASSIGN TO "bcuota-ltv-exceptions"
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
               05 PRD-LTV-MAX-PCT PIC 9(3).
               05 PRD-REVAL-MONTHS PIC 9(2).
               05 FILLER PIC X(3).

       FD COLLATERAL-MASTER.
           01 COLLATERAL-REC.
               05 COL-KEY.
                   10 COL-ACC PIC X(29).
                   10 COL-SEQ PIC 9(2).
               05 COL-TYPE PIC X(1).
               05 COL-DESC PIC X(30).
               05 COL-VALUE PIC 9(9)V9(2).
               05 COL-CURR PIC X(3).
               05 COL-VAL-YMD PIC 9(8).
               05 COL-VAL-YMD-X REDEFINES COL-VAL-YMD.
                   10 COL-VAL-YYYY PIC 9(4).
                   10 COL-VAL-MM PIC 9(2).
                   10 COL-VAL-DD PIC 9(2).
               05 COL-LIEN PIC 9(1).
               05 FILLER PIC X(20).

       FD LTV-REPORT.
           01 LTV-REC PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-PRD-STATUS PIC X(2) VALUE SPACES.
           01 WS-COL-STATUS PIC X(2) VALUE SPACES.

           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
               88 WS-WRITEOFFS-ON-FILE VALUE "Y".
           01 WS-PRD-AVAIL PIC X(1) VALUE "N".
               88 WS-PRODUCTS-ON-FILE VALUE "Y".
           01 WS-COL-AVAIL PIC X(1) VALUE "N".
               88 WS-COLLATERAL-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-COL-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-WOF-FOUND PIC X(1) VALUE "N".
               88 WS-LOAN-WRITTEN-OFF VALUE "Y".
           01 WS-SECURED PIC X(1) VALUE "N".
               88 WS-PRODUCT-SECURED VALUE "Y".
           01 WS-FX-MISS PIC X(1) VALUE "N".
               88 WS-FX-RATE-MISSING VALUE "Y".
           01 WS-RATE-OK PIC X(1) VALUE "N".
               88 WS-RATE-FOUND VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               05 WS-TYEAR PIC X(4).
               05 WS-TMONTH PIC X(2).
               05 WS-TDAY PIC X(2).
           01 WS-TDATE-N REDEFINES WS-SDATE.
               05 WS-TYYYY PIC 9(4).
               05 WS-TMM PIC 9(2).
               05 WS-TDD PIC 9(2).
           01 WS-CDATE.
               05 WS-CDAY PIC X(2).
               05 FILLER VALUE "-".
               05 WS-CMONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-CYEAR PIC X(4).

      * House limits, operator-settable through the environment
      * (COLLTV-MAX-PCT, default 80; COLLTV-REVAL-MONTHS, default
      * 36), for products that do not carry their own.
           01 WS-CFG-VALUE PIC X(9) VALUE SPACES.
           01 WS-CFG-X PIC X(9) VALUE SPACES.
           01 WS-CFG-X2 PIC X(9) VALUE SPACES.
           01 WS-CFG-SHIFTS PIC 9(1) VALUE ZERO.
           01 WS-DEFAULT-MAX-PCT PIC 9(3) VALUE 80.
           01 WS-DEFAULT-REVAL PIC 9(2) VALUE 36.

      * Limits for the loan in hand.
           01 WS-MAX-PCT PIC 9(3) VALUE ZERO.
           01 WS-REVAL-MONTHS PIC 9(2) VALUE ZERO.

           01 WS-SETTLED-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-OUTSTANDING PIC S9(9)V9(2) VALUE ZERO.
           01 WS-CURR PIC X(3) VALUE SPACES.

      * Months are counted as year * 12 + month - 1, so a
      * valuation's age in whole months is a plain subtraction.
           01 WS-ASOF-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-VAL-MIDX PIC S9(7) COMP VALUE ZERO.
           01 WS-AGE-MONTHS PIC S9(7) COMP VALUE ZERO.

      * What the register holds against the loan in hand.
           01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STALE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-OLDEST-YMD PIC 9(8) VALUE ZERO.
           01 WS-COLL-VALUE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-ITEM-VALUE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-MISS-CURR PIC X(3) VALUE SPACES.
           01 WS-LTV-PCT PIC 9(4)V9(1) VALUE ZERO.

      * EUR per unit of each currency (see FX-COPYBOOK); the loan's
      * rate is looked up once per loan, on its first foreign item.
           01 WS-RATE PIC S9(4)V9(6) VALUE ZERO.
           01 WS-LOAN-RATE PIC S9(4)V9(6) VALUE ZERO.
           01 WS-ITEM-RATE PIC S9(4)V9(6) VALUE ZERO.

           01 WS-LOAN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SECURED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OVER-COUNT PIC 9(7) VALUE ZERO.
           01 WS-STALE-LOANS PIC 9(7) VALUE ZERO.
           01 WS-NOCOLL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-NOFX-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.

           01 WS-REASON PIC X(30) VALUE SPACES.

           01 WS-REPORT-TITLE PIC X(132)
               VALUE "COLLATERAL LOAN-TO-VALUE EXCEPTIONS".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
               05 FILLER PIC X(20) VALUE "   HOUSE LTV LIMIT: ".
               05 RPT-DEF-PCT PIC ZZ9.
               05 FILLER PIC X(19) VALUE "%   REVALUE EVERY: ".
               05 RPT-DEF-REVAL PIC Z9.
               05 FILLER PIC X(7) VALUE " MONTHS".
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(30) VALUE "ACCOUNT".
               05 FILLER PIC X(9) VALUE "PROD CUR ".
               05 FILLER PIC X(15) VALUE "   OUTSTANDING ".
               05 FILLER PIC X(16) VALUE "     COLLATERAL ".
               05 FILLER PIC X(7) VALUE "  LTV% ".
               05 FILLER PIC X(4) VALUE "MAX ".
               05 FILLER PIC X(9) VALUE "  VALUED ".
               05 FILLER PIC X(30) VALUE "EXCEPTION".
           01 WS-REPORT-LINE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-PRODUCT PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-COLL-VALUE PIC ZZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-LTV PIC ZZZ9.9 BLANK WHEN ZERO.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-MAX-PCT PIC ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-VAL-YMD PIC 9(8) BLANK WHEN ZERO.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-REASON PIC X(30).
           01 WS-STALE-REASON.
               05 FILLER PIC X(15) VALUE "VALUATION OVER ".
               05 WS-SR-MONTHS PIC Z9.
               05 FILLER PIC X(11) VALUE " MONTHS OLD".
           01 WS-COUNT-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 RPT-COUNT-LABEL PIC X(30).
               05 RPT-COUNT PIC ZZZ,ZZ9.

       COPY FX-COPYBOOK.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ ACCOUNT-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      PERFORM 200-CHECK-ONE-LOAN
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
           COMPUTE WS-ASOF-MIDX = WS-TYYYY * 12 + WS-TMM - 1.
           PERFORM 110-READ-LIMIT-CONFIG.

           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT SCHED-MASTER.
           IF WS-ACCTM-STATUS NOT = "00"
              OR WS-SCHM-STATUS NOT = "00"
              DISPLAY "ACCOUNT OR SCHEDULE MASTER NOT AVAILABLE"
              DISPLAY "STATUS: " WS-ACCTM-STATUS " / "
                      WS-SCHM-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

           IF NOT WS-RUN-ABORTED
              PERFORM 120-OPEN-OPTIONAL-MASTERS
              MOVE LOW-VALUES TO ACCT-NUMBER
              START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              OPEN OUTPUT LTV-REPORT
              MOVE WS-REPORT-TITLE TO LTV-REC
              WRITE LTV-REC
              MOVE WS-SDATE TO RPT-ASOF
              MOVE WS-DEFAULT-MAX-PCT TO RPT-DEF-PCT
              MOVE WS-DEFAULT-REVAL TO RPT-DEF-REVAL
              MOVE WS-REPORT-ASOF TO LTV-REC
              WRITE LTV-REC
              MOVE SPACES TO LTV-REC
              WRITE LTV-REC
              MOVE WS-REPORT-HEAD TO LTV-REC
              WRITE LTV-REC
           END-IF.

       110-READ-LIMIT-CONFIG.

           ACCEPT WS-CFG-VALUE FROM ENVIRONMENT "COLLTV-MAX-PCT".
           IF WS-CFG-VALUE NOT = SPACES
              MOVE WS-CFG-VALUE TO WS-CFG-X
              MOVE ZERO TO WS-CFG-SHIFTS
              PERFORM 115-SHIFT-CONFIG-RIGHT
                  UNTIL WS-CFG-X(9:1) NOT = SPACE
                  OR WS-CFG-SHIFTS > 8
              IF WS-CFG-X NUMERIC
                 MOVE WS-CFG-X(7:3) TO WS-DEFAULT-MAX-PCT
              ELSE
                 DISPLAY "INVALID COLLTV MAX PCT: " WS-CFG-VALUE
              END-IF
           END-IF.

           MOVE SPACES TO WS-CFG-VALUE.
           ACCEPT WS-CFG-VALUE FROM ENVIRONMENT "COLLTV-REVAL-MONTHS".
           IF WS-CFG-VALUE NOT = SPACES
              MOVE WS-CFG-VALUE TO WS-CFG-X
              MOVE ZERO TO WS-CFG-SHIFTS
              PERFORM 115-SHIFT-CONFIG-RIGHT
                  UNTIL WS-CFG-X(9:1) NOT = SPACE
                  OR WS-CFG-SHIFTS > 8
              IF WS-CFG-X NUMERIC
                 MOVE WS-CFG-X(8:2) TO WS-DEFAULT-REVAL
              ELSE
                 DISPLAY "INVALID COLLTV REVAL MONTHS: " WS-CFG-VALUE
              END-IF
           END-IF.

       115-SHIFT-CONFIG-RIGHT.

      * Right-justify the operator's unpadded value with leading
      * zeros so it moves cleanly into its numeric field.
           MOVE SPACES TO WS-CFG-X2.
           STRING "0" DELIMITED BY SIZE
                  WS-CFG-X(1:8) DELIMITED BY SIZE
                  INTO WS-CFG-X2
           END-STRING.
           MOVE WS-CFG-X2 TO WS-CFG-X.
           ADD 1 TO WS-CFG-SHIFTS.

       120-OPEN-OPTIONAL-MASTERS.

           OPEN INPUT OPENITEM-MASTER.
           IF WS-OPN-STATUS = "00"
              MOVE 'Y' TO WS-OPN-AVAIL
           ELSE
              DISPLAY "OPEN-ITEM MASTER NOT AVAILABLE, STATUS: "
                      WS-OPN-STATUS
           END-IF.

           OPEN INPUT WRITEOFF-MASTER.
           IF WS-WOF-STATUS = "00"
              MOVE 'Y' TO WS-WOF-AVAIL
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRD-STATUS = "00"
              MOVE 'Y' TO WS-PRD-AVAIL
           ELSE
              DISPLAY "PRODUCT MASTER NOT AVAILABLE, HOUSE LIMITS "
                      "USED, STATUS: " WS-PRD-STATUS
           END-IF.

      * No register yet means no collateral has been captured; the
      * loans are still checked and the report still goes out.
           OPEN INPUT COLLATERAL-MASTER.
           IF WS-COL-STATUS = "00"
              MOVE 'Y' TO WS-COL-AVAIL
           ELSE
              DISPLAY "COLLATERAL REGISTER NOT AVAILABLE, STATUS: "
                      WS-COL-STATUS
           END-IF.

       200-CHECK-ONE-LOAN.

           IF ACCT-ACTIVE
              PERFORM 210-CHECK-WRITEOFF
              IF NOT WS-LOAN-WRITTEN-OFF
                 PERFORM 220-FIND-OUTSTANDING
                 IF WS-OUTSTANDING > ZERO
                    ADD 1 TO WS-LOAN-COUNT
                    PERFORM 240-FIND-LIMITS
                    PERFORM 300-VALUE-COLLATERAL
                    PERFORM 400-ASSESS-LOAN
                 END-IF
              END-IF
           END-IF.

       210-CHECK-WRITEOFF.

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

       220-FIND-OUTSTANDING.

      * Settled quota items count the periods behind the borrower;
      * the balance after the last of them is what is still owed.
           MOVE ZERO TO WS-SETTLED-ITEMS.
           MOVE ZERO TO WS-OUTSTANDING.
           MOVE SPACES TO WS-CURR.

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

           IF WS-OUTSTANDING < ZERO
              MOVE ZERO TO WS-OUTSTANDING
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
                       MOVE OPN-CURR TO WS-CURR
                       IF OPN-CLOSED
                          ADD 1 TO WS-SETTLED-ITEMS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       240-FIND-LIMITS.

      * A product that sets a loan-to-value limit is a secured
      * product: its loans are expected to have collateral on file.
           MOVE WS-DEFAULT-MAX-PCT TO WS-MAX-PCT.
           MOVE WS-DEFAULT-REVAL TO WS-REVAL-MONTHS.
           MOVE 'N' TO WS-SECURED.

           IF WS-PRODUCTS-ON-FILE AND ACCT-PRODUCT NOT = SPACES
              MOVE ACCT-PRODUCT TO PRD-CODE
              READ PRODUCT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRD-LTV-MAX-PCT NUMERIC
                       AND PRD-LTV-MAX-PCT > ZERO
                       MOVE PRD-LTV-MAX-PCT TO WS-MAX-PCT
                       MOVE 'Y' TO WS-SECURED
                    END-IF
                    IF PRD-REVAL-MONTHS NUMERIC
                       AND PRD-REVAL-MONTHS > ZERO
                       MOVE PRD-REVAL-MONTHS TO WS-REVAL-MONTHS
                    END-IF
              END-READ
           END-IF.

       300-VALUE-COLLATERAL.

           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-STALE-COUNT.
           MOVE ZERO TO WS-OLDEST-YMD.
           MOVE ZERO TO WS-COLL-VALUE.
           MOVE ZERO TO WS-LOAN-RATE.
           MOVE SPACES TO WS-MISS-CURR.
           MOVE 'N' TO WS-FX-MISS.

           IF WS-COLLATERAL-ON-FILE
              MOVE 'N' TO WS-COL-EOF
              MOVE ACCT-NUMBER TO COL-ACC
              MOVE ZERO TO COL-SEQ
              START COLLATERAL-MASTER KEY IS >= COL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-COL-EOF
              END-START
              PERFORM 310-VALUE-ONE-ITEM UNTIL WS-COL-EOF = 'Y'
           END-IF.

       310-VALUE-ONE-ITEM.

           READ COLLATERAL-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-COL-EOF
              NOT AT END
                 IF COL-ACC NOT = ACCT-NUMBER
                    MOVE 'Y' TO WS-COL-EOF
                 ELSE
                    ADD 1 TO WS-ITEM-COUNT
                    PERFORM 320-CHECK-VALUATION-AGE
                    PERFORM 330-CONVERT-ITEM
                 END-IF
           END-READ.

       320-CHECK-VALUATION-AGE.

      * Whole months since the valuation; a valuation reaches the
      * end of its period on the same day of the month.
           IF WS-OLDEST-YMD = ZERO OR COL-VAL-YMD < WS-OLDEST-YMD
              MOVE COL-VAL-YMD TO WS-OLDEST-YMD
           END-IF.
           COMPUTE WS-VAL-MIDX = COL-VAL-YYYY * 12 + COL-VAL-MM - 1.
           COMPUTE WS-AGE-MONTHS = WS-ASOF-MIDX - WS-VAL-MIDX.
           IF WS-TDD < COL-VAL-DD
              SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           IF WS-AGE-MONTHS >= WS-REVAL-MONTHS
              ADD 1 TO WS-STALE-COUNT
           END-IF.

       330-CONVERT-ITEM.

           EVALUATE TRUE
               WHEN COL-CURR = WS-CURR
                   ADD COL-VALUE TO WS-COLL-VALUE
               WHEN WS-CURR = SPACES
                   CONTINUE
               WHEN OTHER
                   IF WS-LOAN-RATE = ZERO
                      MOVE WS-CURR TO FX-CURR
                      PERFORM 350-GET-RATE
                      IF WS-RATE-FOUND
                         MOVE WS-RATE TO WS-LOAN-RATE
                      ELSE
                         MOVE 'Y' TO WS-FX-MISS
                         MOVE WS-CURR TO WS-MISS-CURR
                      END-IF
                   END-IF
                   MOVE COL-CURR TO FX-CURR
                   PERFORM 350-GET-RATE
                   IF WS-RATE-FOUND
                      MOVE WS-RATE TO WS-ITEM-RATE
                   ELSE
                      MOVE 'Y' TO WS-FX-MISS
                      MOVE COL-CURR TO WS-MISS-CURR
                   END-IF
                   IF NOT WS-FX-RATE-MISSING
                      COMPUTE WS-ITEM-VALUE ROUNDED =
                          COL-VALUE * WS-ITEM-RATE / WS-LOAN-RATE
                      ADD WS-ITEM-VALUE TO WS-COLL-VALUE
                   END-IF
           END-EVALUATE.

       350-GET-RATE.

      * FX-RATE is EUR per unit of FX-CURR, at today's rate.
           MOVE 'N' TO WS-RATE-OK.
           IF FX-CURR = "EUR"
              MOVE 1 TO WS-RATE
              MOVE 'Y' TO WS-RATE-OK
           ELSE
              MOVE WS-CDATE TO FX-DATE
              CALL "getfxrate" USING FX-PARAMS
              IF RETURN-CODE = 0 AND FX-RATE > ZERO
                 MOVE FX-RATE TO WS-RATE
                 MOVE 'Y' TO WS-RATE-OK
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

       400-ASSESS-LOAN.

           MOVE ZERO TO WS-LTV-PCT.

           IF WS-ITEM-COUNT = ZERO
              IF WS-PRODUCT-SECURED
                 ADD 1 TO WS-NOCOLL-COUNT
                 MOVE "NO COLLATERAL ON FILE" TO WS-REASON
                 PERFORM 800-WRITE-EXCEPTION
              END-IF
           ELSE
              ADD 1 TO WS-SECURED-COUNT
              EVALUATE TRUE
                  WHEN WS-CURR = SPACES
                      ADD 1 TO WS-NOFX-COUNT
                      MOVE "LOAN CURRENCY UNKNOWN" TO WS-REASON
                      PERFORM 800-WRITE-EXCEPTION
                  WHEN WS-FX-RATE-MISSING
                      ADD 1 TO WS-NOFX-COUNT
                      MOVE SPACES TO WS-REASON
                      STRING "NO FX RATE FOR " WS-MISS-CURR
                          DELIMITED BY SIZE INTO WS-REASON
                      PERFORM 800-WRITE-EXCEPTION
                  WHEN WS-COLL-VALUE > ZERO
                      COMPUTE WS-LTV-PCT ROUNDED =
                          WS-OUTSTANDING * 100 / WS-COLL-VALUE
                          ON SIZE ERROR
                             MOVE 9999.9 TO WS-LTV-PCT
                      END-COMPUTE
                      IF WS-LTV-PCT > WS-MAX-PCT
                         ADD 1 TO WS-OVER-COUNT
                         MOVE "LTV ABOVE PRODUCT LIMIT" TO WS-REASON
                         PERFORM 800-WRITE-EXCEPTION
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF WS-STALE-COUNT > ZERO
                 ADD 1 TO WS-STALE-LOANS
                 MOVE WS-REVAL-MONTHS TO WS-SR-MONTHS
                 MOVE WS-STALE-REASON TO WS-REASON
                 PERFORM 800-WRITE-EXCEPTION
              END-IF
           END-IF.

       800-WRITE-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE ACCT-NUMBER TO RPT-ACC.
           MOVE ACCT-PRODUCT TO RPT-PRODUCT.
           MOVE WS-CURR TO RPT-CURR.
           MOVE WS-OUTSTANDING TO RPT-OUTSTANDING.
           MOVE WS-COLL-VALUE TO RPT-COLL-VALUE.
           MOVE WS-LTV-PCT TO RPT-LTV.
           MOVE WS-MAX-PCT TO RPT-MAX-PCT.
           MOVE WS-OLDEST-YMD TO RPT-VAL-YMD.
           MOVE WS-REASON TO RPT-REASON.
           MOVE WS-REPORT-LINE TO LTV-REC.
           WRITE LTV-REC.

       810-WRITE-COUNT.

           MOVE WS-COUNT-LINE TO LTV-REC.
           WRITE LTV-REC.

       900-WRAPUP.

           MOVE SPACES TO LTV-REC.
           WRITE LTV-REC.
           MOVE "LIVE LOANS CHECKED:" TO RPT-COUNT-LABEL.
           MOVE WS-LOAN-COUNT TO RPT-COUNT.
           PERFORM 810-WRITE-COUNT.
           MOVE "LOANS WITH COLLATERAL:" TO RPT-COUNT-LABEL.
           MOVE WS-SECURED-COUNT TO RPT-COUNT.
           PERFORM 810-WRITE-COUNT.
           MOVE "LTV ABOVE PRODUCT LIMIT:" TO RPT-COUNT-LABEL.
           MOVE WS-OVER-COUNT TO RPT-COUNT.
           PERFORM 810-WRITE-COUNT.
           MOVE "VALUATION OUT OF DATE:" TO RPT-COUNT-LABEL.
           MOVE WS-STALE-LOANS TO RPT-COUNT.
           PERFORM 810-WRITE-COUNT.
           MOVE "SECURED, NO COLLATERAL:" TO RPT-COUNT-LABEL.
           MOVE WS-NOCOLL-COUNT TO RPT-COUNT.
           PERFORM 810-WRITE-COUNT.
           MOVE "LTV NOT WORKED OUT:" TO RPT-COUNT-LABEL.
           MOVE WS-NOFX-COUNT TO RPT-COUNT.
           PERFORM 810-WRITE-COUNT.

           CLOSE ACCOUNT-MASTER.
           CLOSE SCHED-MASTER.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           IF WS-PRODUCTS-ON-FILE
              CLOSE PRODUCT-MASTER
           END-IF.
           IF WS-COLLATERAL-ON-FILE
              CLOSE COLLATERAL-MASTER
           END-IF.
           CLOSE LTV-REPORT.

           DISPLAY "LIVE LOANS CHECKED:    " WS-LOAN-COUNT.
           DISPLAY "LTV EXCEPTIONS:        " WS-EXCEPTION-COUNT.

           IF WS-EXCEPTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      ******************************************************************

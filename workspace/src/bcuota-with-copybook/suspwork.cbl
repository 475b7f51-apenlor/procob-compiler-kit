      ******************************************************************
      *
      * Receipts Suspense Research Screen
      * =================================
      *
      * Works the receipts rcptapply could not place and added to the
      * indexed suspense register bcuota-suspense-items (no open item,
      * no FX rate, currency not the written-off one). The operator
      * researches where the money belongs and disposes of it:
      *
      *   L) list the open suspense items, oldest first, with their
      *      age in days; items past the holding period are starred
      *   A) search account-master by account number prefix
      *   B) search the borrower master by a fragment of the name
      *   O) show the open items of an account on bcuota-openitems
      *   W) work one suspense item, by the reference the list shows:
      *      P) apply it to an open item -- an account and due date,
      *         or due date zero for the account's oldest unsettled
      *         item, the way rcptapply would have chosen. The item
      *         is relieved on bcuota-openitems exactly as rcptapply
      *         does (received figure, status, value date stamp) up
      *         to what it still owes; anything left over stays in
      *         suspense for another item. The item must be in the
      *         receipt's currency.
      *      R) mark for refund -- only once the holding period has
      *         run. A refund instruction goes to bcuota-susp-refunds
      *         for the payments team.
      *      I) transfer to income -- only once the holding period
      *         has run.
      *
      * The holding period is SUSPENSE-HOLD-DAYS from the
      * environment, default 90 days from the day the receipt went
      * to suspense.
      *
      * Each disposition clears receipts suspense on the GL with a
      * balanced pair appended to bcuota-susp-gl-batch for glconsol:
      * DR suspense against CR the quota clearing account (applied),
      * refunds payable (refund) or suspense income (income). The
      * receipt is also entered on the applied-receipt register, so
      * a bank resend of it is held as a duplicate rather than going
      * to suspense a second time.
      *
      * The operator signs on through the signon service. Any role
      * may list, search and look at items; only role M may apply,
      * refund or release to income. Each of those is written to the
      * security access log, and a refused action is logged as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspwork.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-MASTER ASSIGN TO "bcuota-suspense-items"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUS-STATUS.

           SELECT OPENITEM-MASTER ASSIGN TO "bcuota-openitems"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           FILE STATUS IS WS-OPN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT BORROWER-MASTER ASSIGN TO "bcuota-borrowers"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BOR-ACC
           FILE STATUS IS WS-BOR-STATUS.

           SELECT RECEIPT-REGISTER ASSIGN TO "bcuota-rcpt-register"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RRG-KEY
           FILE STATUS IS WS-RRG-STATUS.

           SELECT REFUND-FILE ASSIGN TO "bcuota-susp-refunds"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RFD-STATUS.

           SELECT SUSGL-FILE ASSIGN TO "bcuota-susp-gl-batch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SGL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-MASTER.
           01 SUSPENSE-ITEM-REC.
               05 SUS-KEY.
                   10 SUS-IN-YMD PIC 9(8).
                   10 SUS-IN-TIME PIC 9(8).
               05 SUS-KEY-R REDEFINES SUS-KEY PIC 9(16).
               05 SUS-RECEIPT PIC X(92).
               05 SUS-REASON PIC X(11).
               05 SUS-STATUS PIC X(1).
                   88 SUS-OPEN VALUE "O".
                   88 SUS-PART-APPLIED VALUE "P".
                   88 SUS-APPLIED VALUE "A".
                   88 SUS-REFUND VALUE "F".
                   88 SUS-INCOME VALUE "I".
                   88 SUS-OUTSTANDING VALUE "O" "P".
               05 SUS-REMAIN PIC 9(7)V9(2).
               05 SUS-APPLIED-ACC PIC X(29).
               05 SUS-APPLIED-DUE PIC 9(8).
               05 SUS-ACT-YMD PIC 9(8).
               05 SUS-OPERATOR PIC X(8).
               05 FILLER PIC X(20).

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
               05 OPN-ITEM-TYPE PIC X(1).
               05 FILLER PIC X(4).

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(17).

       FD BORROWER-MASTER.
           01 BORROWER-REC.
               05 BOR-ACC PIC X(29).
               05 BOR-NAME PIC X(35).
               05 BOR-ADDR1 PIC X(35).
               05 BOR-ADDR2 PIC X(35).
               05 BOR-ADDR3 PIC X(35).
               05 BOR-LANG PIC X(2).
               05 BOR-CHANNEL PIC X(1).
               05 BOR-EMAIL PIC X(40).
               05 FILLER PIC X(8).

       FD RECEIPT-REGISTER.
           01 REGISTER-REC.
               05 RRG-KEY.
                   10 RRG-ACC PIC X(29).
                   10 RRG-VAL-YMD PIC 9(8).
                   10 RRG-AMT PIC 9(7)V9(2).
                   10 RRG-CURR PIC X(3).
                   10 RRG-BANK-REF PIC X(35).
               05 RRG-APPLIED-YMD PIC 9(8).
               05 RRG-COUNT PIC 9(3).
               05 FILLER PIC X(9).

       FD REFUND-FILE.
           01 REFUND-REC.
               05 RFD-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RFD-VALDATE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RFD-AMT PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RFD-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RFD-BANK-REF PIC X(35).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RFD-OPERATOR PIC X(8).

       FD SUSGL-FILE.
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

       WORKING-STORAGE SECTION.
           01 WS-SUS-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.
           01 WS-RRG-STATUS PIC X(2) VALUE SPACES.
           01 WS-RFD-STATUS PIC X(2) VALUE SPACES.
           01 WS-SGL-STATUS PIC X(2) VALUE SPACES.

           01 WS-RECEIPT.
               05 WS-RCP-ACC PIC X(29).
               05 FILER PIC X(1).
               05 WS-RCP-VALDATE PIC X(10).
               05 WS-RCP-VALDATE-R REDEFINES WS-RCP-VALDATE.
                   10 WS-RCP-VD-DD PIC X(2).
                   10 FILLER PIC X(1).
                   10 WS-RCP-VD-MM PIC X(2).
                   10 FILLER PIC X(1).
                   10 WS-RCP-VD-YYYY PIC X(4).
               05 FILER PIC X(1).
               05 WS-RCP-AMT PIC 9(7)V9(2).
               05 FILER PIC X(1).
               05 WS-RCP-CURR PIC X(3).
               05 FILER PIC X(1).
               05 WS-RCP-TYPE PIC X(1).
               05 FILER PIC X(1).
               05 WS-RCP-BANK-REF PIC X(35).

           01 WS-RCP-VD-YMD PIC 9(8) VALUE ZERO.
           01 WS-RCP-VD-YMD-X REDEFINES WS-RCP-VD-YMD.
               05 WS-RCP-VD-YMD-YYYY PIC X(4).
               05 WS-RCP-VD-YMD-MM PIC X(2).
               05 WS-RCP-VD-YMD-DD PIC X(2).

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
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

           01 WS-SUS-AVAIL PIC X(1) VALUE "N".
               88 WS-SUSPENSE-ON-FILE VALUE "Y".
           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-ITEMS-ON-FILE VALUE "Y".
           01 WS-ACCTM-AVAIL PIC X(1) VALUE "N".
               88 WS-ACCOUNTS-ON-FILE VALUE "Y".
           01 WS-BOR-AVAIL PIC X(1) VALUE "N".
               88 WS-BORROWERS-ON-FILE VALUE "Y".
           01 WS-RRG-AVAIL PIC X(1) VALUE "N".
               88 WS-REGISTER-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
           01 WS-ITEM-FND PIC X(1) VALUE "N".
               88 WS-ITEM-FOUND VALUE "Y".
           01 WS-SUS-FND PIC X(1) VALUE "N".
               88 WS-SUSPENSE-FOUND VALUE "Y".

           01 WS-CHOICE PIC X(1) VALUE SPACE.
               88 WS-CHOICE-LIST     VALUE "L".
               88 WS-CHOICE-ACCOUNTS VALUE "A".
               88 WS-CHOICE-NAMES    VALUE "B".
               88 WS-CHOICE-ITEMS    VALUE "O".
               88 WS-CHOICE-WORK     VALUE "W".
               88 WS-CHOICE-QUIT     VALUE "Q".

           01 WS-ACTION PIC X(1) VALUE SPACE.
               88 WS-ACTION-APPLY  VALUE "P".
               88 WS-ACTION-REFUND VALUE "R".
               88 WS-ACTION-INCOME VALUE "I".
               88 WS-ACTION-MAINTAIN VALUE "P" "R" "I".

           01 WS-PAGING PIC X(1) VALUE SPACE.
               88 WS-STOP-PAGING VALUE "X" "x".
           01 WS-LINE-COUNTER PIC 9(5) VALUE ZERO.
           01 WS-PAGE-LINES PIC 9(2) VALUE ZERO.

           01 WS-INQ-ACC PIC X(29) VALUE SPACES.
           01 WS-INQ-DUE-YMD PIC 9(8) VALUE ZERO.
           01 WS-INQ-REF PIC 9(16) VALUE ZERO.
           01 WS-INQ-TEXT PIC X(29) VALUE SPACES.
           01 WS-INQ-LEN PIC 9(2) VALUE ZERO.
           01 WS-NAME-UP PIC X(35) VALUE SPACES.
           01 WS-NAME-HITS PIC 9(2) VALUE ZERO.
           01 WS-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           01 WS-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Holding period before an item may be refunded or released
      * to income, operator-settable through the environment
      * (SUSPENSE-HOLD-DAYS, default 90).
           01 WS-HOLD-CFG PIC X(9) VALUE SPACES.
           01 WS-HOLD-X PIC X(9) VALUE SPACES.
           01 WS-HOLD-X2 PIC X(9) VALUE SPACES.
           01 WS-HOLD-SHIFTS PIC 9(1) VALUE ZERO.
           01 WS-HOLD-DAYS PIC 9(3) VALUE 90.
           01 WS-AGE-DAYS PIC S9(5) VALUE ZERO.

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
           01 WS-TODAY-SERIAL PIC S9(9) COMP VALUE ZERO.

           01 WS-OWING PIC S9(7)V9(2) VALUE ZERO.
           01 WS-APPLY-AMT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-GL-AMT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-GL-CONTRA PIC X(10) VALUE SPACES.
           01 WS-GL-DESC PIC X(30) VALUE SPACES.
           01 WS-GL-ACCT-SUSP PIC X(10) VALUE "RCPTSUSP01".
           01 WS-GL-ACCT-CLR PIC X(10) VALUE "LOANCLR01".
           01 WS-GL-ACCT-REFUND PIC X(10) VALUE "RFNDPAY01".
           01 WS-GL-ACCT-INCOME PIC X(10) VALUE "SUSPINC01".

           01 WS-APPLY-COUNTER PIC 9(5) VALUE ZERO.
           01 WS-REFUND-COUNTER PIC 9(5) VALUE ZERO.
           01 WS-INCOME-COUNTER PIC 9(5) VALUE ZERO.

           01 WS-SUSP-HEAD.
               05 FILLER PIC X(47) VALUE
                   "REFERENCE        ACCOUNT".
               05 FILLER PIC X(33) VALUE
                   "    REMAIN CUR  AGE  REASON".
           01 WS-SUSP-LINE.
               05 LST-REF PIC 9(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-REMAIN PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-AGE PIC ZZZ9.
               05 LST-PAST PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LST-REASON PIC X(11).

           01 WS-ACCOUNT-HEAD PIC X(80) VALUE
               "ACCOUNT                       S BORROWER".
           01 WS-ACCOUNT-LINE.
               05 ACL-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ACL-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ACL-NAME PIC X(35).

           01 WS-ITEM-HEAD PIC X(80) VALUE
               "DUE DATE    EXPECTED   RECEIVED     OWING CUR S".
           01 WS-ITEM-LINE.
               05 ITL-DUE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ITL-EXPECTED PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ITL-RECEIVED PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ITL-OWING PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ITL-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ITL-STATUS PIC X(1).

           01 WS-SUSP-LOG-KEY.
               05 WS-SL-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-SL-DUE-YMD PIC 9(8).
           01 WS-SUSP-LOG-DETAIL.
               05 FILLER PIC X(5) VALUE "SUSP ".
               05 WS-SD-REF PIC 9(16).
               05 FILLER PIC X(5) VALUE " AMT ".
               05 WS-SD-AMT PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-SD-CURR PIC X(3).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "RECEIPTS SUSPENSE RESEARCH".
               05 LINE 3  COL 1 VALUE "L) LIST OPEN ITEMS BY AGE".
               05 LINE 4  COL 1 VALUE "A) SEARCH ACCOUNT NUMBERS".
               05 LINE 5  COL 1 VALUE "B) SEARCH BORROWER NAMES".
               05 LINE 6  COL 1 VALUE "O) OPEN ITEMS OF AN ACCOUNT".
               05 LINE 7  COL 1 VALUE "W) WORK A SUSPENSE ITEM".
               05 LINE 8  COL 1 VALUE "Q) QUIT".
               05 LINE 10 COL 1 VALUE "SELECTION: ".
               05 LINE 10 COL 12 PIC X(1) USING WS-CHOICE.

           01 SCR-SEARCH-ACCOUNT.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT STARTS : ".
               05 LINE 1 COL 20 PIC X(29) USING WS-INQ-TEXT.

           01 SCR-SEARCH-NAME.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "NAME CONTAINS  : ".
               05 LINE 1 COL 20 PIC X(29) USING WS-INQ-TEXT.

           01 SCR-ACCOUNT-KEY.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) USING WS-INQ-ACC.

           01 SCR-ITEM-REF.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "SUSPENSE REF   : ".
               05 LINE 1 COL 20 PIC 9(16) USING WS-INQ-REF.

           01 SCR-SUSPENSE.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "RECEIPTS SUSPENSE ITEM".
               05 LINE 3  COL 1 VALUE "REFERENCE      : ".
               05 LINE 3  COL 19 PIC 9(16) FROM SUS-KEY-R.
               05 LINE 4  COL 1 VALUE "REASON         : ".
               05 LINE 4  COL 19 PIC X(11) FROM SUS-REASON.
               05 LINE 5  COL 1 VALUE "AGE (DAYS)     : ".
               05 LINE 5  COL 19 PIC -ZZZ9 FROM WS-AGE-DAYS.
               05 LINE 5  COL 26 VALUE "HOLDING PERIOD: ".
               05 LINE 5  COL 42 PIC ZZ9 FROM WS-HOLD-DAYS.
               05 LINE 7  COL 1 VALUE "ACCOUNT        : ".
               05 LINE 7  COL 19 PIC X(29) FROM WS-RCP-ACC.
               05 LINE 8  COL 1 VALUE "VALUE DATE     : ".
               05 LINE 8  COL 19 PIC X(10) FROM WS-RCP-VALDATE.
               05 LINE 9  COL 1 VALUE "AMOUNT         : ".
               05 LINE 9  COL 19 PIC ZZZZZZ9.99 FROM WS-RCP-AMT.
               05 LINE 10 COL 1 VALUE "STILL HELD     : ".
               05 LINE 10 COL 19 PIC ZZZZZZ9.99 FROM SUS-REMAIN.
               05 LINE 11 COL 1 VALUE "CURRENCY       : ".
               05 LINE 11 COL 19 PIC X(3) FROM WS-RCP-CURR.
               05 LINE 12 COL 1 VALUE "BANK REFERENCE : ".
               05 LINE 12 COL 19 PIC X(35) FROM WS-RCP-BANK-REF.
               05 LINE 13 COL 1 VALUE "LAST APPLIED TO: ".
               05 LINE 13 COL 19 PIC X(29) FROM SUS-APPLIED-ACC.
               05 LINE 13 COL 49 PIC 9(8) FROM SUS-APPLIED-DUE.
               05 LINE 15 COL 1
                   VALUE "P) APPLY  R) REFUND  I) TO INCOME".
               05 LINE 16 COL 1
                   VALUE "ENTER) RETURN: ".
               05 LINE 16 COL 19 PIC X(1) USING WS-ACTION.

           01 SCR-APPLY-TARGET.
               05 LINE 18 COL 1  VALUE "APPLY TO ACCT  : ".
               05 LINE 18 COL 19 PIC X(29) USING WS-INQ-ACC.
               05 LINE 19 COL 1  VALUE "ITEM DUE (YMD) : ".
               05 LINE 19 COL 19 PIC 9(8) USING WS-INQ-DUE-YMD.
               05 LINE 20 COL 1
                   VALUE "(ZERO FOR THE OLDEST UNSETTLED)".

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
           PERFORM 200-MENU-LOOP UNTIL WS-IS-DONE.
           PERFORM 900-WRAPUP.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.
           MOVE WS-SDATE TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
           PERFORM 110-READ-HOLD-CONFIG.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "suspwork" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF SGN-GRANTED
              MOVE SGN-OPERATOR TO WS-OPERATOR
              PERFORM 105-OPEN-FILES
           ELSE
              MOVE 'Y' TO WS-DONE
           END-IF.

       105-OPEN-FILES.

           OPEN I-O SUSPENSE-MASTER.
           EVALUATE WS-SUS-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-SUS-AVAIL
               WHEN "35"
                   DISPLAY "NO RECEIPTS HAVE GONE TO SUSPENSE"
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN SUSPENSE REGISTER, STATUS: "
                           WS-SUS-STATUS
                   MOVE 'Y' TO WS-DONE
           END-EVALUATE.

      * The masters searched are optional: a site without a borrower
      * master still researches by account number, and without the
      * subledger items can be looked at but not applied.
           MOVE 'N' TO WS-OPN-AVAIL.
           OPEN I-O OPENITEM-MASTER.
           IF WS-OPN-STATUS = "00"
              MOVE 'Y' TO WS-OPN-AVAIL
           END-IF.

           MOVE 'N' TO WS-ACCTM-AVAIL.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS = "00"
              MOVE 'Y' TO WS-ACCTM-AVAIL
           END-IF.

           MOVE 'N' TO WS-BOR-AVAIL.
           OPEN INPUT BORROWER-MASTER.
           IF WS-BOR-STATUS = "00"
              MOVE 'Y' TO WS-BOR-AVAIL
           END-IF.

           IF WS-SUSPENSE-ON-FILE
              OPEN I-O RECEIPT-REGISTER
              IF WS-RRG-STATUS = "35"
      * No receipt applied yet: create the register empty.
                 OPEN OUTPUT RECEIPT-REGISTER
                 CLOSE RECEIPT-REGISTER
                 OPEN I-O RECEIPT-REGISTER
              END-IF
              IF WS-RRG-STATUS = "00"
                 MOVE 'Y' TO WS-RRG-AVAIL
              ELSE
                 DISPLAY "UNABLE TO OPEN RECEIPT REGISTER, STATUS: "
                         WS-RRG-STATUS
              END-IF

      * Both output files build up across sessions until operations
      * and glconsol take them.
              OPEN EXTEND REFUND-FILE
              IF WS-RFD-STATUS NOT = "00"
                 OPEN OUTPUT REFUND-FILE
              END-IF
              OPEN EXTEND SUSGL-FILE
              IF WS-SGL-STATUS NOT = "00"
                 OPEN OUTPUT SUSGL-FILE
              END-IF
           END-IF.

       110-READ-HOLD-CONFIG.

           ACCEPT WS-HOLD-CFG
               FROM ENVIRONMENT "SUSPENSE-HOLD-DAYS".
           IF WS-HOLD-CFG NOT = SPACES
              MOVE WS-HOLD-CFG TO WS-HOLD-X
              MOVE ZERO TO WS-HOLD-SHIFTS
              PERFORM 115-SHIFT-CONFIG-RIGHT
                  UNTIL WS-HOLD-X(9:1) NOT = SPACE
                  OR WS-HOLD-SHIFTS > 8
              IF WS-HOLD-X NUMERIC
                 MOVE WS-HOLD-X(7:3) TO WS-HOLD-DAYS
              ELSE
                 DISPLAY "INVALID SUSPENSE HOLD DAYS: " WS-HOLD-CFG
              END-IF
           END-IF.

       115-SHIFT-CONFIG-RIGHT.

      * Right-justify the operator's unpadded value with leading
      * zeros so it moves cleanly into its numeric field.
           MOVE SPACES TO WS-HOLD-X2.
           STRING "0" DELIMITED BY SIZE
                  WS-HOLD-X(1:8) DELIMITED BY SIZE
                  INTO WS-HOLD-X2
           END-STRING.
           MOVE WS-HOLD-X2 TO WS-HOLD-X.
           ADD 1 TO WS-HOLD-SHIFTS.

       200-MENU-LOOP.

           MOVE SPACE TO WS-CHOICE.
           DISPLAY SCR-MENU.
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-LIST
                   PERFORM 300-LIST-SUSPENSE
               WHEN WS-CHOICE-ACCOUNTS
                   PERFORM 400-SEARCH-ACCOUNTS
               WHEN WS-CHOICE-NAMES
                   PERFORM 450-SEARCH-BORROWERS
               WHEN WS-CHOICE-ITEMS
                   PERFORM 500-SHOW-OPEN-ITEMS
               WHEN WS-CHOICE-WORK
                   PERFORM 600-WORK-ITEM
               WHEN WS-CHOICE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       300-LIST-SUSPENSE.

      * The register is keyed on the day and time the receipt went
      * to suspense, so key order is oldest first.
           MOVE ZERO TO WS-LINE-COUNTER.
           MOVE ZERO TO WS-PAGE-LINES.
           MOVE SPACE TO WS-PAGING.
           MOVE 'N' TO WS-EOF.

           MOVE LOW-VALUES TO SUS-KEY.
           START SUSPENSE-MASTER KEY IS >= SUS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           DISPLAY WS-SUSP-HEAD.
           PERFORM 310-SHOW-ONE-SUSPENSE
               UNTIL WS-EOF = 'Y' OR WS-STOP-PAGING.

           IF WS-LINE-COUNTER = ZERO
              DISPLAY "NO OPEN SUSPENSE ITEMS"
           END-IF.

       310-SHOW-ONE-SUSPENSE.

           READ SUSPENSE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF SUS-OUTSTANDING
                    MOVE SUS-RECEIPT TO WS-RECEIPT
                    PERFORM 720-ITEM-AGE
                    MOVE SUS-KEY-R TO LST-REF
                    MOVE WS-RCP-ACC TO LST-ACC
                    MOVE SUS-REMAIN TO LST-REMAIN
                    MOVE WS-RCP-CURR TO LST-CURR
                    MOVE WS-AGE-DAYS TO LST-AGE
                    IF WS-AGE-DAYS > WS-HOLD-DAYS
                       MOVE "*" TO LST-PAST
                    ELSE
                       MOVE SPACE TO LST-PAST
                    END-IF
                    MOVE SUS-REASON TO LST-REASON
                    DISPLAY WS-SUSP-LINE
                    PERFORM 690-COUNT-LINE
                 END-IF
           END-READ.

       400-SEARCH-ACCOUNTS.

           MOVE SPACES TO WS-INQ-TEXT.
           DISPLAY SCR-SEARCH-ACCOUNT.
           ACCEPT SCR-SEARCH-ACCOUNT.
           PERFORM 730-TEXT-LENGTH.

           IF NOT WS-ACCOUNTS-ON-FILE
              DISPLAY "ACCOUNT MASTER NOT AVAILABLE"
           ELSE
              IF WS-INQ-LEN = ZERO
                 DISPLAY "ENTER THE START OF THE ACCOUNT NUMBER"
              ELSE
                 MOVE ZERO TO WS-LINE-COUNTER
                 MOVE ZERO TO WS-PAGE-LINES
                 MOVE SPACE TO WS-PAGING
                 MOVE 'N' TO WS-EOF
                 MOVE WS-INQ-TEXT TO ACCT-NUMBER
                 START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF
                 END-START
                 DISPLAY WS-ACCOUNT-HEAD
                 PERFORM 410-SHOW-ONE-ACCOUNT
                     UNTIL WS-EOF = 'Y' OR WS-STOP-PAGING
                 IF WS-LINE-COUNTER = ZERO
                    DISPLAY "NO ACCOUNT STARTS: " WS-INQ-TEXT
                 END-IF
              END-IF
           END-IF.

       410-SHOW-ONE-ACCOUNT.

           READ ACCOUNT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF ACCT-NUMBER(1:WS-INQ-LEN)
                    NOT = WS-INQ-TEXT(1:WS-INQ-LEN)
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    MOVE ACCT-NUMBER TO ACL-ACC
                    MOVE ACCT-STATUS TO ACL-STATUS
                    PERFORM 740-BORROWER-NAME
                    DISPLAY WS-ACCOUNT-LINE
                    PERFORM 690-COUNT-LINE
                 END-IF
           END-READ.

       450-SEARCH-BORROWERS.

      * Names are compared upper-cased, the fragment anywhere in
      * the name; the whole master is scanned.
           MOVE SPACES TO WS-INQ-TEXT.
           DISPLAY SCR-SEARCH-NAME.
           ACCEPT SCR-SEARCH-NAME.
           INSPECT WS-INQ-TEXT CONVERTING WS-LOWER TO WS-UPPER.
           PERFORM 730-TEXT-LENGTH.

           IF NOT WS-BORROWERS-ON-FILE
              DISPLAY "BORROWER MASTER NOT AVAILABLE"
           ELSE
              IF WS-INQ-LEN = ZERO
                 DISPLAY "ENTER PART OF THE BORROWER NAME"
              ELSE
                 MOVE ZERO TO WS-LINE-COUNTER
                 MOVE ZERO TO WS-PAGE-LINES
                 MOVE SPACE TO WS-PAGING
                 MOVE 'N' TO WS-EOF
                 MOVE LOW-VALUES TO BOR-ACC
                 START BORROWER-MASTER KEY IS >= BOR-ACC
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF
                 END-START
                 DISPLAY WS-ACCOUNT-HEAD
                 PERFORM 460-SCAN-ONE-BORROWER
                     UNTIL WS-EOF = 'Y' OR WS-STOP-PAGING
                 IF WS-LINE-COUNTER = ZERO
                    DISPLAY "NO BORROWER NAME CONTAINS: " WS-INQ-TEXT
                 END-IF
              END-IF
           END-IF.

       460-SCAN-ONE-BORROWER.

           READ BORROWER-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 MOVE BOR-NAME TO WS-NAME-UP
                 INSPECT WS-NAME-UP CONVERTING WS-LOWER TO WS-UPPER
                 MOVE ZERO TO WS-NAME-HITS
                 INSPECT WS-NAME-UP TALLYING WS-NAME-HITS
                     FOR ALL WS-INQ-TEXT(1:WS-INQ-LEN)
                 IF WS-NAME-HITS > ZERO
                    MOVE BOR-ACC TO ACL-ACC
                    MOVE SPACE TO ACL-STATUS
                    IF WS-ACCOUNTS-ON-FILE
                       MOVE BOR-ACC TO ACCT-NUMBER
                       READ ACCOUNT-MASTER
                          NOT INVALID KEY
                             MOVE ACCT-STATUS TO ACL-STATUS
                       END-READ
                    END-IF
                    MOVE BOR-NAME TO ACL-NAME
                    DISPLAY WS-ACCOUNT-LINE
                    PERFORM 690-COUNT-LINE
                 END-IF
           END-READ.

       500-SHOW-OPEN-ITEMS.

           MOVE SPACES TO WS-INQ-ACC.
           DISPLAY SCR-ACCOUNT-KEY.
           ACCEPT SCR-ACCOUNT-KEY.

           IF NOT WS-ITEMS-ON-FILE
              DISPLAY "OPEN ITEMS NOT ON FILE"
           ELSE
              MOVE ZERO TO WS-LINE-COUNTER
              MOVE ZERO TO WS-PAGE-LINES
              MOVE SPACE TO WS-PAGING
              MOVE 'N' TO WS-EOF
              MOVE WS-INQ-ACC TO OPN-ACC
              MOVE ZERO TO OPN-DUE-YMD
              START OPENITEM-MASTER KEY IS >= OPN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              DISPLAY WS-ITEM-HEAD
              PERFORM 510-SHOW-ONE-ITEM
                  UNTIL WS-EOF = 'Y' OR WS-STOP-PAGING
              IF WS-LINE-COUNTER = ZERO
                 DISPLAY "NO UNSETTLED ITEMS FOR: " WS-INQ-ACC
              END-IF
           END-IF.

       510-SHOW-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF OPN-ACC NOT = WS-INQ-ACC
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    IF NOT OPN-CLOSED
                       COMPUTE WS-OWING = OPN-EXPECTED - OPN-RECEIVED
                       MOVE OPN-DUE-YMD TO ITL-DUE
                       MOVE OPN-EXPECTED TO ITL-EXPECTED
                       MOVE OPN-RECEIVED TO ITL-RECEIVED
                       MOVE WS-OWING TO ITL-OWING
                       MOVE OPN-CURR TO ITL-CURR
                       MOVE OPN-STATUS TO ITL-STATUS
                       DISPLAY WS-ITEM-LINE
                       PERFORM 690-COUNT-LINE
                    END-IF
                 END-IF
           END-READ.

       600-WORK-ITEM.

           MOVE ZERO TO WS-INQ-REF.
           DISPLAY SCR-ITEM-REF.
           ACCEPT SCR-ITEM-REF.
           PERFORM 700-READ-SUSPENSE.

           IF NOT WS-SUSPENSE-FOUND
              DISPLAY "NO SUSPENSE ITEM: " WS-INQ-REF
           ELSE
              MOVE SUS-RECEIPT TO WS-RECEIPT
              PERFORM 720-ITEM-AGE
              MOVE SPACE TO WS-ACTION
              DISPLAY SCR-SUSPENSE
              ACCEPT SCR-SUSPENSE
              EVALUATE TRUE
                  WHEN WS-ACTION = SPACE
                      CONTINUE
                  WHEN WS-ACTION-MAINTAIN AND NOT SGN-ROLE-MAINTAIN
                      PERFORM 800-REFUSE-ACTION
                  WHEN WS-ACTION-MAINTAIN AND NOT SUS-OUTSTANDING
                      DISPLAY "ITEM ALREADY CLEARED, STATUS "
                              SUS-STATUS
                  WHEN WS-ACTION-APPLY
                      PERFORM 610-APPLY-TO-ITEM
                  WHEN WS-ACTION-REFUND
                      PERFORM 620-REFUND-ITEM
                  WHEN WS-ACTION-INCOME
                      PERFORM 630-RELEASE-TO-INCOME
                  WHEN OTHER
                      DISPLAY "INVALID ACTION"
              END-EVALUATE
           END-IF.

       610-APPLY-TO-ITEM.

           MOVE WS-RCP-ACC TO WS-INQ-ACC.
           MOVE ZERO TO WS-INQ-DUE-YMD.
           DISPLAY SCR-APPLY-TARGET.
           ACCEPT SCR-APPLY-TARGET.

           MOVE 'N' TO WS-ITEM-FND.
           IF NOT WS-ITEMS-ON-FILE
              DISPLAY "OPEN ITEMS NOT ON FILE"
           ELSE
              IF WS-INQ-DUE-YMD = ZERO
                 PERFORM 615-FIND-OLDEST-ITEM
              ELSE
                 MOVE WS-INQ-ACC TO OPN-ACC
                 MOVE WS-INQ-DUE-YMD TO OPN-DUE-YMD
                 READ OPENITEM-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NOT OPN-CLOSED
                          MOVE 'Y' TO WS-ITEM-FND
                       END-IF
                 END-READ
              END-IF
              IF NOT WS-ITEM-FOUND
                 DISPLAY "NO UNSETTLED ITEM: " WS-INQ-ACC
                         " " WS-INQ-DUE-YMD
              END-IF
           END-IF.

      * Cross-currency application is left to rcptapply's rate
      * handling: the item must be in the receipt's currency.
           IF WS-ITEM-FOUND AND OPN-CURR NOT = WS-RCP-CURR
              DISPLAY "ITEM IS IN " OPN-CURR
                      ", RECEIPT IS IN " WS-RCP-CURR
              MOVE 'N' TO WS-ITEM-FND
           END-IF.

           IF WS-ITEM-FOUND
              PERFORM 618-RELIEVE-ITEM
           END-IF.

       615-FIND-OLDEST-ITEM.

           MOVE 'N' TO WS-EOF.
           MOVE WS-INQ-ACC TO OPN-ACC.
           MOVE ZERO TO OPN-DUE-YMD.
           START OPENITEM-MASTER KEY IS >= OPN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM 616-SCAN-ONE-ITEM
               UNTIL WS-EOF = 'Y' OR WS-ITEM-FOUND.

       616-SCAN-ONE-ITEM.

           READ OPENITEM-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF OPN-ACC NOT = WS-INQ-ACC
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    IF NOT OPN-CLOSED
                       MOVE 'Y' TO WS-ITEM-FND
                       MOVE OPN-DUE-YMD TO WS-INQ-DUE-YMD
                    END-IF
                 END-IF
           END-READ.

       618-RELIEVE-ITEM.

      * No more than the item still owes is taken; the rest of the
      * receipt stays in suspense.
           COMPUTE WS-OWING = OPN-EXPECTED - OPN-RECEIVED.
           IF SUS-REMAIN > WS-OWING
              MOVE WS-OWING TO WS-APPLY-AMT
           ELSE
              MOVE SUS-REMAIN TO WS-APPLY-AMT
           END-IF.

           ADD WS-APPLY-AMT TO OPN-RECEIVED.
           IF OPN-RECEIVED >= OPN-EXPECTED
              MOVE "C" TO OPN-STATUS
           ELSE
              MOVE "P" TO OPN-STATUS
           END-IF.
      * Stamp the receipt's value date on the item, as rcptapply
      * does, for the penalty assessment.
           IF WS-RCP-VD-DD NUMERIC AND WS-RCP-VD-MM NUMERIC
              AND WS-RCP-VD-YYYY NUMERIC
              MOVE WS-RCP-VD-YYYY TO WS-RCP-VD-YMD-YYYY
              MOVE WS-RCP-VD-MM TO WS-RCP-VD-YMD-MM
              MOVE WS-RCP-VD-DD TO WS-RCP-VD-YMD-DD
              MOVE WS-RCP-VD-YMD TO OPN-VALDATE-YMD
           END-IF.
           REWRITE OPENITEM-REC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE OPEN ITEM: " OPN-ACC
                 MOVE ZERO TO WS-APPLY-AMT
           END-REWRITE.

           IF WS-APPLY-AMT > ZERO
              SUBTRACT WS-APPLY-AMT FROM SUS-REMAIN
              IF SUS-REMAIN = ZERO
                 MOVE "A" TO SUS-STATUS
              ELSE
                 MOVE "P" TO SUS-STATUS
              END-IF
              MOVE OPN-ACC TO SUS-APPLIED-ACC
              MOVE OPN-DUE-YMD TO SUS-APPLIED-DUE
              MOVE WS-APPLY-AMT TO WS-GL-AMT
              MOVE WS-GL-ACCT-CLR TO WS-GL-CONTRA
              MOVE "SUSPENSE APPLIED" TO WS-GL-DESC
              MOVE "APPLY" TO SGN-ACTION
              MOVE OPN-ACC TO WS-SL-ACC
              MOVE OPN-DUE-YMD TO WS-SL-DUE-YMD
              ADD 1 TO WS-APPLY-COUNTER
              PERFORM 650-RECORD-ACTION
              DISPLAY "APPLIED " WS-SD-AMT " TO " OPN-ACC
                      " " OPN-DUE-YMD
           END-IF.

       620-REFUND-ITEM.

           PERFORM 640-CHECK-HOLDING.
           IF WS-AGE-DAYS > WS-HOLD-DAYS
              MOVE WS-RCP-ACC TO RFD-ACC
              MOVE WS-RCP-VALDATE TO RFD-VALDATE
              MOVE SUS-REMAIN TO RFD-AMT
              MOVE WS-RCP-CURR TO RFD-CURR
              MOVE WS-RCP-BANK-REF TO RFD-BANK-REF
              MOVE WS-OPERATOR TO RFD-OPERATOR
              WRITE REFUND-REC

              MOVE SUS-REMAIN TO WS-GL-AMT
              MOVE ZERO TO SUS-REMAIN
              MOVE "F" TO SUS-STATUS
              MOVE WS-GL-ACCT-REFUND TO WS-GL-CONTRA
              MOVE "SUSPENSE REFUND" TO WS-GL-DESC
              MOVE "REFUND" TO SGN-ACTION
              MOVE WS-RCP-ACC TO WS-SL-ACC
              MOVE ZERO TO WS-SL-DUE-YMD
              ADD 1 TO WS-REFUND-COUNTER
              PERFORM 650-RECORD-ACTION
              DISPLAY "MARKED FOR REFUND: " WS-SD-AMT " " WS-RCP-CURR
           END-IF.

       630-RELEASE-TO-INCOME.

           PERFORM 640-CHECK-HOLDING.
           IF WS-AGE-DAYS > WS-HOLD-DAYS
              MOVE SUS-REMAIN TO WS-GL-AMT
              MOVE ZERO TO SUS-REMAIN
              MOVE "I" TO SUS-STATUS
              MOVE WS-GL-ACCT-INCOME TO WS-GL-CONTRA
              MOVE "SUSPENSE TO INCOME" TO WS-GL-DESC
              MOVE "INCOME" TO SGN-ACTION
              MOVE WS-RCP-ACC TO WS-SL-ACC
              MOVE ZERO TO WS-SL-DUE-YMD
              ADD 1 TO WS-INCOME-COUNTER
              PERFORM 650-RECORD-ACTION
              DISPLAY "RELEASED TO INCOME: " WS-SD-AMT " " WS-RCP-CURR
           END-IF.

       640-CHECK-HOLDING.

           IF WS-AGE-DAYS NOT > WS-HOLD-DAYS
              DISPLAY "HOLDING PERIOD NOT RUN - AGE " WS-AGE-DAYS
                      " OF " WS-HOLD-DAYS " DAYS"
           END-IF.

       650-RECORD-ACTION.

           MOVE WS-SDATE TO SUS-ACT-YMD.
           MOVE WS-OPERATOR TO SUS-OPERATOR.
           REWRITE SUSPENSE-ITEM-REC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE SUSPENSE ITEM: " SUS-KEY-R
           END-REWRITE.

           PERFORM 660-WRITE-GL-PAIR.
           PERFORM 670-REGISTER-RECEIPT.
           PERFORM 810-LOG-SUSPENSE.

       660-WRITE-GL-PAIR.

      * One balanced pair per disposition: the suspense liability
      * is debited and the account the money now belongs to
      * credited.
           MOVE WS-CDATE TO GL-JE-DATE.
           MOVE WS-GL-ACCT-SUSP TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           MOVE WS-RCP-CURR TO GL-CURR.
           MOVE WS-GL-AMT TO GL-AMOUNT.
           MOVE WS-GL-DESC TO GL-DESC.
           WRITE GL-REC.

           MOVE WS-CDATE TO GL-JE-DATE.
           MOVE WS-GL-CONTRA TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           MOVE WS-RCP-CURR TO GL-CURR.
           MOVE WS-GL-AMT TO GL-AMOUNT.
           MOVE WS-GL-DESC TO GL-DESC.
           WRITE GL-REC.

       670-REGISTER-RECEIPT.

      * Keyed as rcptapply keys it, from the receipt as the bank
      * sent it, so a resend is recognised. rcptapply enters it
      * when the receipt goes to suspense; one already there is
      * left as it is, and only an item that reached suspense
      * before the register existed is entered here.
           IF WS-REGISTER-ON-FILE
              MOVE WS-RCP-ACC TO RRG-ACC
              IF WS-RCP-VD-DD NUMERIC AND WS-RCP-VD-MM NUMERIC
                 AND WS-RCP-VD-YYYY NUMERIC
                 MOVE WS-RCP-VD-YYYY TO WS-RCP-VD-YMD-YYYY
                 MOVE WS-RCP-VD-MM TO WS-RCP-VD-YMD-MM
                 MOVE WS-RCP-VD-DD TO WS-RCP-VD-YMD-DD
                 MOVE WS-RCP-VD-YMD TO RRG-VAL-YMD
              ELSE
                 MOVE ZERO TO RRG-VAL-YMD
              END-IF
              MOVE WS-RCP-AMT TO RRG-AMT
              MOVE WS-RCP-CURR TO RRG-CURR
              MOVE WS-RCP-BANK-REF TO RRG-BANK-REF
              READ RECEIPT-REGISTER
                 INVALID KEY
                    MOVE WS-SDATE TO RRG-APPLIED-YMD
                    MOVE 1 TO RRG-COUNT
                    WRITE REGISTER-REC
              END-READ
           END-IF.

       690-COUNT-LINE.

           ADD 1 TO WS-LINE-COUNTER.
           ADD 1 TO WS-PAGE-LINES.
           IF WS-PAGE-LINES >= 12
              MOVE ZERO TO WS-PAGE-LINES
              DISPLAY "ENTER=MORE, X=STOP: "
                  WITH NO ADVANCING
              ACCEPT WS-PAGING
           END-IF.

       700-READ-SUSPENSE.

           MOVE 'N' TO WS-SUS-FND.
           MOVE WS-INQ-REF TO SUS-KEY-R.
           READ SUSPENSE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SUS-FND
           END-READ.

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

       720-ITEM-AGE.

      * Days since the receipt went to suspense.
           MOVE SUS-IN-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DS-SERIAL.

       730-TEXT-LENGTH.

           MOVE ZERO TO WS-INQ-LEN.
           INSPECT WS-INQ-TEXT TALLYING WS-INQ-LEN
               FOR CHARACTERS BEFORE INITIAL "  ".

       740-BORROWER-NAME.

           MOVE SPACES TO ACL-NAME.
           IF WS-BORROWERS-ON-FILE
              MOVE ACCT-NUMBER TO BOR-ACC
              READ BORROWER-MASTER
                 NOT INVALID KEY
                    MOVE BOR-NAME TO ACL-NAME
              END-READ
           END-IF.

       800-REFUSE-ACTION.

           DISPLAY "NOT AUTHORISED - INQUIRY ONLY".
           MOVE "DENIED" TO SGN-ACTION.
           MOVE SUS-KEY-R TO SGN-KEY.
           MOVE SPACES TO SGN-DETAIL.
           STRING "ITEM ACTION " WS-ACTION " REFUSED - ROLE " SGN-ROLE
               DELIMITED BY SIZE INTO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       810-LOG-SUSPENSE.

           MOVE WS-SUSP-LOG-KEY TO SGN-KEY.
           MOVE SUS-KEY-R TO WS-SD-REF.
           MOVE WS-GL-AMT TO WS-SD-AMT.
           MOVE WS-RCP-CURR TO WS-SD-CURR.
           MOVE WS-SUSP-LOG-DETAIL TO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       820-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           IF WS-SUSPENSE-ON-FILE
              CLOSE SUSPENSE-MASTER
              CLOSE REFUND-FILE
              CLOSE SUSGL-FILE
           END-IF.
           IF WS-REGISTER-ON-FILE
              CLOSE RECEIPT-REGISTER
           END-IF.
           IF WS-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-ACCOUNTS-ON-FILE
              CLOSE ACCOUNT-MASTER
           END-IF.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.

           DISPLAY "SUSPENSE APPLIED:    " WS-APPLY-COUNTER.
           DISPLAY "MARKED FOR REFUND:   " WS-REFUND-COUNTER.
           DISPLAY "RELEASED TO INCOME:  " WS-INCOME-COUNTER.

           GOBACK.
      ******************************************************************

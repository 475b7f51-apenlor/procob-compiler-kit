      ******************************************************************
      *
      * Bank Statement Import
      * =====================
      *
      * Builds the day's bcuota-receipts feed for rcptapply from the
      * bank's ISO 20022 end-of-day statement (camt.053) instead of
      * having it keyed in. Every booked credit on the statement is
      * taken: the loan account is looked for first in the
      * end-to-end reference, then in the structured creditor
      * reference, then word by word in the unstructured remittance
      * text, and must be active on account-master. A credit
      * resolved to exactly one account is written to
      * bcuota-receipts in the rcptapply layout - account, value
      * date, amount, currency, blank type and the bank's reference
      * for the entry, so the duplicate check in rcptapply sees a
      * resent statement. Any other credit goes to the
      * bcuota-camt-exceptions queue with its amount, references
      * and the raw remittance text for the payments team to
      * resolve and key. Debits and entries not yet booked are only
      * counted.
      *
      * Release control: the file is read twice. The first pass
      * checks that each statement's opening booked balance plus its
      * booked credits less its booked debits comes to its closing
      * booked balance, that the transactions of a batch-booked
      * credit add up to the entry, and that the statement has not
      * been imported before (bcuota-camt-statements) and does not
      * appear twice in the file. Any break is listed on the
      * console, bcuota-receipts is left empty, nothing is queued
      * and the run ends RC 8 for operations to take up with the
      * bank. Only a statement file that passes is read again and
      * imported, and its statements are then logged on
      * bcuota-camt-statements.
      *
      * bcuota-receipts is rebuilt by each run; reversal receipts
      * from ddreturn and receipts released on rcptdup are appended
      * to it afterwards, as before. The exception queue builds up
      * across runs until the payments team takes it.
      *
      * Statement file bcuota-camt053: XML as delivered by the bank,
      * elements either one per line or run together on lines of up
      * to 1000 characters.
      *
      * RETURN-CODE 0 when every credit was imported, 4 when credits
      * were queued as exceptions, 8 when the statement did not
      * reconcile or was already imported.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. camtimport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO "bcuota-camt053"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STM-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCT-STATUS.

           SELECT STMT-REGISTER ASSIGN TO "bcuota-camt-statements"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS STR-STMT-ID
           FILE STATUS IS WS-STR-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "bcuota-receipts"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EXCEPT-QUEUE ASSIGN TO "bcuota-camt-exceptions"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EXQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STMT-FILE.
           01 STMT-REC PIC X(1000).

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

       FD STMT-REGISTER.
           01 STMT-REGISTER-REC.
               05 STR-STMT-ID PIC X(35).
               05 STR-MSG-ID PIC X(35).
               05 STR-ACCT-ID PIC X(34).
               05 STR-CURR PIC X(3).
               05 STR-OPEN-BAL PIC S9(11)V9(2).
               05 STR-CLOSE-BAL PIC S9(11)V9(2).
               05 STR-CREDIT-COUNT PIC 9(7).
               05 STR-CREDIT-SUM PIC S9(11)V9(2).
               05 STR-IMPORTED-YMD PIC 9(8).
               05 FILLER PIC X(10).

       FD RECEIPT-FILE.
           01 RECEIPT-REC.
               05 RCP-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-VALDATE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-AMT PIC 9(7)V9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-TYPE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-BANK-REF PIC X(35).

       FD EXCEPT-QUEUE.
           01 EXCEPT-QUEUE-REC.
               05 EXQ-VALDATE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-AMT PIC ZZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-REASON PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-BANK-REF PIC X(35).
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-END-TO-END PIC X(35).
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-CDTR-REF PIC X(35).
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXQ-RMT-TEXT PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-STM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCT-STATUS PIC X(2) VALUE SPACES.
           01 WS-STR-STATUS PIC X(2) VALUE SPACES.
           01 WS-EXQ-STATUS PIC X(2) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

      * Pass 1 reconciles, pass 2 imports.
           01 WS-PASS PIC 9(1) VALUE 1.
               88 WS-RECONCILE-PASS VALUE 1.
               88 WS-IMPORT-PASS VALUE 2.
           01 WS-RECON PIC X(1) VALUE "Y".
               88 WS-RECONCILED VALUE "Y".
               88 WS-RECON-BREAK VALUE "N".

           01 WS-SDATE PIC 9(8) DISPLAY.

      * Tokenising: each "<" starts a token holding the tag, its
      * attributes and, for a simple element, the text up to the
      * next "<".
           01 WS-XML-PTR PIC 9(4) VALUE ZERO.
           01 WS-XML-TOKEN PIC X(200) VALUE SPACES.
           01 WS-XML-OPEN PIC X(200) VALUE SPACES.
           01 WS-XML-VALUE PIC X(200) VALUE SPACES.
           01 WS-XML-TAG PIC X(40) VALUE SPACES.
           01 WS-XML-SCRAP PIC X(200) VALUE SPACES.
           01 WS-XML-ATTR PIC X(200) VALUE SPACES.

      * Where in the statement the current element sits.
           01 WS-IN-GRPHDR PIC X(1) VALUE "N".
           01 WS-IN-STMT PIC X(1) VALUE "N".
           01 WS-IN-ACCT PIC X(1) VALUE "N".
           01 WS-IN-BAL PIC X(1) VALUE "N".
           01 WS-IN-BAL-TP PIC X(1) VALUE "N".
           01 WS-IN-NTRY PIC X(1) VALUE "N".
           01 WS-IN-NTRY-STS PIC X(1) VALUE "N".
           01 WS-IN-VALDT PIC X(1) VALUE "N".
           01 WS-IN-BOOKGDT PIC X(1) VALUE "N".
           01 WS-IN-TXDTLS PIC X(1) VALUE "N".
           01 WS-IN-AMTDTLS PIC X(1) VALUE "N".
           01 WS-IN-TXAMT PIC X(1) VALUE "N".
           01 WS-IN-RMTINF PIC X(1) VALUE "N".

           01 WS-MSG-ID PIC X(35) VALUE SPACES.

      * The statement being read.
           01 WS-STMT-ID PIC X(35) VALUE SPACES.
           01 WS-STMT-ACCT-ID PIC X(34) VALUE SPACES.
           01 WS-STMT-CURR PIC X(3) VALUE SPACES.
           01 WS-STMT-OPEN-BAL PIC S9(11)V9(2) VALUE ZERO.
           01 WS-STMT-OPEN-OK PIC X(1) VALUE "N".
           01 WS-STMT-CLOSE-BAL PIC S9(11)V9(2) VALUE ZERO.
           01 WS-STMT-CLOSE-OK PIC X(1) VALUE "N".
           01 WS-STMT-CR-SUM PIC S9(11)V9(2) VALUE ZERO.
           01 WS-STMT-DR-SUM PIC S9(11)V9(2) VALUE ZERO.
           01 WS-STMT-CR-COUNT PIC 9(7) VALUE ZERO.
           01 WS-STMT-CHECK PIC S9(11)V9(2) VALUE ZERO.

      * The balance being read: type code, amount and side.
           01 WS-BAL-TYPE PIC X(4) VALUE SPACES.
           01 WS-BAL-AMT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-BAL-CDI PIC X(4) VALUE SPACES.

      * The entry being read.
           01 WS-NTRY-AMT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-NTRY-AMT-OK PIC X(1) VALUE "N".
           01 WS-NTRY-CURR PIC X(3) VALUE SPACES.
           01 WS-NTRY-CDI PIC X(4) VALUE SPACES.
           01 WS-NTRY-STS PIC X(4) VALUE SPACES.
           01 WS-NTRY-REF PIC X(35) VALUE SPACES.
           01 WS-NTRY-VAL-DATE PIC X(10) VALUE SPACES.
           01 WS-NTRY-BOOK-DATE PIC X(10) VALUE SPACES.
           01 WS-NTRY-TX-SUM PIC S9(11)V9(2) VALUE ZERO.

      * Transactions of the entry (one for a single credit, several
      * for a batch booking), kept until the entry closes.
           01 WS-TX-MAX PIC 9(3) VALUE 100.
           01 WS-TX-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TX-SUB PIC 9(3) VALUE ZERO.
           01 WS-TX-FULL PIC X(1) VALUE "N".
           01 WS-TX-TABLE.
               05 WS-TX-ENTRY OCCURS 100 TIMES.
                   10 WS-TX-AMT PIC S9(11)V9(2).
                   10 WS-TX-AMT-OK PIC X(1).
                   10 WS-TX-CURR PIC X(3).
                   10 WS-TX-REF PIC X(35).
                   10 WS-TX-END-TO-END PIC X(35).
                   10 WS-TX-CDTR-REF PIC X(35).
                   10 WS-TX-USTRD PIC X(140).

      * Statement Ids met so far in this file.
           01 WS-SEEN-MAX PIC 9(3) VALUE 200.
           01 WS-SEEN-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SEEN-SUB PIC 9(3) VALUE ZERO.
           01 WS-SEEN-FOUND PIC 9(3) VALUE ZERO.
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ID PIC X(35) OCCURS 200 TIMES.

      * The credit being taken.
           01 WS-CR-AMT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-CR-CURR PIC X(3) VALUE SPACES.
           01 WS-CR-REF PIC X(35) VALUE SPACES.
           01 WS-CR-ACC PIC X(29) VALUE SPACES.
           01 WS-CR-REASON PIC X(20) VALUE SPACES.
           01 WS-CR-MATCHES PIC 9(2) VALUE ZERO.
           01 WS-CR-CLOSED-HIT PIC X(1) VALUE "N".
               88 WS-CR-NAMED-CLOSED VALUE "Y".

      * Account search over the remittance text, one word at a
      * time.
           01 WS-CAND PIC X(40) VALUE SPACES.
           01 WS-CAND-FOUND PIC X(1) VALUE "N".
           01 WS-WORD-PTR PIC 9(3) VALUE ZERO.
           01 WS-USTRD-LEN PIC 9(3) VALUE ZERO.

      * Date text YYYY-MM-DD to the DD-MM-YYYY receipt value date.
           01 WS-ISO-DATE PIC X(10) VALUE SPACES.
           01 WS-ISO-DATE-R REDEFINES WS-ISO-DATE.
               05 WS-ISO-YEAR PIC X(4).
               05 FILLER PIC X(1).
               05 WS-ISO-MONTH PIC X(2).
               05 FILLER PIC X(1).
               05 WS-ISO-DAY PIC X(2).
           01 WS-VAL-DATE.
               05 WS-VAL-DAY PIC X(2).
               05 FILLER VALUE "-".
               05 WS-VAL-MONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-VAL-YEAR PIC X(4).

      * Amount text to number, as ddreturn reads the status report.
           01 WS-NUM-TEXT PIC X(20) VALUE SPACES.
           01 WS-NUM-SUB PIC 9(2) VALUE ZERO.
           01 WS-NUM-CHAR PIC X(1) VALUE SPACE.
           01 WS-NUM-DIGIT PIC 9(1) VALUE ZERO.
           01 WS-NUM-DECS PIC 9(1) VALUE ZERO.
           01 WS-NUM-IN-DEC PIC X(1) VALUE "N".
           01 WS-NUM-NEG PIC X(1) VALUE "N".
           01 WS-NUM-BAD PIC X(1) VALUE "N".
           01 WS-PARSED-AMT PIC S9(11)V9(2) VALUE ZERO.

           01 WS-STMT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-CREDIT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DEBIT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-PENDING-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RCP-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EXQ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RCP-SUM PIC S9(11)V9(2) VALUE ZERO.
           01 WS-EXQ-SUM PIC S9(11)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF WS-RUN-ABORTED
              PERFORM 905-ABORT-WRAPUP
           ELSE
              MOVE 1 TO WS-PASS
              PERFORM 200-READ-STATEMENT-FILE
      * Opened after the check so that a file which does not
      * reconcile leaves an empty feed rather than the last one.
              OPEN OUTPUT RECEIPT-FILE
              IF WS-RECONCILED
                 PERFORM 120-OPEN-QUEUE
                 MOVE 2 TO WS-PASS
                 PERFORM 200-READ-STATEMENT-FILE
              END-IF
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACCOUNT MASTER, STATUS: "
                      WS-ACCT-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN I-O STMT-REGISTER
              IF WS-STR-STATUS = "35"
      * First import: no statement register yet, create it empty.
                 OPEN OUTPUT STMT-REGISTER
                 CLOSE STMT-REGISTER
                 OPEN I-O STMT-REGISTER
              END-IF
              IF WS-STR-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN STATEMENT REGISTER, STATUS: "
                         WS-STR-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              ELSE
                 PERFORM 110-CHECK-STATEMENT-FILE
              END-IF
           END-IF.

       110-CHECK-STATEMENT-FILE.

           OPEN INPUT STMT-FILE.
           IF WS-STM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN BANK STATEMENT, STATUS: "
                      WS-STM-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              CLOSE STMT-FILE
           END-IF.

       120-OPEN-QUEUE.

      * The queue builds up across runs until the payments team
      * takes it.
           OPEN EXTEND EXCEPT-QUEUE.
           IF WS-EXQ-STATUS NOT = "00"
              OPEN OUTPUT EXCEPT-QUEUE
           END-IF.

       200-READ-STATEMENT-FILE.

           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-IN-GRPHDR.
           MOVE 'N' TO WS-IN-STMT.
           OPEN INPUT STMT-FILE.
           PERFORM UNTIL WS-EOF='Y'
               READ STMT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM 210-SCAN-LINE
               END-READ
           END-PERFORM.
           CLOSE STMT-FILE.

           IF WS-RECONCILE-PASS AND WS-STMT-COUNTER = ZERO
              DISPLAY "NO STATEMENT FOUND IN BANK FILE"
              MOVE 'N' TO WS-RECON
           END-IF.

       210-SCAN-LINE.

           MOVE 1 TO WS-XML-PTR.
           PERFORM 220-NEXT-TOKEN
               UNTIL WS-XML-PTR > 1000.

       220-NEXT-TOKEN.

           MOVE SPACES TO WS-XML-TOKEN.
           UNSTRING STMT-REC DELIMITED BY "<"
               INTO WS-XML-TOKEN
               WITH POINTER WS-XML-PTR
           END-UNSTRING.
           IF WS-XML-TOKEN NOT = SPACES
              PERFORM 230-CLASSIFY-TOKEN
           END-IF.

       230-CLASSIFY-TOKEN.

           MOVE SPACES TO WS-XML-OPEN.
           MOVE SPACES TO WS-XML-VALUE.
           UNSTRING WS-XML-TOKEN DELIMITED BY ">"
               INTO WS-XML-OPEN WS-XML-VALUE
           END-UNSTRING.

      * Declarations and comments carry nothing; a leading "/" is a
      * closing tag; anything else opens an element.
           EVALUATE TRUE
               WHEN WS-XML-OPEN(1:1) = "?" OR WS-XML-OPEN(1:1) = "!"
                   CONTINUE
               WHEN WS-XML-OPEN(1:1) = "/"
                   MOVE SPACES TO WS-XML-TAG
                   UNSTRING WS-XML-OPEN(2:) DELIMITED BY SPACE
                       INTO WS-XML-TAG
                   END-UNSTRING
                   PERFORM 260-CLOSE-ELEMENT
               WHEN OTHER
                   MOVE SPACES TO WS-XML-TAG
                   UNSTRING WS-XML-OPEN DELIMITED BY SPACE OR "/"
                       INTO WS-XML-TAG
                   END-UNSTRING
                   PERFORM 240-OPEN-ELEMENT
           END-EVALUATE.

       240-OPEN-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "GrpHdr"
                   MOVE 'Y' TO WS-IN-GRPHDR
               WHEN WS-XML-TAG = "MsgId" AND WS-IN-GRPHDR = 'Y'
                   MOVE WS-XML-VALUE TO WS-MSG-ID
               WHEN WS-XML-TAG = "Stmt"
                   PERFORM 270-START-STATEMENT
               WHEN WS-IN-STMT NOT = 'Y'
                   CONTINUE
               WHEN WS-XML-TAG = "Ntry"
                   PERFORM 280-START-ENTRY
               WHEN WS-IN-NTRY = 'Y'
                   PERFORM 250-ENTRY-ELEMENT
               WHEN WS-XML-TAG = "Acct"
                   MOVE 'Y' TO WS-IN-ACCT
               WHEN WS-XML-TAG = "Bal"
                   MOVE 'Y' TO WS-IN-BAL
                   MOVE SPACES TO WS-BAL-TYPE
                   MOVE ZERO TO WS-BAL-AMT
                   MOVE SPACES TO WS-BAL-CDI
               WHEN WS-IN-BAL = 'Y'
                   PERFORM 245-BALANCE-ELEMENT
               WHEN WS-IN-ACCT = 'Y'
                   IF WS-XML-TAG = "IBAN" OR WS-XML-TAG = "Id"
                      IF WS-XML-VALUE NOT = SPACES
                         MOVE WS-XML-VALUE TO WS-STMT-ACCT-ID
                      END-IF
                   END-IF
                   IF WS-XML-TAG = "Ccy"
                      MOVE WS-XML-VALUE TO WS-STMT-CURR
                   END-IF
               WHEN WS-XML-TAG = "Id" AND WS-STMT-ID = SPACES
                   MOVE WS-XML-VALUE TO WS-STMT-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       245-BALANCE-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "Tp"
                   MOVE 'Y' TO WS-IN-BAL-TP
               WHEN WS-XML-TAG = "Cd" AND WS-IN-BAL-TP = 'Y'
                   MOVE WS-XML-VALUE TO WS-BAL-TYPE
               WHEN WS-XML-TAG = "Amt"
                   MOVE WS-XML-VALUE TO WS-NUM-TEXT
                   PERFORM 700-PARSE-AMOUNT
                   MOVE WS-PARSED-AMT TO WS-BAL-AMT
               WHEN WS-XML-TAG = "CdtDbtInd"
                   MOVE WS-XML-VALUE TO WS-BAL-CDI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       250-ENTRY-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "TxDtls"
                   PERFORM 290-START-TRANSACTION
               WHEN WS-IN-TXDTLS = 'Y'
                   PERFORM 255-TRANSACTION-ELEMENT
               WHEN WS-XML-TAG = "AmtDtls"
                   MOVE 'Y' TO WS-IN-AMTDTLS
               WHEN WS-XML-TAG = "Amt" AND WS-IN-AMTDTLS = 'N'
                   MOVE WS-XML-VALUE TO WS-NUM-TEXT
                   PERFORM 700-PARSE-AMOUNT
                   IF WS-NUM-BAD = 'N'
                      MOVE WS-PARSED-AMT TO WS-NTRY-AMT
                      MOVE 'Y' TO WS-NTRY-AMT-OK
                   END-IF
                   PERFORM 720-TAKE-CURRENCY
                   MOVE WS-XML-ATTR(1:3) TO WS-NTRY-CURR
               WHEN WS-XML-TAG = "CdtDbtInd"
                   MOVE WS-XML-VALUE TO WS-NTRY-CDI
      * Older versions carry the status as text, newer ones as a
      * code inside it.
               WHEN WS-XML-TAG = "Sts"
                   MOVE 'Y' TO WS-IN-NTRY-STS
                   IF WS-XML-VALUE NOT = SPACES
                      MOVE WS-XML-VALUE TO WS-NTRY-STS
                   END-IF
               WHEN WS-XML-TAG = "Cd" AND WS-IN-NTRY-STS = 'Y'
                   MOVE WS-XML-VALUE TO WS-NTRY-STS
               WHEN WS-XML-TAG = "ValDt"
                   MOVE 'Y' TO WS-IN-VALDT
               WHEN WS-XML-TAG = "BookgDt"
                   MOVE 'Y' TO WS-IN-BOOKGDT
               WHEN (WS-XML-TAG = "Dt" OR WS-XML-TAG = "DtTm")
                    AND WS-IN-VALDT = 'Y'
                   MOVE WS-XML-VALUE TO WS-ISO-DATE
                   PERFORM 730-EDIT-VALUE-DATE
                   MOVE WS-VAL-DATE TO WS-NTRY-VAL-DATE
               WHEN (WS-XML-TAG = "Dt" OR WS-XML-TAG = "DtTm")
                    AND WS-IN-BOOKGDT = 'Y'
                   MOVE WS-XML-VALUE TO WS-ISO-DATE
                   PERFORM 730-EDIT-VALUE-DATE
                   MOVE WS-VAL-DATE TO WS-NTRY-BOOK-DATE
               WHEN WS-XML-TAG = "AcctSvcrRef"
                   MOVE WS-XML-VALUE TO WS-NTRY-REF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       255-TRANSACTION-ELEMENT.

      * The transaction amount is TxDtls/Amt, or AmtDtls/TxAmt/Amt
      * in the older versions; the instructed and counter-value
      * amounts under AmtDtls are not what was booked.
           EVALUATE TRUE
               WHEN WS-XML-TAG = "AmtDtls"
                   MOVE 'Y' TO WS-IN-AMTDTLS
               WHEN WS-XML-TAG = "TxAmt"
                   MOVE 'Y' TO WS-IN-TXAMT
               WHEN WS-XML-TAG = "Amt"
                    AND (WS-IN-AMTDTLS = 'N' OR WS-IN-TXAMT = 'Y')
                   IF WS-TX-AMT-OK(WS-TX-COUNT) = 'N'
                      MOVE WS-XML-VALUE TO WS-NUM-TEXT
                      PERFORM 700-PARSE-AMOUNT
                      IF WS-NUM-BAD = 'N'
                         MOVE WS-PARSED-AMT TO WS-TX-AMT(WS-TX-COUNT)
                         MOVE 'Y' TO WS-TX-AMT-OK(WS-TX-COUNT)
                         PERFORM 720-TAKE-CURRENCY
                         MOVE WS-XML-ATTR(1:3)
                           TO WS-TX-CURR(WS-TX-COUNT)
                      END-IF
                   END-IF
               WHEN WS-XML-TAG = "AcctSvcrRef"
                   MOVE WS-XML-VALUE TO WS-TX-REF(WS-TX-COUNT)
               WHEN WS-XML-TAG = "EndToEndId"
                   MOVE WS-XML-VALUE TO WS-TX-END-TO-END(WS-TX-COUNT)
               WHEN WS-XML-TAG = "RmtInf"
                   MOVE 'Y' TO WS-IN-RMTINF
               WHEN WS-XML-TAG = "Ustrd" AND WS-IN-RMTINF = 'Y'
                   PERFORM 295-ADD-USTRD
               WHEN WS-XML-TAG = "Ref" AND WS-IN-RMTINF = 'Y'
                   MOVE WS-XML-VALUE TO WS-TX-CDTR-REF(WS-TX-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       260-CLOSE-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "GrpHdr"
                   MOVE 'N' TO WS-IN-GRPHDR
               WHEN WS-XML-TAG = "Stmt"
                   PERFORM 275-END-STATEMENT
               WHEN WS-XML-TAG = "Acct"
                   MOVE 'N' TO WS-IN-ACCT
               WHEN WS-XML-TAG = "Bal"
                   PERFORM 265-END-BALANCE
               WHEN WS-XML-TAG = "Tp"
                   MOVE 'N' TO WS-IN-BAL-TP
               WHEN WS-XML-TAG = "Ntry"
                   PERFORM 285-END-ENTRY
               WHEN WS-XML-TAG = "Sts"
                   MOVE 'N' TO WS-IN-NTRY-STS
               WHEN WS-XML-TAG = "ValDt"
                   MOVE 'N' TO WS-IN-VALDT
               WHEN WS-XML-TAG = "BookgDt"
                   MOVE 'N' TO WS-IN-BOOKGDT
               WHEN WS-XML-TAG = "TxDtls"
                   MOVE 'N' TO WS-IN-TXDTLS
                   MOVE 'N' TO WS-IN-AMTDTLS
                   MOVE 'N' TO WS-IN-TXAMT
                   MOVE 'N' TO WS-IN-RMTINF
               WHEN WS-XML-TAG = "AmtDtls"
                   MOVE 'N' TO WS-IN-AMTDTLS
               WHEN WS-XML-TAG = "TxAmt"
                   MOVE 'N' TO WS-IN-TXAMT
               WHEN WS-XML-TAG = "RmtInf"
                   MOVE 'N' TO WS-IN-RMTINF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       265-END-BALANCE.

      * Opening booked balance, or the previous day's closing booked
      * balance where the bank reports that instead; closing booked
      * balance. Interim and available balances are not used.
           MOVE 'N' TO WS-IN-BAL.
           MOVE 'N' TO WS-IN-BAL-TP.
           IF WS-BAL-CDI = "DBIT"
              COMPUTE WS-BAL-AMT = 0 - WS-BAL-AMT
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAL-TYPE = "OPBD"
                   MOVE WS-BAL-AMT TO WS-STMT-OPEN-BAL
                   MOVE 'Y' TO WS-STMT-OPEN-OK
               WHEN WS-BAL-TYPE = "PRCD" AND WS-STMT-OPEN-OK = 'N'
                   MOVE WS-BAL-AMT TO WS-STMT-OPEN-BAL
                   MOVE 'Y' TO WS-STMT-OPEN-OK
               WHEN WS-BAL-TYPE = "CLBD"
                   MOVE WS-BAL-AMT TO WS-STMT-CLOSE-BAL
                   MOVE 'Y' TO WS-STMT-CLOSE-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       270-START-STATEMENT.

           IF WS-RECONCILE-PASS
              ADD 1 TO WS-STMT-COUNTER
           END-IF.
           MOVE 'Y' TO WS-IN-STMT.
           MOVE 'N' TO WS-IN-ACCT.
           MOVE 'N' TO WS-IN-BAL.
           MOVE 'N' TO WS-IN-NTRY.
           MOVE SPACES TO WS-STMT-ID.
           MOVE SPACES TO WS-STMT-ACCT-ID.
           MOVE SPACES TO WS-STMT-CURR.
           MOVE ZERO TO WS-STMT-OPEN-BAL.
           MOVE 'N' TO WS-STMT-OPEN-OK.
           MOVE ZERO TO WS-STMT-CLOSE-BAL.
           MOVE 'N' TO WS-STMT-CLOSE-OK.
           MOVE ZERO TO WS-STMT-CR-SUM.
           MOVE ZERO TO WS-STMT-DR-SUM.
           MOVE ZERO TO WS-STMT-CR-COUNT.

       275-END-STATEMENT.

           MOVE 'N' TO WS-IN-STMT.
           IF WS-RECONCILE-PASS
              PERFORM 300-RECONCILE-STATEMENT
           ELSE
              PERFORM 400-REGISTER-STATEMENT
           END-IF.

       280-START-ENTRY.

           MOVE 'Y' TO WS-IN-NTRY.
           MOVE 'N' TO WS-IN-NTRY-STS.
           MOVE 'N' TO WS-IN-VALDT.
           MOVE 'N' TO WS-IN-BOOKGDT.
           MOVE 'N' TO WS-IN-TXDTLS.
           MOVE 'N' TO WS-IN-AMTDTLS.
           MOVE 'N' TO WS-IN-TXAMT.
           MOVE 'N' TO WS-IN-RMTINF.
           MOVE ZERO TO WS-NTRY-AMT.
           MOVE 'N' TO WS-NTRY-AMT-OK.
           MOVE SPACES TO WS-NTRY-CURR.
           MOVE SPACES TO WS-NTRY-CDI.
           MOVE SPACES TO WS-NTRY-STS.
           MOVE SPACES TO WS-NTRY-REF.
           MOVE SPACES TO WS-NTRY-VAL-DATE.
           MOVE SPACES TO WS-NTRY-BOOK-DATE.
           MOVE ZERO TO WS-TX-COUNT.
           MOVE 'N' TO WS-TX-FULL.

       285-END-ENTRY.

           MOVE 'N' TO WS-IN-NTRY.

      * An entry without transaction details is one credit on its
      * own; a single transaction without an amount of its own is
      * the whole entry.
           IF WS-TX-COUNT = ZERO
              PERFORM 290-START-TRANSACTION
              MOVE 'N' TO WS-IN-TXDTLS
           END-IF.
           IF WS-TX-COUNT = 1 AND WS-TX-AMT-OK(1) = 'N'
              MOVE WS-NTRY-AMT TO WS-TX-AMT(1)
              MOVE WS-NTRY-AMT-OK TO WS-TX-AMT-OK(1)
           END-IF.
           IF WS-NTRY-VAL-DATE = SPACES
              MOVE WS-NTRY-BOOK-DATE TO WS-NTRY-VAL-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-NTRY-STS NOT = "BOOK"
                   IF WS-RECONCILE-PASS
                      ADD 1 TO WS-PENDING-COUNTER
                   END-IF
               WHEN WS-NTRY-CDI = "DBIT"
                   IF WS-RECONCILE-PASS
                      ADD 1 TO WS-DEBIT-COUNTER
                      ADD WS-NTRY-AMT TO WS-STMT-DR-SUM
                   END-IF
               WHEN WS-RECONCILE-PASS
                   PERFORM 310-RECONCILE-CREDIT
               WHEN OTHER
                   ADD WS-NTRY-AMT TO WS-STMT-CR-SUM
                   PERFORM 500-TAKE-ONE-CREDIT
                       VARYING WS-TX-SUB FROM 1 BY 1
                       UNTIL WS-TX-SUB > WS-TX-COUNT
           END-EVALUATE.

       290-START-TRANSACTION.

           MOVE 'Y' TO WS-IN-TXDTLS.
           MOVE 'N' TO WS-IN-AMTDTLS.
           MOVE 'N' TO WS-IN-TXAMT.
           MOVE 'N' TO WS-IN-RMTINF.
           IF WS-TX-COUNT < WS-TX-MAX
              ADD 1 TO WS-TX-COUNT
           ELSE
              MOVE 'Y' TO WS-TX-FULL
           END-IF.
           MOVE ZERO TO WS-TX-AMT(WS-TX-COUNT).
           MOVE 'N' TO WS-TX-AMT-OK(WS-TX-COUNT).
           MOVE WS-NTRY-CURR TO WS-TX-CURR(WS-TX-COUNT).
           MOVE SPACES TO WS-TX-REF(WS-TX-COUNT).
           MOVE SPACES TO WS-TX-END-TO-END(WS-TX-COUNT).
           MOVE SPACES TO WS-TX-CDTR-REF(WS-TX-COUNT).
           MOVE SPACES TO WS-TX-USTRD(WS-TX-COUNT).

       295-ADD-USTRD.

      * Several unstructured lines are run together, one space
      * apart, as far as they fit.
           IF WS-TX-USTRD(WS-TX-COUNT) = SPACES
              MOVE WS-XML-VALUE TO WS-TX-USTRD(WS-TX-COUNT)
           ELSE
              MOVE ZERO TO WS-USTRD-LEN
              INSPECT WS-TX-USTRD(WS-TX-COUNT)
                  TALLYING WS-USTRD-LEN
                  FOR CHARACTERS BEFORE INITIAL "  "
              IF WS-USTRD-LEN < 138
                 ADD 2 TO WS-USTRD-LEN
                 MOVE WS-XML-VALUE
                   TO WS-TX-USTRD(WS-TX-COUNT)(WS-USTRD-LEN:)
              END-IF
           END-IF.

       300-RECONCILE-STATEMENT.

           IF WS-STMT-ID = SPACES
              DISPLAY "STATEMENT WITHOUT AN ID IN BANK FILE"
              MOVE 'N' TO WS-RECON
           ELSE
              PERFORM 305-CHECK-REPEATED-ID
              MOVE WS-STMT-ID TO STR-STMT-ID
              READ STMT-REGISTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "STATEMENT " WS-STMT-ID
                    DISPLAY "  ALREADY IMPORTED ON " STR-IMPORTED-YMD
                    MOVE 'N' TO WS-RECON
              END-READ
           END-IF.

           IF WS-STMT-OPEN-OK = 'N' OR WS-STMT-CLOSE-OK = 'N'
              DISPLAY "STATEMENT " WS-STMT-ID
              DISPLAY "  OPENING OR CLOSING BOOKED BALANCE MISSING"
              MOVE 'N' TO WS-RECON
           ELSE
              COMPUTE WS-STMT-CHECK = WS-STMT-OPEN-BAL
                                    + WS-STMT-CR-SUM
                                    - WS-STMT-DR-SUM
              IF WS-STMT-CHECK NOT = WS-STMT-CLOSE-BAL
                 DISPLAY "STATEMENT " WS-STMT-ID
                 DISPLAY "  BALANCES DO NOT RECONCILE - OPENING: "
                         WS-STMT-OPEN-BAL " CLOSING: "
                         WS-STMT-CLOSE-BAL
                 DISPLAY "  CREDITS: " WS-STMT-CR-SUM
                         " DEBITS: " WS-STMT-DR-SUM
                 MOVE 'N' TO WS-RECON
              END-IF
           END-IF.

       305-CHECK-REPEATED-ID.

      * The register only knows earlier runs: a statement given
      * twice in the one file would otherwise be imported twice.
           MOVE ZERO TO WS-SEEN-FOUND.
           PERFORM 306-MATCH-ONE-ID
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT.

           IF WS-SEEN-FOUND > ZERO
              DISPLAY "STATEMENT " WS-STMT-ID
              DISPLAY "  REPEATED IN BANK FILE"
              MOVE 'N' TO WS-RECON
           ELSE
              IF WS-SEEN-COUNT < WS-SEEN-MAX
                 ADD 1 TO WS-SEEN-COUNT
                 MOVE WS-STMT-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
              ELSE
                 DISPLAY "MORE THAN " WS-SEEN-MAX
                         " STATEMENTS IN BANK FILE"
                 MOVE 'N' TO WS-RECON
              END-IF
           END-IF.

       306-MATCH-ONE-ID.

           IF WS-SEEN-FOUND = ZERO
              AND WS-SEEN-ID(WS-SEEN-SUB) = WS-STMT-ID
                 MOVE WS-SEEN-SUB TO WS-SEEN-FOUND
           END-IF.

       310-RECONCILE-CREDIT.

           ADD 1 TO WS-CREDIT-COUNTER.
           ADD WS-NTRY-AMT TO WS-STMT-CR-SUM.

           IF WS-NTRY-AMT-OK = 'N'
              DISPLAY "CREDIT WITHOUT A READABLE AMOUNT: " WS-NTRY-REF
              MOVE 'N' TO WS-RECON
           END-IF.
           IF WS-TX-FULL = 'Y'
              DISPLAY "BATCH CREDIT OVER " WS-TX-MAX
                      " TRANSACTIONS: " WS-NTRY-REF
              MOVE 'N' TO WS-RECON
           END-IF.

      * The transactions taken from a batch-booked credit must add
      * up to what was booked.
           MOVE ZERO TO WS-NTRY-TX-SUM.
           PERFORM 315-ADD-ONE-TRANSACTION
               VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT.
           IF WS-NTRY-TX-SUM NOT = WS-NTRY-AMT
              DISPLAY "BATCH CREDIT " WS-NTRY-REF
                      " DOES NOT ADD UP - BOOKED: " WS-NTRY-AMT
                      " TRANSACTIONS: " WS-NTRY-TX-SUM
              MOVE 'N' TO WS-RECON
           END-IF.

       315-ADD-ONE-TRANSACTION.

           IF WS-TX-AMT-OK(WS-TX-SUB) = 'N'
              DISPLAY "BATCH TRANSACTION WITHOUT AN AMOUNT: "
                      WS-NTRY-REF
              MOVE 'N' TO WS-RECON
           END-IF.
           ADD WS-TX-AMT(WS-TX-SUB) TO WS-NTRY-TX-SUM.

       400-REGISTER-STATEMENT.

           MOVE WS-STMT-ID TO STR-STMT-ID.
           MOVE WS-MSG-ID TO STR-MSG-ID.
           MOVE WS-STMT-ACCT-ID TO STR-ACCT-ID.
           MOVE WS-STMT-CURR TO STR-CURR.
           MOVE WS-STMT-OPEN-BAL TO STR-OPEN-BAL.
           MOVE WS-STMT-CLOSE-BAL TO STR-CLOSE-BAL.
           MOVE WS-STMT-CR-COUNT TO STR-CREDIT-COUNT.
           MOVE WS-STMT-CR-SUM TO STR-CREDIT-SUM.
           MOVE WS-SDATE TO STR-IMPORTED-YMD.
           WRITE STMT-REGISTER-REC
              INVALID KEY
                 DISPLAY "UNABLE TO REGISTER STATEMENT: " WS-STMT-ID
           END-WRITE.

       500-TAKE-ONE-CREDIT.

           ADD 1 TO WS-STMT-CR-COUNT.
           MOVE WS-TX-AMT(WS-TX-SUB) TO WS-CR-AMT.
           MOVE WS-TX-CURR(WS-TX-SUB) TO WS-CR-CURR.
           IF WS-CR-CURR = SPACES
              MOVE WS-STMT-CURR TO WS-CR-CURR
           END-IF.
           MOVE WS-TX-REF(WS-TX-SUB) TO WS-CR-REF.
           IF WS-CR-REF = SPACES
              MOVE WS-NTRY-REF TO WS-CR-REF
           END-IF.

           PERFORM 510-RESOLVE-ACCOUNT.

           IF WS-CR-REASON = SPACES
              AND WS-CR-AMT > 9999999.99
              MOVE "AMOUNT TOO LARGE" TO WS-CR-REASON
           END-IF.

           IF WS-CR-REASON = SPACES
              PERFORM 550-WRITE-RECEIPT
           ELSE
              PERFORM 560-QUEUE-EXCEPTION
           END-IF.

       510-RESOLVE-ACCOUNT.

      * End-to-end reference first, then the structured creditor
      * reference, then each word of the free remittance text. The
      * text must name exactly one account on file.
           MOVE SPACES TO WS-CR-ACC.
           MOVE SPACES TO WS-CR-REASON.
           MOVE ZERO TO WS-CR-MATCHES.
           MOVE 'N' TO WS-CR-CLOSED-HIT.

           IF WS-TX-END-TO-END(WS-TX-SUB) NOT = "NOTPROVIDED"
              MOVE WS-TX-END-TO-END(WS-TX-SUB) TO WS-CAND
              PERFORM 540-LOOKUP-ACCOUNT
           END-IF.

           IF WS-CR-MATCHES = ZERO
              MOVE WS-TX-CDTR-REF(WS-TX-SUB) TO WS-CAND
              PERFORM 540-LOOKUP-ACCOUNT
           END-IF.

           IF WS-CR-MATCHES = ZERO
              MOVE 1 TO WS-WORD-PTR
              PERFORM 530-TRY-NEXT-WORD
                  UNTIL WS-WORD-PTR > 140 OR WS-CR-MATCHES > 1
           END-IF.

           EVALUATE TRUE
               WHEN WS-CR-MATCHES = 1
                   CONTINUE
               WHEN WS-CR-MATCHES > 1
                   MOVE "AMBIGUOUS ACCOUNT" TO WS-CR-REASON
               WHEN WS-TX-END-TO-END(WS-TX-SUB) = SPACES
                AND WS-TX-CDTR-REF(WS-TX-SUB) = SPACES
                AND WS-TX-USTRD(WS-TX-SUB) = SPACES
                   MOVE "NO REFERENCE" TO WS-CR-REASON
               WHEN WS-CR-NAMED-CLOSED
                   MOVE "ACCOUNT NOT ACTIVE" TO WS-CR-REASON
               WHEN OTHER
                   MOVE "ACCOUNT NOT FOUND" TO WS-CR-REASON
           END-EVALUATE.

       530-TRY-NEXT-WORD.

           MOVE SPACES TO WS-CAND.
           UNSTRING WS-TX-USTRD(WS-TX-SUB)
               DELIMITED BY ALL SPACE OR "/" OR "," OR ";" OR ":"
               INTO WS-CAND
               WITH POINTER WS-WORD-PTR
           END-UNSTRING.
           PERFORM 540-LOOKUP-ACCOUNT.

       540-LOOKUP-ACCOUNT.

      * The same account named twice in the text is one match. An
      * inactive or closed account is no match: money for it is
      * queued for the payments team like an unknown account.
           IF WS-CAND NOT = SPACES AND WS-CAND(30:) = SPACES
              AND WS-CAND(1:29) NOT = WS-CR-ACC
              MOVE WS-CAND(1:29) TO ACCT-NUMBER
              READ ACCOUNT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ACCT-ACTIVE
                       ADD 1 TO WS-CR-MATCHES
                       MOVE ACCT-NUMBER TO WS-CR-ACC
                    ELSE
                       MOVE 'Y' TO WS-CR-CLOSED-HIT
                    END-IF
              END-READ
           END-IF.

       550-WRITE-RECEIPT.

           ADD 1 TO WS-RCP-COUNTER.
           ADD WS-CR-AMT TO WS-RCP-SUM.
           MOVE WS-CR-ACC TO RCP-ACC.
           MOVE WS-NTRY-VAL-DATE TO RCP-VALDATE.
           MOVE WS-CR-AMT TO RCP-AMT.
           MOVE WS-CR-CURR TO RCP-CURR.
           MOVE SPACE TO RCP-TYPE.
           MOVE WS-CR-REF TO RCP-BANK-REF.
           WRITE RECEIPT-REC.

       560-QUEUE-EXCEPTION.

           ADD 1 TO WS-EXQ-COUNTER.
           ADD WS-CR-AMT TO WS-EXQ-SUM.
           MOVE WS-NTRY-VAL-DATE TO EXQ-VALDATE.
           MOVE WS-CR-AMT TO EXQ-AMT.
           MOVE WS-CR-CURR TO EXQ-CURR.
           MOVE WS-CR-REASON TO EXQ-REASON.
           MOVE WS-CR-REF TO EXQ-BANK-REF.
           MOVE WS-TX-END-TO-END(WS-TX-SUB) TO EXQ-END-TO-END.
           MOVE WS-TX-CDTR-REF(WS-TX-SUB) TO EXQ-CDTR-REF.
           MOVE WS-TX-USTRD(WS-TX-SUB) TO EXQ-RMT-TEXT.
           WRITE EXCEPT-QUEUE-REC.

       700-PARSE-AMOUNT.

      * Decimal amount text in WS-NUM-TEXT: optional leading spaces
      * and minus sign, digits, optional point and two decimals.
           MOVE ZERO TO WS-PARSED-AMT.
           MOVE ZERO TO WS-NUM-DECS.
           MOVE 'N' TO WS-NUM-IN-DEC.
           MOVE 'N' TO WS-NUM-NEG.
           MOVE 'N' TO WS-NUM-BAD.

           PERFORM 710-PARSE-ONE-CHAR
               VARYING WS-NUM-SUB FROM 1 BY 1
               UNTIL WS-NUM-SUB > 20 OR WS-NUM-BAD = 'Y'.

           IF WS-NUM-NEG = 'Y'
              COMPUTE WS-PARSED-AMT = 0 - WS-PARSED-AMT
           END-IF.

       710-PARSE-ONE-CHAR.

           MOVE WS-NUM-TEXT(WS-NUM-SUB:1) TO WS-NUM-CHAR.
           EVALUATE TRUE
               WHEN WS-NUM-CHAR = SPACE
                   CONTINUE
               WHEN WS-NUM-CHAR = "-"
                   MOVE 'Y' TO WS-NUM-NEG
               WHEN WS-NUM-CHAR = "."
                   MOVE 'Y' TO WS-NUM-IN-DEC
               WHEN WS-NUM-CHAR >= "0" AND WS-NUM-CHAR <= "9"
                   MOVE WS-NUM-CHAR TO WS-NUM-DIGIT(1:1)
                   IF WS-NUM-IN-DEC = 'N'
                      COMPUTE WS-PARSED-AMT =
                          WS-PARSED-AMT * 10 + WS-NUM-DIGIT
                   ELSE
                      ADD 1 TO WS-NUM-DECS
                      EVALUATE WS-NUM-DECS
                          WHEN 1
                              COMPUTE WS-PARSED-AMT = WS-PARSED-AMT
                                  + (WS-NUM-DIGIT / 10)
                          WHEN 2
                              COMPUTE WS-PARSED-AMT = WS-PARSED-AMT
                                  + (WS-NUM-DIGIT / 100)
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-NUM-BAD
           END-EVALUATE.

       720-TAKE-CURRENCY.

           MOVE SPACES TO WS-XML-ATTR.
           UNSTRING WS-XML-OPEN DELIMITED BY 'Ccy="'
               INTO WS-XML-SCRAP WS-XML-ATTR
           END-UNSTRING.

       730-EDIT-VALUE-DATE.

           MOVE WS-ISO-DAY TO WS-VAL-DAY.
           MOVE WS-ISO-MONTH TO WS-VAL-MONTH.
           MOVE WS-ISO-YEAR TO WS-VAL-YEAR.

       900-WRAPUP.

           CLOSE ACCOUNT-MASTER.
           CLOSE STMT-REGISTER.
           CLOSE RECEIPT-FILE.

           DISPLAY "MESSAGE ID:         " WS-MSG-ID.
           DISPLAY "STATEMENTS READ:    " WS-STMT-COUNTER.
           DISPLAY "BOOKED CREDITS:     " WS-CREDIT-COUNTER.
           DISPLAY "BOOKED DEBITS:      " WS-DEBIT-COUNTER.
           DISPLAY "NOT BOOKED:         " WS-PENDING-COUNTER.

           IF WS-RECONCILED
              CLOSE EXCEPT-QUEUE
              DISPLAY "RECEIPTS WRITTEN:   " WS-RCP-COUNTER
              DISPLAY "  AMOUNT:           " WS-RCP-SUM
              DISPLAY "QUEUED EXCEPTIONS:  " WS-EXQ-COUNTER
              DISPLAY "  AMOUNT:           " WS-EXQ-SUM
              IF WS-EXQ-COUNTER > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "STATEMENT NOT IMPORTED - RECEIPTS FEED LEFT "
                      "EMPTY"
              MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       905-ABORT-WRAPUP.

      * Only the files 100-INIT managed to open are closed.
           IF WS-ACCT-STATUS = "00"
              CLOSE ACCOUNT-MASTER
           END-IF.
           IF WS-STR-STATUS = "00"
              CLOSE STMT-REGISTER
           END-IF.
      ******************************************************************

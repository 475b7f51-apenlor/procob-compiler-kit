      * Direct-Debit Return And Chargeback Converter
      * ============================================
      *
      * Converts the bank's ISO 20022 payment status report
      * (pain.002) for collections ddgen submitted into reversal
      * receipts in the bcuota-receipts layout: account, value date,
      * amount, currency, plus the reversal type flag "R" in the
      * trailing type column, so rcptapply's unwind path backs the
      * money off the open item it was applied to. The output file
      * bcuota-dd-reversal-receipts is appended to (or fed as)
      * bcuota-receipts by operations on the next matching run.
      *
      * Every transaction reported with status RJCT - rejected before
      * settlement or returned after it - becomes one reversal and
      * one line on bcuota-dd-return-log with the bank's reason code.
      * Accepted and pending transactions are only counted. The
      * account is the end-to-end reference ddgen sent; amount and
      * currency come from the original instructed amount, and the
      * value date is the report's creation date.
      *
      * A rejected first collection (sequence type FRST) has its
      * first-collection date cleared on bcuota-mandates again, so
      * the next ddgen run sends it as FRST once more.
      *
      * Report file bcuota-dd-pain002: XML as delivered by the bank,
      * elements either one per line or run together on lines of up
      * to 1000 characters.
      *
      * RETURN-CODE 4 when a rejected transaction could not be read
      * or the bank rejected the whole message (or a payment block)
      * without listing its transactions - operations must follow
      * those up by hand.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "bcuota-dd-pain002"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT MANDATE-MASTER ASSIGN TO "bcuota-mandates"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAN-ACC
           FILE STATUS IS WS-MAN-STATUS.

           SELECT REVERSAL-FILE ASSIGN TO "bcuota-dd-reversal-receipts"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
           01 RETURN-REC PIC X(1000).

       FD MANDATE-MASTER.
           01 MANDATE-REC.
               05 MAN-ACC PIC X(29).
               05 MAN-IBAN PIC X(34).
               05 MAN-REF PIC X(16).
               05 MAN-SIGN-YMD PIC 9(8).
               05 MAN-STATUS PIC X(1).
                   88 MAN-ACTIVE VALUE "A".
                   88 MAN-CANCELLED VALUE "C".
               05 MAN-FIRST-COLL-YMD PIC 9(8).

       FD REVERSAL-FILE.
           01 REVERSAL-REC.
               05 RLG-REASON PIC X(4).

       WORKING-STORAGE SECTION.
           01 WS-RET-STATUS PIC X(2) VALUE SPACES.
           01 WS-MAN-STATUS PIC X(2) VALUE SPACES.

           01 WS-MAN-AVAIL PIC X(1) VALUE "N".
               88 WS-MANDATES-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.
               05 WS-TYEAR PIC X(4).
               05 WS-TMONTH PIC X(2).
               05 WS-TDAY PIC X(2).

      * Value date of the reversals: the report's creation date,
      * today's date until the group header has been read.
           01 WS-RPT-DATE.
               05 WS-RPT-DAY PIC X(2).
               05 FILLER VALUE "-".
               05 WS-RPT-MONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-RPT-YEAR PIC X(4).

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

      * Where in the report the current element sits.
           01 WS-IN-GRPHDR PIC X(1) VALUE "N".
           01 WS-IN-ORGNL-GRP PIC X(1) VALUE "N".
           01 WS-IN-TX PIC X(1) VALUE "N".
           01 WS-IN-RSN PIC X(1) VALUE "N".

           01 WS-ORGNL-MSG-ID PIC X(35) VALUE SPACES.
           01 WS-GRP-STS PIC X(4) VALUE SPACES.
           01 WS-GRP-REASON PIC X(4) VALUE SPACES.
           01 WS-BULK-REJECT PIC X(1) VALUE "N".

      * The transaction being read.
           01 WS-TX-ACC PIC X(29) VALUE SPACES.
           01 WS-TX-STS PIC X(4) VALUE SPACES.
           01 WS-TX-REASON PIC X(4) VALUE SPACES.
           01 WS-TX-AMT PIC 9(7)V9(2) VALUE ZERO.
           01 WS-TX-AMT-OK PIC X(1) VALUE "N".
           01 WS-TX-CURR PIC X(3) VALUE SPACES.
           01 WS-TX-SEQ PIC X(4) VALUE SPACES.
           01 WS-TX-COLL-YMD PIC 9(8) VALUE ZERO.
           01 WS-TX-COLL-PARTS REDEFINES WS-TX-COLL-YMD.
               05 WS-TX-COLL-YEAR PIC X(4).
               05 WS-TX-COLL-MONTH PIC X(2).
               05 WS-TX-COLL-DAY PIC X(2).

      * Amount text to number, as cuotaverif reads the JSON export.
           01 WS-NUM-TEXT PIC X(20) VALUE SPACES.
           01 WS-NUM-SUB PIC 9(2) VALUE ZERO.
           01 WS-NUM-CHAR PIC X(1) VALUE SPACE.
           01 WS-NUM-DIGIT PIC 9(1) VALUE ZERO.
           01 WS-NUM-DECS PIC 9(1) VALUE ZERO.
           01 WS-NUM-IN-DEC PIC X(1) VALUE "N".
           01 WS-NUM-NEG PIC X(1) VALUE "N".
           01 WS-NUM-BAD PIC X(1) VALUE "N".
           01 WS-PARSED-AMT PIC S9(9)V9(2) VALUE ZERO.

           01 WS-READ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-ACCEPT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REV-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REJ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RESET-COUNTER PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.


           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ RETURN-FILE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      PERFORM 200-SCAN-LINE
                  END-READ
              END-PERFORM


       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-RPT-YEAR.
           MOVE WS-TMONTH TO WS-RPT-MONTH.
           MOVE WS-TDAY TO WS-RPT-DAY.

           OPEN INPUT RETURN-FILE.
           IF WS-RET-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN STATUS REPORT, STATUS: "
                      WS-RET-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN OUTPUT REVERSAL-FILE
              OPEN OUTPUT RETURN-LOG
              PERFORM 110-OPEN-MANDATES
           END-IF.

       110-OPEN-MANDATES.

      * Only needed to clear rejected first collections; the
      * reversals go out whether or not it can be opened.
           MOVE 'N' TO WS-MAN-AVAIL.
           OPEN I-O MANDATE-MASTER.
           IF WS-MAN-STATUS = "00"
              MOVE 'Y' TO WS-MAN-AVAIL
           ELSE
              DISPLAY "MANDATE MASTER NOT AVAILABLE, STATUS: "
                      WS-MAN-STATUS
              DISPLAY "REJECTED FIRST COLLECTIONS NOT CLEARED"
           END-IF.

       200-SCAN-LINE.

           MOVE 1 TO WS-XML-PTR.
           PERFORM 210-NEXT-TOKEN
               UNTIL WS-XML-PTR > 1000.

       210-NEXT-TOKEN.

           MOVE SPACES TO WS-XML-TOKEN.
           UNSTRING RETURN-REC DELIMITED BY "<"
               INTO WS-XML-TOKEN
               WITH POINTER WS-XML-PTR
           END-UNSTRING.
           IF WS-XML-TOKEN NOT = SPACES
              PERFORM 220-CLASSIFY-TOKEN
           END-IF.

       220-CLASSIFY-TOKEN.

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
                   PERFORM 240-CLOSE-ELEMENT
               WHEN OTHER
                   MOVE SPACES TO WS-XML-TAG
                   UNSTRING WS-XML-OPEN DELIMITED BY SPACE OR "/"
                       INTO WS-XML-TAG
                   END-UNSTRING
                   PERFORM 230-OPEN-ELEMENT
           END-EVALUATE.

       230-OPEN-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "GrpHdr"
                   MOVE 'Y' TO WS-IN-GRPHDR
               WHEN WS-XML-TAG = "OrgnlGrpInfAndSts"
                   MOVE 'Y' TO WS-IN-ORGNL-GRP
               WHEN WS-XML-TAG = "TxInfAndSts"
                   PERFORM 250-START-TRANSACTION
               WHEN WS-XML-TAG = "Rsn"
                   MOVE 'Y' TO WS-IN-RSN
               WHEN WS-XML-TAG = "CreDtTm" AND WS-IN-GRPHDR = 'Y'
                   MOVE WS-XML-VALUE(1:4) TO WS-RPT-YEAR
                   MOVE WS-XML-VALUE(6:2) TO WS-RPT-MONTH
                   MOVE WS-XML-VALUE(9:2) TO WS-RPT-DAY
               WHEN WS-XML-TAG = "OrgnlMsgId" AND WS-IN-ORGNL-GRP = 'Y'
                   MOVE WS-XML-VALUE TO WS-ORGNL-MSG-ID
               WHEN WS-XML-TAG = "GrpSts"
                   MOVE WS-XML-VALUE TO WS-GRP-STS
                   IF WS-GRP-STS = "RJCT"
                      MOVE 'Y' TO WS-BULK-REJECT
                   END-IF
               WHEN WS-XML-TAG = "PmtInfSts"
                   IF WS-XML-VALUE(1:4) = "RJCT"
                      MOVE 'Y' TO WS-BULK-REJECT
                   END-IF
               WHEN WS-IN-TX = 'Y'
                   PERFORM 235-TRANSACTION-ELEMENT
               WHEN (WS-XML-TAG = "Cd" OR WS-XML-TAG = "Prtry")
                    AND WS-IN-RSN = 'Y'
                   MOVE WS-XML-VALUE TO WS-GRP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       235-TRANSACTION-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "OrgnlEndToEndId"
                   MOVE WS-XML-VALUE TO WS-TX-ACC
               WHEN WS-XML-TAG = "TxSts"
                   MOVE WS-XML-VALUE TO WS-TX-STS
               WHEN (WS-XML-TAG = "Cd" OR WS-XML-TAG = "Prtry")
                    AND WS-IN-RSN = 'Y'
                   MOVE WS-XML-VALUE TO WS-TX-REASON
               WHEN WS-XML-TAG = "InstdAmt"
                   MOVE WS-XML-VALUE TO WS-NUM-TEXT
                   PERFORM 700-PARSE-AMOUNT
                   IF WS-NUM-BAD = 'N' AND WS-PARSED-AMT > ZERO
                      MOVE WS-PARSED-AMT TO WS-TX-AMT
                      MOVE 'Y' TO WS-TX-AMT-OK
                   END-IF
                   MOVE SPACES TO WS-XML-ATTR
                   UNSTRING WS-XML-OPEN DELIMITED BY 'Ccy="'
                       INTO WS-XML-SCRAP WS-XML-ATTR
                   END-UNSTRING
                   MOVE WS-XML-ATTR(1:3) TO WS-TX-CURR
               WHEN WS-XML-TAG = "SeqTp"
                   MOVE WS-XML-VALUE TO WS-TX-SEQ
               WHEN WS-XML-TAG = "ReqdColltnDt"
                   MOVE WS-XML-VALUE(1:4) TO WS-TX-COLL-YEAR
                   MOVE WS-XML-VALUE(6:2) TO WS-TX-COLL-MONTH
                   MOVE WS-XML-VALUE(9:2) TO WS-TX-COLL-DAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       240-CLOSE-ELEMENT.

           EVALUATE TRUE
               WHEN WS-XML-TAG = "GrpHdr"
                   MOVE 'N' TO WS-IN-GRPHDR
               WHEN WS-XML-TAG = "OrgnlGrpInfAndSts"
                   MOVE 'N' TO WS-IN-ORGNL-GRP
               WHEN WS-XML-TAG = "Rsn"
                   MOVE 'N' TO WS-IN-RSN
               WHEN WS-XML-TAG = "TxInfAndSts"
                   PERFORM 260-END-TRANSACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       250-START-TRANSACTION.

           ADD 1 TO WS-READ-COUNTER.
           MOVE 'Y' TO WS-IN-TX.
           MOVE SPACES TO WS-TX-ACC.
           MOVE SPACES TO WS-TX-STS.
           MOVE SPACES TO WS-TX-REASON.
           MOVE ZERO TO WS-TX-AMT.
           MOVE 'N' TO WS-TX-AMT-OK.
           MOVE SPACES TO WS-TX-CURR.
           MOVE SPACES TO WS-TX-SEQ.
           MOVE ZERO TO WS-TX-COLL-YMD.

       260-END-TRANSACTION.

           MOVE 'N' TO WS-IN-TX.
           EVALUATE TRUE
               WHEN WS-TX-STS NOT = "RJCT"
                   ADD 1 TO WS-ACCEPT-COUNTER
               WHEN WS-TX-ACC = SPACES OR WS-TX-AMT-OK = 'N'
                   ADD 1 TO WS-REJ-COUNTER
                   DISPLAY "UNREADABLE REJECTION SKIPPED: " WS-TX-ACC
                           " " WS-TX-REASON
               WHEN OTHER
                   PERFORM 270-CONVERT-ONE-RETURN
           END-EVALUATE.

       270-CONVERT-ONE-RETURN.

      * SEPA collections are euro; a report that leaves the
      * currency off the amount means euro.
           IF WS-TX-CURR = SPACES
              MOVE "EUR" TO WS-TX-CURR
           END-IF.

           ADD 1 TO WS-REV-COUNTER.
           MOVE WS-TX-ACC TO REV-ACC.
           MOVE WS-RPT-DATE TO REV-VALDATE.
           MOVE WS-TX-AMT TO REV-AMT.
           MOVE WS-TX-CURR TO REV-CURR.
           MOVE "R" TO REV-TYPE.
           WRITE REVERSAL-REC.

           MOVE WS-TX-ACC TO RLG-ACC.
           MOVE WS-RPT-DATE TO RLG-DATE.
           MOVE WS-TX-AMT TO RLG-AMT.
           MOVE WS-TX-CURR TO RLG-CURR.
           MOVE WS-TX-REASON TO RLG-REASON.
           WRITE RETURN-LOG-REC.

           IF WS-TX-SEQ = "FRST" AND WS-MANDATES-ON-FILE
              PERFORM 280-CLEAR-FIRST-COLLECTION
           END-IF.

       280-CLEAR-FIRST-COLLECTION.

      * Only the first collection that was rejected is cleared; a
      * stamp for a different date is a later, good first one.
           MOVE WS-TX-ACC TO MAN-ACC.
           READ MANDATE-MASTER
              INVALID KEY
                 DISPLAY "NO MANDATE FOR REJECTED FRST: " WS-TX-ACC
              NOT INVALID KEY
                 IF MAN-FIRST-COLL-YMD NUMERIC
                    AND MAN-FIRST-COLL-YMD NOT = ZERO
                    AND (WS-TX-COLL-YMD = ZERO
                      OR WS-TX-COLL-YMD = MAN-FIRST-COLL-YMD)
                    MOVE ZERO TO MAN-FIRST-COLL-YMD
                    REWRITE MANDATE-REC
                    ADD 1 TO WS-RESET-COUNTER
                 END-IF
           END-READ.

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

       900-WRAPUP.

           CLOSE RETURN-FILE.
           CLOSE REVERSAL-FILE.
           CLOSE RETURN-LOG.
           IF WS-MANDATES-ON-FILE
              CLOSE MANDATE-MASTER
           END-IF.

           DISPLAY "ORIGINAL MESSAGE:   " WS-ORGNL-MSG-ID.
           DISPLAY "GROUP STATUS:       " WS-GRP-STS.
           DISPLAY "TRANSACTIONS READ:  " WS-READ-COUNTER.
           DISPLAY "ACCEPTED/PENDING:   " WS-ACCEPT-COUNTER.
           DISPLAY "REVERSALS WRITTEN:  " WS-REV-COUNTER.
           DISPLAY "LINES REJECTED:     " WS-REJ-COUNTER.
           DISPLAY "FRST STAMPS CLEARED:" WS-RESET-COUNTER.

           MOVE 0 TO RETURN-CODE.
           IF WS-BULK-REJECT = 'Y' AND WS-READ-COUNTER = ZERO
              DISPLAY "MESSAGE REJECTED WITHOUT TRANSACTION DETAIL, "
                      "REASON: " WS-GRP-REASON
              DISPLAY "NOTHING WAS COLLECTED - RESUBMIT FROM ddgen"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REJ-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

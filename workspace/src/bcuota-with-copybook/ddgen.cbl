      * Direct-Debit Collection File Generator
      * ======================================
      *
      * Turns the quotas of one bcuota run into a SEPA core direct-
      * debit initiation message (ISO 20022 pain.008.001.02) for the
      * bank: each CUOTA-ACC / CUOTA-PAY / CUOTA-CURR body record of
      * the dated bcuota-output file is matched against the
      * bcuota-mandates master kept by mandmaint, and accounts with
      * an active, signed mandate become a collection instruction.
      * Accounts with no mandate, or a cancelled one, and quotas the
      * scheme cannot carry (not in euro, nothing to collect) go to
      * the bcuota-dd-exceptions report for servicing to chase
      * instead of silently staying uncollected.
      *
      * The instructions are first listed on bcuota-dd-collections,
      * which stays as the run's audit list, then built into
      * bcuota-dd-pain008: a group header with message ID, count and
      * control sum, and one payment block per sequence type - FRST
      * for the first collection under a mandate, RCUR for the rest -
      * carrying the creditor name, account, agent and scheme ID.
      * The mandate master remembers the due date of the first
      * collection so later runs know to send RCUR.
      *
      * The requested collection date is the run's TO date when that
      * is still ahead, otherwise the next business day, and in both
      * cases rolled forward off weekends and holidays on the
      * business-day calendar (getbusday).
      *
      * Release control: the message is only written when the quota
      * file's trailer count and per-currency trailer sums tie
      * exactly to what went into the message plus what went to
      * exceptions, and the creditor details are all present. Any
      * break is listed on the console, bcuota-dd-pain008 is left
      * empty and the run ends RC 8 for operations to investigate
      * before anything is sent to the bank. A released file is
      * logged on the dispatch register (dispreg).
      *
      * Creditor details come from the environment:
      *   DDGEN-CREDITOR-NAME   creditor name
      *   DDGEN-CREDITOR-IBAN   collection account IBAN
      *   DDGEN-CREDITOR-BIC    collection account BIC (optional)
      *   DDGEN-CREDITOR-ID     SEPA creditor identifier
      *
      * Run with the same FROM [TO] date range parameters as the
      * bcuota run being collected, so the dated file name can be
      * derived the same way. A range held on bcuota-variance-holds
      * by the run-over-run variance check (runvar) is not collected
      * until the operator has signed the variance off; the run ends
      * RC 6 with nothing written.
      *
      * A quota is not collected while its account has an open
      * dispute on bcuota-disputes (see dispmaint) on the whole
      * account, or on an item falling due inside the run's range.
      * It goes to the exceptions as held - in dispute, so the
      * control totals still tie.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS MAN-ACC
           FILE STATUS IS WS-MAN-STATUS.

           SELECT BORROWER-MASTER ASSIGN TO "bcuota-borrowers"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BOR-ACC
           FILE STATUS IS WS-BOR-STATUS.

           SELECT COLLECT-FILE ASSIGN TO "bcuota-dd-collections"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-COLL-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "bcuota-dd-exceptions"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT PAIN-FILE ASSIGN TO "bcuota-dd-pain008"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT DISPUTE-MASTER ASSIGN TO "bcuota-disputes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-STATUS.

           SELECT VARIANCE-HOLDS ASSIGN TO "bcuota-variance-holds"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VHL-KEY
           FILE STATUS IS WS-VHL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUOTA.
               05 CUOTA-PAY PIC S9(7)V9(2).
               05 CUOTA-DEL2 PIC X(1).
               05 CUOTA-CURR PIC X(3).
      * The 01 entries below implicitly share the record area, the
      * same way cuotaverif reads the transmission trailers.
           01 CUOTA-CTL-REC PIC X(90).
           01 CUOTA-CTL-TRL.
               05 FILLER PIC X(4).
               05 CTL-TRL-COUNT PIC 9(9).
           01 CUOTA-CTL-TRC.
               05 FILLER PIC X(4).
               05 CTL-TRC-CURR PIC X(3).
               05 FILLER PIC X(1).
               05 CTL-TRC-SUM PIC S9(9)V9(2).

       FD MANDATE-MASTER.
           01 MANDATE-REC.
               05 MAN-STATUS PIC X(1).
                   88 MAN-ACTIVE VALUE "A".
                   88 MAN-CANCELLED VALUE "C".
      * Due date of the first collection made under the mandate;
      * blank or zero until one has been sent.
               05 MAN-FIRST-COLL-YMD PIC 9(8).

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

       FD COLLECT-FILE.
               05 DDC-AMT PIC S9(7)V9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DDC-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DDC-SEQ-TYPE PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DDC-SIGN-YMD PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 DDC-NAME PIC X(35).

       FD EXCEPT-FILE.
           01 EXCEPT-REC.
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXC-REASON PIC X(20).

       FD PAIN-FILE.
           01 PAIN-REC PIC X(132).

       FD DISPUTE-MASTER.
           01 DISPUTE-REC.
               05 DSP-KEY.
                   10 DSP-ACC PIC X(29).
                   10 DSP-DUE-YMD PIC 9(8).
               05 DSP-STATUS PIC X(1).
                   88 DSP-OPEN VALUE "O".
                   88 DSP-CLOSED VALUE "C".
               05 DSP-REASON PIC X(40).
               05 DSP-REVIEW-YMD PIC 9(8).
               05 DSP-OPENED-YMD PIC 9(8).
               05 DSP-OPENED-BY PIC X(8).
               05 DSP-CLOSED-YMD PIC 9(8).
               05 DSP-CLOSED-BY PIC X(8).
               05 DSP-CLOSE-NOTE PIC X(40).
               05 FILLER PIC X(12).

       FD VARIANCE-HOLDS.
           01 HOLD-REC.
               05 VHL-KEY.
                   10 VHL-FROM PIC 9(8).
                   10 VHL-TO PIC 9(8).
               05 VHL-RUN-START-TS PIC X(14).
               05 VHL-STATUS PIC X(1).
                   88 VHL-HELD VALUE "H".
                   88 VHL-SIGNED-OFF VALUE "S".
               05 VHL-BREACHES PIC 9(3).
               05 VHL-HELD-TS PIC X(14).
               05 VHL-SIGNOFF-BY PIC X(8).
               05 VHL-SIGNOFF-TS PIC X(14).
               05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
           01 WS-CUOTA-PATH PIC X(40) VALUE SPACES.
           01 WS-CUOTA-STATUS PIC X(2) VALUE SPACES.
           01 WS-MAN-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.
           01 WS-COLL-STATUS PIC X(2) VALUE SPACES.
           01 WS-VHL-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-AVAIL PIC X(1) VALUE "N".
               88 WS-DISPUTES-ON-FILE VALUE "Y".
           01 WS-DSP-EOF PIC X(1) VALUE "N".
           01 WS-DSP-HELD PIC X(1) VALUE "N".
               88 WS-IN-DISPUTE VALUE "Y".
           01 WS-DSP-CHECK-ACC PIC X(29) VALUE SPACES.

           01 WS-BOR-AVAIL PIC X(1) VALUE "N".
               88 WS-BORROWERS-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-COLL-EOF PIC X(1) VALUE "N".

           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-RELEASE PIC X(1) VALUE "Y".
               88 WS-RELEASE-OK VALUE "Y".
               88 WS-RELEASE-HELD VALUE "N".
           01 WS-RELEASED PIC X(1) VALUE "N".
               88 WS-FILE-RELEASED VALUE "Y".

           01 WS-RUNPARM PIC X(40) VALUE SPACES.
           01 WS-RUNPARM-FROM PIC X(8) VALUE SPACES.
           01 WS-RUNPARM-TO PIC X(8) VALUE SPACES.
               05 WS-CMONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-CYEAR PIC X(4).
           01 WS-STIME PIC 9(8) DISPLAY.
           01 WS-TTIME REDEFINES WS-STIME.
               05 WS-THOUR PIC X(2).
               05 WS-TMINUTE PIC X(2).
               05 WS-TSECOND PIC X(2).
               05 FILLER PIC X(2).

      * Requested collection date in the three shapes it is needed:
      * compared as YYYYMMDD, passed to getbusday as DD-MM-YYYY and
      * sent to the bank as ISO YYYY-MM-DD.
           01 WS-DUE-YMD PIC 9(8) VALUE ZERO.
           01 WS-DUE-PARTS REDEFINES WS-DUE-YMD.
               05 WS-DUE-YEAR PIC X(4).
               05 WS-DUE-MONTH PIC X(2).
               05 WS-DUE-DAY PIC X(2).
           01 WS-DUE-DMY.
               05 WS-DUE-DMY-DAY PIC X(2).
               05 FILLER VALUE "-".
               05 WS-DUE-DMY-MONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-DUE-DMY-YEAR PIC X(4).
           01 WS-DUE-ISO.
               05 WS-DUE-ISO-YEAR PIC X(4).
               05 FILLER VALUE "-".
               05 WS-DUE-ISO-MONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-DUE-ISO-DAY PIC X(2).
           01 WS-BUS-DMY.
               05 WS-BUS-DMY-DAY PIC X(2).
               05 FILLER PIC X(1).
               05 WS-BUS-DMY-MONTH PIC X(2).
               05 FILLER PIC X(1).
               05 WS-BUS-DMY-YEAR PIC X(4).

           COPY BUSDAY-COPYBOOK.

      * Signature date of the mandate, reshaped for the message.
           01 WS-SIGN-YMD PIC 9(8) VALUE ZERO.
           01 WS-SIGN-PARTS REDEFINES WS-SIGN-YMD.
               05 WS-SIGN-YEAR PIC X(4).
               05 WS-SIGN-MONTH PIC X(2).
               05 WS-SIGN-DAY PIC X(2).
           01 WS-SIGN-ISO.
               05 WS-SIGN-ISO-YEAR PIC X(4).
               05 FILLER VALUE "-".
               05 WS-SIGN-ISO-MONTH PIC X(2).
               05 FILLER VALUE "-".
               05 WS-SIGN-ISO-DAY PIC X(2).

           01 WS-CRED-NAME PIC X(70) VALUE SPACES.
           01 WS-CRED-IBAN PIC X(34) VALUE SPACES.
           01 WS-CRED-BIC PIC X(11) VALUE SPACES.
           01 WS-CRED-ID PIC X(35) VALUE SPACES.

           01 WS-MSG-ID PIC X(35) VALUE SPACES.
           01 WS-PMT-INF-ID PIC X(35) VALUE SPACES.
           01 WS-CRE-DT-TM PIC X(19) VALUE SPACES.

           01 WS-COLL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EXC-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-STAMP-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DISPUTE-COUNTER PIC 9(9) VALUE ZERO.

      * Trailer capture and per-currency control totals: what the
      * quota file says, what went to exceptions and what the
      * collection list carries into the message.
           01 WS-SEEN-TRAILER PIC X(1) VALUE "N".
           01 WS-BODY-COUNT PIC 9(9) VALUE ZERO.
           01 WS-TRL-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CHECK-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CHECK-SUM PIC S9(11)V9(2) VALUE ZERO.

           01 WS-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-CURR-KEY PIC X(3) VALUE SPACES.
           01 WS-CURR-TABLE.
               05 WS-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-CURR-CODE PIC X(3).
                   10 WS-CURR-BODY-SUM PIC S9(11)V9(2).
                   10 WS-CURR-TRC-SUM PIC S9(11)V9(2).
                   10 WS-CURR-TRC-SEEN PIC X(1).
                   10 WS-CURR-EXC-SUM PIC S9(11)V9(2).
                   10 WS-CURR-MSG-SUM PIC S9(11)V9(2).

      * Message totals from the collection list, overall and by
      * sequence type; the same figures go into the group header
      * and the payment blocks.
           01 WS-MSG-COUNT PIC 9(9) VALUE ZERO.
           01 WS-MSG-SUM PIC S9(11)V9(2) VALUE ZERO.
           01 WS-FRST-COUNT PIC 9(9) VALUE ZERO.
           01 WS-FRST-SUM PIC S9(11)V9(2) VALUE ZERO.
           01 WS-RCUR-COUNT PIC 9(9) VALUE ZERO.
           01 WS-RCUR-SUM PIC S9(11)V9(2) VALUE ZERO.

           01 WS-PMT-SEQ-TYPE PIC X(4) VALUE SPACES.
           01 WS-PMT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-PMT-SUM PIC S9(11)V9(2) VALUE ZERO.

      * Element building for the XML message.
           01 WS-XML-TAG PIC X(30) VALUE SPACES.
           01 WS-XML-VAL PIC X(70) VALUE SPACES.
           01 WS-XML-LEN PIC 9(3) VALUE ZERO.
           01 WS-XML-LEAD PIC 9(3) VALUE ZERO.
           01 WS-XML-AMT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-XML-AMT-ED PIC Z(10)9.99.
           01 WS-XML-CNT PIC 9(9) VALUE ZERO.
           01 WS-XML-CNT-ED PIC Z(8)9.

           01 WS-DISPREG-PARM PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

                  READ CUOTA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
      * Transmission control records collect nothing, but their
      * counts and sums are what the message has to tie back to.
                      EVALUATE TRUE
                          WHEN CUOTA-FILE(1:4) = "HDR "
                              CONTINUE
                          WHEN CUOTA-FILE(1:4) = "TRL "
      * A fresh trailer group supersedes any earlier one (written
      * before a corrections append); restart the trailer capture.
                              MOVE 'Y' TO WS-SEEN-TRAILER
                              MOVE CTL-TRL-COUNT TO WS-TRL-COUNT
                              PERFORM 230-CLEAR-TRC-CAPTURE
                                  VARYING WS-CURR-SUB FROM 1 BY 1
                                  UNTIL WS-CURR-SUB > WS-CURR-COUNT
                          WHEN CUOTA-FILE(1:4) = "TRC "
                              PERFORM 240-CAPTURE-TRC
                          WHEN OTHER
                              PERFORM 200-BUILD-INSTRUCTION
                      END-EVALUATE
                  END-READ
              END-PERFORM

              CLOSE COLLECT-FILE
              PERFORM 300-CHECK-CONTROL-TOTALS
              IF WS-RELEASE-OK AND WS-MSG-COUNT > ZERO
                 PERFORM 400-RELEASE-PAIN008
              END-IF

              PERFORM 900-WRAPUP
           END-IF.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.
                  INTO WS-CUOTA-PATH
           END-STRING.

           STRING "BCUOTA-" DELIMITED BY SIZE
                  WS-RUN-FROM-YMD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-TO-YMD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TTIME(1:6) DELIMITED BY SIZE
                  INTO WS-MSG-ID
           END-STRING.

           STRING WS-TYEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TMONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TDAY DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-THOUR DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TMINUTE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TSECOND DELIMITED BY SIZE
                  INTO WS-CRE-DT-TM
           END-STRING.

           PERFORM 110-FIND-COLLECTION-DATE.
           PERFORM 120-READ-CREDITOR.

           PERFORM 105-CHECK-VARIANCE-HOLD.
           IF NOT WS-RUN-ABORTED
              PERFORM 140-OPEN-RUN-FILES
           END-IF.

       105-CHECK-VARIANCE-HOLD.

      * No hold file means no range has ever been held.
           OPEN INPUT VARIANCE-HOLDS.
           IF WS-VHL-STATUS = "00"
              MOVE WS-RUN-FROM-YMD TO VHL-FROM
              MOVE WS-RUN-TO-YMD TO VHL-TO
              READ VARIANCE-HOLDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF VHL-HELD
                       DISPLAY "RANGE " WS-RUN-FROM-YMD " TO "
                               WS-RUN-TO-YMD
                               " HELD FOR VARIANCE SIGN-OFF"
                       DISPLAY "NOTHING COLLECTED - SEE "
                               "bcuota-variance-report"
                       MOVE 'Y' TO WS-ABORT
                       MOVE 6 TO RETURN-CODE
                    END-IF
              END-READ
              CLOSE VARIANCE-HOLDS
           END-IF.

       110-FIND-COLLECTION-DATE.

      * The run's TO date when it is still ahead, otherwise today;
      * then off to the calendar. Today itself is too late for the
      * bank, so it always moves on to the next business day, as
      * does any weekend or holiday.
           IF WS-RUN-TO-YMD > WS-SDATE
              MOVE WS-RUN-TO-YMD TO WS-DUE-YMD
           ELSE
              MOVE WS-SDATE TO WS-DUE-YMD
           END-IF.

           MOVE WS-DUE-DAY TO WS-DUE-DMY-DAY.
           MOVE WS-DUE-MONTH TO WS-DUE-DMY-MONTH.
           MOVE WS-DUE-YEAR TO WS-DUE-DMY-YEAR.

           MOVE WS-DUE-DMY TO BUS-DATE.
           CALL "getbusday" USING BUSDAY-PARAMS.
           IF RETURN-CODE = 0
              IF WS-DUE-YMD = WS-SDATE OR BUS-NOT-BUSINESS-DAY
                 MOVE BUS-NEXT TO WS-BUS-DMY
                 MOVE WS-BUS-DMY-YEAR TO WS-DUE-YEAR
                 MOVE WS-BUS-DMY-MONTH TO WS-DUE-MONTH
                 MOVE WS-BUS-DMY-DAY TO WS-DUE-DAY
                 MOVE BUS-NEXT TO WS-DUE-DMY
              END-IF
           ELSE
              DISPLAY "BUSINESS-DAY CALENDAR NOT AVAILABLE, RC: "
                      RETURN-CODE
              DISPLAY "COLLECTION DATE NOT ADJUSTED: " WS-DUE-DMY
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE WS-DUE-YEAR TO WS-DUE-ISO-YEAR.
           MOVE WS-DUE-MONTH TO WS-DUE-ISO-MONTH.
           MOVE WS-DUE-DAY TO WS-DUE-ISO-DAY.
           DISPLAY "REQUESTED COLLECTION DATE: " WS-DUE-DMY.

       120-READ-CREDITOR.

           ACCEPT WS-CRED-NAME FROM ENVIRONMENT "DDGEN-CREDITOR-NAME".
           ACCEPT WS-CRED-IBAN FROM ENVIRONMENT "DDGEN-CREDITOR-IBAN".
           ACCEPT WS-CRED-BIC FROM ENVIRONMENT "DDGEN-CREDITOR-BIC".
           ACCEPT WS-CRED-ID FROM ENVIRONMENT "DDGEN-CREDITOR-ID".

           IF WS-CRED-NAME = SPACES
              DISPLAY "CREDITOR NAME NOT SET (DDGEN-CREDITOR-NAME)"
              MOVE 'N' TO WS-RELEASE
           END-IF.
           IF WS-CRED-IBAN = SPACES
              DISPLAY "CREDITOR IBAN NOT SET (DDGEN-CREDITOR-IBAN)"
              MOVE 'N' TO WS-RELEASE
           END-IF.
           IF WS-CRED-ID = SPACES
              DISPLAY "CREDITOR SCHEME ID NOT SET (DDGEN-CREDITOR-ID)"
              MOVE 'N' TO WS-RELEASE
           END-IF.

       130-OPEN-BORROWERS.

      * The borrower master only supplies the debtor name; without
      * it the account number stands in, as the bank accepts.
           MOVE 'N' TO WS-BOR-AVAIL.
           OPEN INPUT BORROWER-MASTER.
           IF WS-BOR-STATUS = "00"
              MOVE 'Y' TO WS-BOR-AVAIL
           ELSE
              DISPLAY "BORROWER MASTER NOT AVAILABLE, STATUS: "
                      WS-BOR-STATUS
              DISPLAY "DEBTORS NAMED BY ACCOUNT NUMBER ONLY"
           END-IF.

       140-OPEN-RUN-FILES.

           OPEN INPUT CUOTA.
           IF WS-CUOTA-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN QUOTA FILE: " WS-CUOTA-PATH
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN I-O MANDATE-MASTER
              IF WS-MAN-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN MANDATE MASTER, STATUS: "
                         WS-MAN-STATUS
              ELSE
                 OPEN OUTPUT COLLECT-FILE
                 OPEN OUTPUT EXCEPT-FILE
      * Opened here so that a run which is not released leaves an
      * empty message file rather than the last run's one.
                 OPEN OUTPUT PAIN-FILE
                 PERFORM 130-OPEN-BORROWERS
                 MOVE 'N' TO WS-DSP-AVAIL
                 OPEN INPUT DISPUTE-MASTER
                 IF WS-DSP-STATUS = "00"
                    MOVE 'Y' TO WS-DSP-AVAIL
                 END-IF
              END-IF
           END-IF.

       200-BUILD-INSTRUCTION.

           ADD 1 TO WS-BODY-COUNT.
           MOVE CUOTA-CURR TO WS-CURR-KEY.
           PERFORM 220-FIND-OR-ADD-CURRENCY.
           IF WS-CURR-FOUND > ZERO
              ADD CUOTA-PAY TO WS-CURR-BODY-SUM(WS-CURR-FOUND)
           END-IF.

           MOVE CUOTA-ACC TO WS-DSP-CHECK-ACC.
           PERFORM 260-CHECK-DISPUTE.

      * SEPA collects euro only, and only a positive amount.
           EVALUATE TRUE
               WHEN CUOTA-CURR NOT = "EUR"
                   MOVE "CURRENCY NOT EUR" TO EXC-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN CUOTA-PAY NOT > ZERO
                   MOVE "NOTHING TO COLLECT" TO EXC-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN WS-IN-DISPUTE
                   ADD 1 TO WS-DISPUTE-COUNTER
                   MOVE "HELD - IN DISPUTE" TO EXC-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE CUOTA-ACC TO MAN-ACC
                   READ MANDATE-MASTER
                      INVALID KEY
                         MOVE "NO MANDATE ON FILE" TO EXC-REASON
                         PERFORM 250-WRITE-EXCEPTION
                      NOT INVALID KEY
                         EVALUATE TRUE
                             WHEN NOT MAN-ACTIVE
                                 MOVE "MANDATE NOT ACTIVE"
                                   TO EXC-REASON
                                 PERFORM 250-WRITE-EXCEPTION
                             WHEN MAN-SIGN-YMD NOT NUMERIC
                               OR MAN-SIGN-YMD = ZERO
                                 MOVE "MANDATE NOT SIGNED"
                                   TO EXC-REASON
                                 PERFORM 250-WRITE-EXCEPTION
                             WHEN OTHER
                                 PERFORM 210-WRITE-INSTRUCTION
                         END-EVALUATE
                   END-READ
           END-EVALUATE.

       210-WRITE-INSTRUCTION.

           MOVE CUOTA-ACC TO DDC-ACC.
           MOVE MAN-IBAN TO DDC-IBAN.
           MOVE MAN-REF TO DDC-REF.
           MOVE WS-DUE-DMY TO DDC-DATE.
           MOVE CUOTA-PAY TO DDC-AMT.
           MOVE CUOTA-CURR TO DDC-CURR.
           MOVE MAN-SIGN-YMD TO DDC-SIGN-YMD.

      * First collection under the mandate goes as FRST, every
      * later one as RCUR. A rerun for the same due date as the
      * first collection is still that first collection.
           IF MAN-FIRST-COLL-YMD NOT NUMERIC
              OR MAN-FIRST-COLL-YMD = ZERO
              OR MAN-FIRST-COLL-YMD = WS-DUE-YMD
              MOVE "FRST" TO DDC-SEQ-TYPE
           ELSE
              MOVE "RCUR" TO DDC-SEQ-TYPE
           END-IF.

           MOVE CUOTA-ACC TO DDC-NAME.
           IF WS-BORROWERS-ON-FILE
              MOVE CUOTA-ACC TO BOR-ACC
              READ BORROWER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BOR-NAME NOT = SPACES
                       MOVE BOR-NAME TO DDC-NAME
                    END-IF
              END-READ
           END-IF.

           WRITE COLLECT-REC.

       220-FIND-OR-ADD-CURRENCY.

           MOVE ZERO TO WS-CURR-FOUND.
           PERFORM 225-FIND-CURRENCY
               VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > WS-CURR-COUNT.

           IF WS-CURR-FOUND = ZERO
              IF WS-CURR-COUNT < WS-CURR-MAX
                 ADD 1 TO WS-CURR-COUNT
                 MOVE WS-CURR-COUNT TO WS-CURR-FOUND
                 MOVE WS-CURR-KEY TO WS-CURR-CODE(WS-CURR-FOUND)
                 MOVE ZERO TO WS-CURR-BODY-SUM(WS-CURR-FOUND)
                 MOVE ZERO TO WS-CURR-TRC-SUM(WS-CURR-FOUND)
                 MOVE 'N' TO WS-CURR-TRC-SEEN(WS-CURR-FOUND)
                 MOVE ZERO TO WS-CURR-EXC-SUM(WS-CURR-FOUND)
                 MOVE ZERO TO WS-CURR-MSG-SUM(WS-CURR-FOUND)
              ELSE
                 DISPLAY "CURRENCY TABLE FULL: " WS-CURR-KEY
                 MOVE 'N' TO WS-RELEASE
              END-IF
           END-IF.

       225-FIND-CURRENCY.

           IF WS-CURR-FOUND = ZERO
              AND WS-CURR-CODE(WS-CURR-SUB) = WS-CURR-KEY
                 MOVE WS-CURR-SUB TO WS-CURR-FOUND
           END-IF.

       230-CLEAR-TRC-CAPTURE.

           MOVE ZERO TO WS-CURR-TRC-SUM(WS-CURR-SUB).
           MOVE 'N' TO WS-CURR-TRC-SEEN(WS-CURR-SUB).

       240-CAPTURE-TRC.

           MOVE CTL-TRC-CURR TO WS-CURR-KEY.
           PERFORM 220-FIND-OR-ADD-CURRENCY.
           IF WS-CURR-FOUND > ZERO
              MOVE CTL-TRC-SUM TO WS-CURR-TRC-SUM(WS-CURR-FOUND)
              MOVE 'Y' TO WS-CURR-TRC-SEEN(WS-CURR-FOUND)
           END-IF.

       250-WRITE-EXCEPTION.

           ADD 1 TO WS-EXC-COUNTER.
           IF WS-CURR-FOUND > ZERO
              ADD CUOTA-PAY TO WS-CURR-EXC-SUM(WS-CURR-FOUND)
           END-IF.
           MOVE CUOTA-ACC TO EXC-ACC.
           MOVE CUOTA-PAY TO EXC-AMT.
           MOVE CUOTA-CURR TO EXC-CURR.
           WRITE EXCEPT-REC.

       260-CHECK-DISPUTE.

      * The quota is held by an open dispute on the whole account,
      * or on one of its items falling due inside the run's range.
           MOVE 'N' TO WS-DSP-HELD.
           IF WS-DISPUTES-ON-FILE
              MOVE WS-DSP-CHECK-ACC TO DSP-ACC
              MOVE ZERO TO DSP-DUE-YMD
              MOVE 'N' TO WS-DSP-EOF
              START DISPUTE-MASTER KEY IS >= DSP-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-DSP-EOF
              END-START
              PERFORM 265-SCAN-ONE-DISPUTE
                  UNTIL WS-DSP-EOF = 'Y' OR WS-IN-DISPUTE
           END-IF.

       265-SCAN-ONE-DISPUTE.

           READ DISPUTE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DSP-EOF
              NOT AT END
                 EVALUATE TRUE
                     WHEN DSP-ACC NOT = WS-DSP-CHECK-ACC
                       OR DSP-DUE-YMD > WS-RUN-TO-YMD
                         MOVE 'Y' TO WS-DSP-EOF
                     WHEN NOT DSP-OPEN
                         CONTINUE
                     WHEN DSP-DUE-YMD = ZERO
                       OR DSP-DUE-YMD >= WS-RUN-FROM-YMD
                         MOVE 'Y' TO WS-DSP-HELD
                 END-EVALUATE
           END-READ.

       300-CHECK-CONTROL-TOTALS.

      * Re-add the collection list exactly as the message will carry
      * it, then tie it back: every quota on the file is either in
      * the message or on the exception report, by count and by
      * currency, against the file's own trailer.
           MOVE 'N' TO WS-COLL-EOF.
           OPEN INPUT COLLECT-FILE.
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "UNABLE TO REREAD COLLECTION LIST, STATUS: "
                      WS-COLL-STATUS
              MOVE 'N' TO WS-RELEASE
           ELSE
              PERFORM UNTIL WS-COLL-EOF = 'Y'
                  READ COLLECT-FILE
                  AT END MOVE 'Y' TO WS-COLL-EOF
                  NOT AT END
                      PERFORM 310-ADD-TO-MESSAGE
                  END-READ
              END-PERFORM
              CLOSE COLLECT-FILE
           END-IF.

           IF WS-SEEN-TRAILER = 'N'
              DISPLAY "NO TRAILER RECORD ON QUOTA FILE"
              MOVE 'N' TO WS-RELEASE
           ELSE
              COMPUTE WS-CHECK-COUNT = WS-MSG-COUNT + WS-EXC-COUNTER
              IF WS-BODY-COUNT NOT = WS-TRL-COUNT
                 OR WS-CHECK-COUNT NOT = WS-TRL-COUNT
                 DISPLAY "RECORD COUNT MISMATCH - TRAILER: "
                         WS-TRL-COUNT " BODY: " WS-BODY-COUNT
                 DISPLAY "  IN MESSAGE: " WS-MSG-COUNT
                         " EXCEPTIONS: " WS-EXC-COUNTER
                 MOVE 'N' TO WS-RELEASE
              END-IF
              PERFORM 320-CHECK-ONE-CURRENCY
                  VARYING WS-CURR-SUB FROM 1 BY 1
                  UNTIL WS-CURR-SUB > WS-CURR-COUNT
           END-IF.

       310-ADD-TO-MESSAGE.

           ADD 1 TO WS-MSG-COUNT.
           ADD DDC-AMT TO WS-MSG-SUM.
           IF DDC-SEQ-TYPE = "FRST"
              ADD 1 TO WS-FRST-COUNT
              ADD DDC-AMT TO WS-FRST-SUM
           ELSE
              ADD 1 TO WS-RCUR-COUNT
              ADD DDC-AMT TO WS-RCUR-SUM
           END-IF.

           MOVE DDC-CURR TO WS-CURR-KEY.
           PERFORM 220-FIND-OR-ADD-CURRENCY.
           IF WS-CURR-FOUND > ZERO
              ADD DDC-AMT TO WS-CURR-MSG-SUM(WS-CURR-FOUND)
           END-IF.

       320-CHECK-ONE-CURRENCY.

           IF WS-CURR-TRC-SEEN(WS-CURR-SUB) = 'N'
              DISPLAY "NO TRAILER SUM FOR CURRENCY: "
                      WS-CURR-CODE(WS-CURR-SUB)
              MOVE 'N' TO WS-RELEASE
           ELSE
              COMPUTE WS-CHECK-SUM = WS-CURR-MSG-SUM(WS-CURR-SUB)
                                   + WS-CURR-EXC-SUM(WS-CURR-SUB)
              IF WS-CURR-BODY-SUM(WS-CURR-SUB)
                 NOT = WS-CURR-TRC-SUM(WS-CURR-SUB)
                 OR WS-CHECK-SUM NOT = WS-CURR-TRC-SUM(WS-CURR-SUB)
                 DISPLAY "CONTROL SUM MISMATCH "
                         WS-CURR-CODE(WS-CURR-SUB)
                         " TRAILER: " WS-CURR-TRC-SUM(WS-CURR-SUB)
                         " BODY: " WS-CURR-BODY-SUM(WS-CURR-SUB)
                 DISPLAY "  IN MESSAGE: " WS-CURR-MSG-SUM(WS-CURR-SUB)
                         " EXCEPTIONS: " WS-CURR-EXC-SUM(WS-CURR-SUB)
                 MOVE 'N' TO WS-RELEASE
              END-IF
           END-IF.

       400-RELEASE-PAIN008.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE SPACES TO PAIN-REC.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                      DELIMITED BY SIZE
                  'pain.008.001.02">' DELIMITED BY SIZE
                  INTO PAIN-REC
           END-STRING.
           WRITE PAIN-REC.
           MOVE "<CstmrDrctDbtInitn>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<GrpHdr>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "MsgId" TO WS-XML-TAG.
           MOVE WS-MSG-ID TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "CreDtTm" TO WS-XML-TAG.
           MOVE WS-CRE-DT-TM TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "NbOfTxs" TO WS-XML-TAG.
           MOVE WS-MSG-COUNT TO WS-XML-CNT.
           PERFORM 830-EDIT-COUNT.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "CtrlSum" TO WS-XML-TAG.
           MOVE WS-MSG-SUM TO WS-XML-AMT.
           PERFORM 820-EDIT-AMOUNT.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "<InitgPty>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Nm" TO WS-XML-TAG.
           MOVE WS-CRED-NAME TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</InitgPty>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</GrpHdr>" TO PAIN-REC.
           WRITE PAIN-REC.

           IF WS-FRST-COUNT > ZERO
              MOVE "FRST" TO WS-PMT-SEQ-TYPE
              MOVE WS-FRST-COUNT TO WS-PMT-COUNT
              MOVE WS-FRST-SUM TO WS-PMT-SUM
              PERFORM 410-WRITE-PAYMENT-BLOCK
           END-IF.
           IF WS-RCUR-COUNT > ZERO
              MOVE "RCUR" TO WS-PMT-SEQ-TYPE
              MOVE WS-RCUR-COUNT TO WS-PMT-COUNT
              MOVE WS-RCUR-SUM TO WS-PMT-SUM
              PERFORM 410-WRITE-PAYMENT-BLOCK
           END-IF.

           MOVE "</CstmrDrctDbtInitn>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</Document>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE 'Y' TO WS-RELEASED.

       410-WRITE-PAYMENT-BLOCK.

           MOVE "<PmtInf>" TO PAIN-REC.
           WRITE PAIN-REC.
      * Fixed-width parts, exactly the 35 characters the schema
      * allows: the message Id without the hyphen after BCUOTA (run
      * dates and time, 24 characters), then the sequence type.
           MOVE SPACES TO WS-PMT-INF-ID.
           STRING "BCUOTA" DELIMITED BY SIZE
                  WS-MSG-ID(8:24) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PMT-SEQ-TYPE DELIMITED BY SIZE
                  INTO WS-PMT-INF-ID
           END-STRING.
           MOVE "PmtInfId" TO WS-XML-TAG.
           MOVE WS-PMT-INF-ID TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "PmtMtd" TO WS-XML-TAG.
           MOVE "DD" TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "NbOfTxs" TO WS-XML-TAG.
           MOVE WS-PMT-COUNT TO WS-XML-CNT.
           PERFORM 830-EDIT-COUNT.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "CtrlSum" TO WS-XML-TAG.
           MOVE WS-PMT-SUM TO WS-XML-AMT.
           PERFORM 820-EDIT-AMOUNT.
           PERFORM 810-WRITE-ELEMENT.

           MOVE "<PmtTpInf>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<SvcLvl>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Cd" TO WS-XML-TAG.
           MOVE "SEPA" TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</SvcLvl>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<LclInstrm>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Cd" TO WS-XML-TAG.
           MOVE "CORE" TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</LclInstrm>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "SeqTp" TO WS-XML-TAG.
           MOVE WS-PMT-SEQ-TYPE TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</PmtTpInf>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "ReqdColltnDt" TO WS-XML-TAG.
           MOVE WS-DUE-ISO TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.

           MOVE "<Cdtr>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Nm" TO WS-XML-TAG.
           MOVE WS-CRED-NAME TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</Cdtr>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<CdtrAcct>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<Id>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "IBAN" TO WS-XML-TAG.
           MOVE WS-CRED-IBAN TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</Id>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</CdtrAcct>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<CdtrAgt>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<FinInstnId>" TO PAIN-REC.
           WRITE PAIN-REC.
           IF WS-CRED-BIC NOT = SPACES
              MOVE "BIC" TO WS-XML-TAG
              MOVE WS-CRED-BIC TO WS-XML-VAL
              PERFORM 810-WRITE-ELEMENT
           ELSE
              PERFORM 840-WRITE-NO-AGENT-ID
           END-IF.
           MOVE "</FinInstnId>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</CdtrAgt>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "ChrgBr" TO WS-XML-TAG.
           MOVE "SLEV" TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.

           MOVE "<CdtrSchmeId>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<Id>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<PrvtId>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<Othr>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Id" TO WS-XML-TAG.
           MOVE WS-CRED-ID TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "<SchmeNm>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Prtry" TO WS-XML-TAG.
           MOVE "SEPA" TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</SchmeNm>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</Othr>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</PrvtId>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</Id>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</CdtrSchmeId>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE 'N' TO WS-COLL-EOF.
           OPEN INPUT COLLECT-FILE.
           PERFORM UNTIL WS-COLL-EOF = 'Y'
               READ COLLECT-FILE
               AT END MOVE 'Y' TO WS-COLL-EOF
               NOT AT END
                   IF DDC-SEQ-TYPE = WS-PMT-SEQ-TYPE
                      PERFORM 420-WRITE-TRANSACTION
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE COLLECT-FILE.

           MOVE "</PmtInf>" TO PAIN-REC.
           WRITE PAIN-REC.

       420-WRITE-TRANSACTION.

           MOVE "<DrctDbtTxInf>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<PmtId>" TO PAIN-REC.
           WRITE PAIN-REC.
      * The account number is the end-to-end reference; it comes
      * back on the bank's status report to find the loan again.
           MOVE "EndToEndId" TO WS-XML-TAG.
           MOVE DDC-ACC TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</PmtId>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE DDC-AMT TO WS-XML-AMT.
           PERFORM 820-EDIT-AMOUNT.
           PERFORM 815-FIND-VALUE-LENGTH.
           MOVE SPACES TO PAIN-REC.
           STRING '<InstdAmt Ccy="' DELIMITED BY SIZE
                  DDC-CURR DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  WS-XML-VAL(1:WS-XML-LEN) DELIMITED BY SIZE
                  "</InstdAmt>" DELIMITED BY SIZE
                  INTO PAIN-REC
           END-STRING.
           WRITE PAIN-REC.

           MOVE "<DrctDbtTx>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<MndtRltdInf>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "MndtId" TO WS-XML-TAG.
           MOVE DDC-REF TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE DDC-SIGN-YMD TO WS-SIGN-YMD.
           MOVE WS-SIGN-YEAR TO WS-SIGN-ISO-YEAR.
           MOVE WS-SIGN-MONTH TO WS-SIGN-ISO-MONTH.
           MOVE WS-SIGN-DAY TO WS-SIGN-ISO-DAY.
           MOVE "DtOfSgntr" TO WS-XML-TAG.
           MOVE WS-SIGN-ISO TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</MndtRltdInf>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</DrctDbtTx>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<DbtrAgt>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<FinInstnId>" TO PAIN-REC.
           WRITE PAIN-REC.
           PERFORM 840-WRITE-NO-AGENT-ID.
           MOVE "</FinInstnId>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</DbtrAgt>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<Dbtr>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Nm" TO WS-XML-TAG.
           MOVE DDC-NAME TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</Dbtr>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<DbtrAcct>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "<Id>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "IBAN" TO WS-XML-TAG.
           MOVE DDC-IBAN TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</Id>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "</DbtrAcct>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "<RmtInf>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE SPACES TO WS-XML-VAL.
           STRING "LOAN INSTALMENT " DELIMITED BY SIZE
                  DDC-ACC DELIMITED BY SPACE
                  " DUE " DELIMITED BY SIZE
                  DDC-DATE DELIMITED BY SIZE
                  INTO WS-XML-VAL
           END-STRING.
           MOVE "Ustrd" TO WS-XML-TAG.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</RmtInf>" TO PAIN-REC.
           WRITE PAIN-REC.

           MOVE "</DrctDbtTxInf>" TO PAIN-REC.
           WRITE PAIN-REC.

           IF DDC-SEQ-TYPE = "FRST"
              PERFORM 430-STAMP-FIRST-COLLECTION
           END-IF.

       430-STAMP-FIRST-COLLECTION.

      * Remember the first collection on the mandate so the next run
      * sends RCUR. A FRST the bank rejects is cleared again by
      * ddreturn.
           MOVE DDC-ACC TO MAN-ACC.
           READ MANDATE-MASTER
              INVALID KEY
                 DISPLAY "MANDATE GONE BEFORE STAMPING: " DDC-ACC
              NOT INVALID KEY
                 IF MAN-FIRST-COLL-YMD NOT NUMERIC
                    OR MAN-FIRST-COLL-YMD = ZERO
                    MOVE WS-DUE-YMD TO MAN-FIRST-COLL-YMD
                    REWRITE MANDATE-REC
                    ADD 1 TO WS-STAMP-COUNTER
                 END-IF
           END-READ.

       810-WRITE-ELEMENT.

      * One element per line: <tag>value</tag>, trailing blanks of
      * the value dropped. The three characters that would break
      * the XML are outside the SEPA character set anyway and are
      * swapped for allowed ones.
           INSPECT WS-XML-VAL REPLACING ALL "&" BY "+"
                                        ALL "<" BY "("
                                        ALL ">" BY ")".
           PERFORM 815-FIND-VALUE-LENGTH.
           MOVE SPACES TO PAIN-REC.
           STRING "<" DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WS-XML-VAL(1:WS-XML-LEN) DELIMITED BY SIZE
                  "</" DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO PAIN-REC
           END-STRING.
           WRITE PAIN-REC.

       815-FIND-VALUE-LENGTH.

           MOVE 70 TO WS-XML-LEN.
           PERFORM 816-STEP-BACK
               UNTIL WS-XML-LEN = 1
               OR WS-XML-VAL(WS-XML-LEN:1) NOT = SPACE.

       816-STEP-BACK.

           SUBTRACT 1 FROM WS-XML-LEN.

       820-EDIT-AMOUNT.

      * Decimal amount with point and two places, no leading blanks.
           MOVE WS-XML-AMT TO WS-XML-AMT-ED.
           MOVE ZERO TO WS-XML-LEAD.
           INSPECT WS-XML-AMT-ED TALLYING WS-XML-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-XML-VAL.
           MOVE WS-XML-AMT-ED(WS-XML-LEAD + 1:) TO WS-XML-VAL.

       830-EDIT-COUNT.

           MOVE WS-XML-CNT TO WS-XML-CNT-ED.
           MOVE ZERO TO WS-XML-LEAD.
           INSPECT WS-XML-CNT-ED TALLYING WS-XML-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-XML-VAL.
           MOVE WS-XML-CNT-ED(WS-XML-LEAD + 1:) TO WS-XML-VAL.

       840-WRITE-NO-AGENT-ID.

      * IBAN-only: the scheme takes the agent as not provided.
           MOVE "<Othr>" TO PAIN-REC.
           WRITE PAIN-REC.
           MOVE "Id" TO WS-XML-TAG.
           MOVE "NOTPROVIDED" TO WS-XML-VAL.
           PERFORM 810-WRITE-ELEMENT.
           MOVE "</Othr>" TO PAIN-REC.
           WRITE PAIN-REC.

       900-WRAPUP.

           CLOSE CUOTA.
           CLOSE MANDATE-MASTER.
           CLOSE EXCEPT-FILE.
           CLOSE PAIN-FILE.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           IF WS-DISPUTES-ON-FILE
              CLOSE DISPUTE-MASTER
           END-IF.

           DISPLAY "COLLECTIONS WRITTEN: " WS-COLL-COUNTER.
           DISPLAY "EXCEPTIONS WRITTEN:  " WS-EXC-COUNTER.
           DISPLAY "  HELD IN DISPUTE:   " WS-DISPUTE-COUNTER.
           DISPLAY "FIRST COLLECTIONS:   " WS-FRST-COUNT.
           DISPLAY "RECURRING:           " WS-RCUR-COUNT.
           DISPLAY "CONTROL SUM:         " WS-MSG-SUM.

           EVALUATE TRUE
               WHEN WS-FILE-RELEASED
                   DISPLAY "PAIN.008 RELEASED: " WS-MSG-ID
                   DISPLAY "MANDATES STAMPED:    " WS-STAMP-COUNTER
                   PERFORM 950-REGISTER-DISPATCH
                   MOVE 0 TO RETURN-CODE
               WHEN WS-RELEASE-OK
                   DISPLAY "NO COLLECTIONS TO SEND"
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PAIN.008 NOT RELEASED - FILE LEFT EMPTY"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       950-REGISTER-DISPATCH.

           MOVE "LOG DDPAIN008 bcuota-dd-pain008" TO WS-DISPREG-PARM.
           DISPLAY WS-DISPREG-PARM UPON COMMAND-LINE.
           CALL "dispreg"
               ON EXCEPTION
                   DISPLAY "DISPATCH REGISTER NOT AVAILABLE"
           END-CALL.
           CANCEL "dispreg".
           MOVE 0 TO RETURN-CODE.
      ******************************************************************

      * totals for the servicing manager go to
      * bcuota-dunning-summary.
      *
      * Borrowers on the email channel (BOR-CHANNEL E with an
      * address on file) get the letter on the outbound email spool
      * bcuota-email-spool instead, under a document reference and
      * with the letter kept on the bcuota-email-docs store, the same
      * way stmtwrite sends statements. A bounce brings it back to
      * print through mailbounce, so no notice is lost. An email
      * borrower with no address is listed as an exception and
      * lettered on paper.
      *
      * An account with an open dispute on bcuota-disputes (on the
      * account or on any of its items, see dispmaint) is not
      * lettered or escalated while the dispute stands; it is listed
      * on the exceptions as held - in dispute.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dunning.
           RECORD KEY IS BOR-ACC
           FILE STATUS IS WS-BOR-STATUS.

           SELECT DISPUTE-MASTER ASSIGN TO "bcuota-disputes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-STATUS.

           SELECT LETTER-FILE ASSIGN TO "bcuota-dunning-letters"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EMAIL-SPOOL ASSIGN TO "bcuota-email-spool"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT EMAIL-DOCS ASSIGN TO "bcuota-email-docs"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EDS-KEY
           FILE STATUS IS WS-EDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARREARS-MASTER.
               05 BOR-EMAIL PIC X(40).
               05 FILLER PIC X(8).

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

       FD LETTER-FILE.
           01 LETTER-REC PIC X(80).

       FD SUMMARY-FILE.
           01 SUMMARY-REC PIC X(80).

       FD EMAIL-SPOOL.
           01 SPOOL-HDR-REC.
               05 SPH-REC-TYPE PIC X(1).
               05 FILLER PIC X(1).
               05 SPH-REF PIC X(24).
               05 FILLER PIC X(1).
               05 SPH-DOC-TYPE PIC X(4).
               05 FILLER PIC X(1).
               05 SPH-ACC PIC X(29).
               05 FILLER PIC X(1).
               05 SPH-EMAIL PIC X(40).
               05 FILLER PIC X(1).
               05 SPH-SUBJECT PIC X(60).
           01 SPOOL-LINE-REC.
               05 SPL-REC-TYPE PIC X(1).
               05 FILLER PIC X(1).
               05 SPL-REF PIC X(24).
               05 FILLER PIC X(1).
               05 SPL-TEXT PIC X(80).

       FD EMAIL-DOCS.
           01 EMAIL-DOC-REC.
               05 EDS-KEY.
                   10 EDS-REF PIC X(24).
                   10 EDS-LINE PIC 9(3).
               05 EDS-TEXT PIC X(80).
               05 FILLER PIC X(20).
      * Line 000 of each document is its header.
           01 EMAIL-DOC-HDR.
               05 FILLER PIC X(27).
               05 EDH-ACC PIC X(29).
               05 EDH-DOC-TYPE PIC X(4).
               05 EDH-SENT-YMD PIC 9(8).
               05 EDH-STATUS PIC X(1).
                   88 EDH-SENT VALUE "S".
                   88 EDH-REQUEUED VALUE "R".
               05 EDH-REQUEUE-YMD PIC 9(8).
               05 EDH-LINES PIC 9(3).
               05 EDH-EMAIL PIC X(40).
               05 FILLER PIC X(7).

       WORKING-STORAGE SECTION.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.
               88 WS-BORROWERS-ON-FILE VALUE "Y".
           01 WS-BOR-FOUND PIC X(1) VALUE "N".
               88 WS-BORROWER-FOUND VALUE "Y".
           01 WS-SPL-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-AVAIL PIC X(1) VALUE "N".
               88 WS-DISPUTES-ON-FILE VALUE "Y".
           01 WS-DSP-EOF PIC X(1) VALUE "N".
           01 WS-DSP-HELD PIC X(1) VALUE "N".
               88 WS-IN-DISPUTE VALUE "Y".
           01 WS-DSP-CHECK-ACC PIC X(29) VALUE SPACES.
           01 WS-EDS-STATUS PIC X(2) VALUE SPACES.
           01 WS-EMAIL-AVAIL PIC X(1) VALUE "N".
               88 WS-EMAIL-SPOOL-OPEN VALUE "Y".

      * Where the letter being written goes, and the email
      * document's reference and line count.
           01 WS-DOC-ROUTE PIC X(1) VALUE "P".
               88 WS-DOC-BY-EMAIL VALUE "E".
               88 WS-DOC-BY-PRINT VALUE "P".
           01 WS-OUT-LINE PIC X(80) VALUE SPACES.
           01 WS-DOC-REF PIC X(24) VALUE SPACES.
           01 WS-DOC-TYPE PIC X(4) VALUE SPACES.
           01 WS-DOC-SEQ PIC 9(6) VALUE ZERO.
           01 WS-DOC-LINES PIC 9(3) VALUE ZERO.
           01 WS-DOC-SUBJECT PIC X(60) VALUE SPACES.
           01 WS-STIME PIC 9(8) VALUE ZERO.

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-TDATE REDEFINES WS-SDATE.

           01 WS-LETTER-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOADDR-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EMAIL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOEMAIL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DISPUTE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-LEVEL-SUB PIC 9(1) VALUE ZERO.

           01 WS-LETTER-SEP PIC X(80) VALUE ALL "=".
       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.
                         WS-BOR-STATUS
                 DISPLAY "LETTERS GO OUT ADDRESSED BY ACCOUNT ONLY"
              END-IF
              MOVE 'N' TO WS-DSP-AVAIL
              OPEN INPUT DISPUTE-MASTER
              IF WS-DSP-STATUS = "00"
                 MOVE 'Y' TO WS-DSP-AVAIL
              END-IF
              OPEN OUTPUT LETTER-FILE
              OPEN OUTPUT EXCEPT-FILE
              OPEN OUTPUT SUMMARY-FILE
              PERFORM 120-OPEN-EMAIL-SPOOL
           END-IF.

       120-OPEN-EMAIL-SPOOL.

      * The spool accumulates the day's documents from stmtwrite and
      * dunning until the mail gateway collects and empties it.
      * Without the spool or the document store every letter is
      * printed, as before electronic delivery.
           MOVE 'N' TO WS-EMAIL-AVAIL.
           OPEN I-O EMAIL-DOCS.
           IF WS-EDS-STATUS = "35"
      * First run: create the empty document store, then reopen.
              OPEN OUTPUT EMAIL-DOCS
              CLOSE EMAIL-DOCS
              OPEN I-O EMAIL-DOCS
           END-IF.
           IF WS-EDS-STATUS NOT = "00"
              DISPLAY "EMAIL DOCUMENT STORE NOT AVAILABLE, STATUS: "
                      WS-EDS-STATUS
              DISPLAY "ALL LETTERS GO TO PRINT"
           ELSE
              OPEN EXTEND EMAIL-SPOOL
              IF WS-SPL-STATUS NOT = "00"
                 OPEN OUTPUT EMAIL-SPOOL
              END-IF
              IF WS-SPL-STATUS NOT = "00"
                 DISPLAY "EMAIL SPOOL NOT AVAILABLE, STATUS: "
                         WS-SPL-STATUS
                 DISPLAY "ALL LETTERS GO TO PRINT"
                 CLOSE EMAIL-DOCS
              ELSE
                 MOVE 'Y' TO WS-EMAIL-AVAIL
              END-IF
           END-IF.

       200-WALK-ARREARS.
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF ARR-AMOUNT > ZERO AND NOT ARR-WRITTEN-OFF
                    MOVE ARR-ACC TO WS-DSP-CHECK-ACC
                    PERFORM 215-CHECK-DISPUTE
                    IF WS-IN-DISPUTE
                       ADD 1 TO WS-DISPUTE-COUNTER
                       MOVE ARR-ACC TO EXC-ACC
                       MOVE "HELD - IN DISPUTE" TO EXC-REASON
                       WRITE EXCEPT-REC
                    ELSE
                       PERFORM 220-CHECK-ESCALATION
                    END-IF
                 END-IF
           END-READ.

       215-CHECK-DISPUTE.

      * Any open dispute on the account -- on the whole account or
      * on one of its items -- holds the position.
           MOVE 'N' TO WS-DSP-HELD.
           IF WS-DISPUTES-ON-FILE
              MOVE WS-DSP-CHECK-ACC TO DSP-ACC
              MOVE ZERO TO DSP-DUE-YMD
              MOVE 'N' TO WS-DSP-EOF
              START DISPUTE-MASTER KEY IS >= DSP-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-DSP-EOF
              END-START
              PERFORM 216-SCAN-ONE-DISPUTE
                  UNTIL WS-DSP-EOF = 'Y' OR WS-IN-DISPUTE
           END-IF.

       216-SCAN-ONE-DISPUTE.

           READ DISPUTE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DSP-EOF
              NOT AT END
                 IF DSP-ACC NOT = WS-DSP-CHECK-ACC
                    MOVE 'Y' TO WS-DSP-EOF
                 ELSE
                    IF DSP-OPEN
                       MOVE 'Y' TO WS-DSP-HELD
                    END-IF
                 END-IF
           END-READ.

       300-WRITE-LETTER.

           ADD 1 TO WS-LETTER-COUNTER.
           PERFORM 305-FIND-BORROWER.

           MOVE WS-LETTER-SEP TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   MOVE WS-LETTER-TITLE-1 TO WS-OUT-LINE
               WHEN 2
                   MOVE WS-LETTER-TITLE-2 TO WS-OUT-LINE
               WHEN OTHER
                   MOVE WS-LETTER-TITLE-3 TO WS-OUT-LINE
           END-EVALUATE.
           PERFORM 800-PUT-LINE.

           MOVE WS-CDATE TO LTR-DATE.
           MOVE WS-LETTER-DATE-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.

           PERFORM 310-WRITE-ADDRESS-BLOCK.

           MOVE ARR-ACC TO LTR-ACC.
           MOVE WS-LETTER-ACC-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE ARR-AMOUNT TO LTR-AMT.
           MOVE ARR-CURR TO LTR-CURR.
           MOVE WS-LETTER-AMT-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE WS-PAST-DAYS TO LTR-DAYS.
           MOVE WS-LETTER-DAYS-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.

           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   MOVE WS-LETTER-BODY-1 TO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
                   MOVE WS-LETTER-BODY-1B TO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
               WHEN 2
                   MOVE WS-LETTER-BODY-2 TO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
                   MOVE WS-LETTER-BODY-2B TO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
               WHEN OTHER
                   MOVE WS-LETTER-BODY-3 TO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
                   MOVE WS-LETTER-BODY-3B TO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
           END-EVALUATE.

           IF WS-DOC-BY-EMAIL
              PERFORM 820-END-EMAIL-DOC
           END-IF.

       305-FIND-BORROWER.

      * Address and delivery channel from the borrower master.
           MOVE 'N' TO WS-BOR-FOUND.
           MOVE 'P' TO WS-DOC-ROUTE.
           IF WS-BORROWERS-ON-FILE
              MOVE ARR-ACC TO BOR-ACC
              READ BORROWER-MASTER
              END-READ
           END-IF.

           IF WS-BORROWER-FOUND AND BOR-BY-EMAIL
              IF BOR-EMAIL = SPACES
                 ADD 1 TO WS-NOEMAIL-COUNTER
                 MOVE ARR-ACC TO EXC-ACC
                 MOVE "NO EMAIL ADDRESS" TO EXC-REASON
                 WRITE EXCEPT-REC
              ELSE
                 IF WS-EMAIL-SPOOL-OPEN
                    MOVE SPACES TO WS-DOC-SUBJECT
                    EVALUATE WS-TARGET-LEVEL
                        WHEN 1
                            MOVE "DUN1" TO WS-DOC-TYPE
                            MOVE WS-LETTER-TITLE-1 TO WS-DOC-SUBJECT
                        WHEN 2
                            MOVE "DUN2" TO WS-DOC-TYPE
                            MOVE WS-LETTER-TITLE-2 TO WS-DOC-SUBJECT
                        WHEN OTHER
                            MOVE "DUN3" TO WS-DOC-TYPE
                            MOVE WS-LETTER-TITLE-3 TO WS-DOC-SUBJECT
                    END-EVALUATE
                    PERFORM 810-START-EMAIL-DOC
                 END-IF
              END-IF
           END-IF.

       310-WRITE-ADDRESS-BLOCK.

      * The postal address is kept on emailed letters too, so a
      * bounced one can go straight to print.
           IF NOT WS-BORROWER-FOUND
              ADD 1 TO WS-NOADDR-COUNTER
              MOVE ARR-ACC TO EXC-ACC
              WRITE EXCEPT-REC
           ELSE
              MOVE BOR-NAME TO LTR-NAME
              MOVE WS-LETTER-NAME-LINE TO WS-OUT-LINE
              PERFORM 800-PUT-LINE
              IF BOR-ADDR1 NOT = SPACES
                 MOVE BOR-ADDR1 TO LTR-ADDR
                 MOVE WS-LETTER-ADDR-LINE TO WS-OUT-LINE
                 PERFORM 800-PUT-LINE
              END-IF
              IF BOR-ADDR2 NOT = SPACES
                 MOVE BOR-ADDR2 TO LTR-ADDR
                 MOVE WS-LETTER-ADDR-LINE TO WS-OUT-LINE
                 PERFORM 800-PUT-LINE
              END-IF
              IF BOR-ADDR3 NOT = SPACES
                 MOVE BOR-ADDR3 TO LTR-ADDR
                 MOVE WS-LETTER-ADDR-LINE TO WS-OUT-LINE
                 PERFORM 800-PUT-LINE
              END-IF
           END-IF.

           COMPUTE WS-DS-SERIAL = 365 * WS-DS-Y + WS-DS-A - WS-DS-B
                                + WS-DS-C + WS-DS-E + WS-DS-DD.

       800-PUT-LINE.

      * One letter line, to the print file or to the email spool
      * and document store.
           IF WS-DOC-BY-EMAIL
              ADD 1 TO WS-DOC-LINES
              MOVE SPACES TO SPOOL-LINE-REC
              MOVE "L" TO SPL-REC-TYPE
              MOVE WS-DOC-REF TO SPL-REF
              MOVE WS-OUT-LINE TO SPL-TEXT
              WRITE SPOOL-LINE-REC
              MOVE SPACES TO EMAIL-DOC-REC
              MOVE WS-DOC-REF TO EDS-REF
              MOVE WS-DOC-LINES TO EDS-LINE
              MOVE WS-OUT-LINE TO EDS-TEXT
              WRITE EMAIL-DOC-REC
                 INVALID KEY
                    DISPLAY "DOCUMENT LINE ALREADY STORED: " EDS-KEY
              END-WRITE
           ELSE
              MOVE WS-OUT-LINE TO LETTER-REC
              WRITE LETTER-REC
           END-IF.

       810-START-EMAIL-DOC.

      * Document reference: type, run date and time, sequence.
           ADD 1 TO WS-DOC-SEQ.
           MOVE SPACES TO WS-DOC-REF.
           STRING WS-DOC-TYPE DELIMITED BY SIZE
                  WS-SDATE DELIMITED BY SIZE
                  WS-STIME(1:6) DELIMITED BY SIZE
                  WS-DOC-SEQ DELIMITED BY SIZE
                  INTO WS-DOC-REF
           END-STRING.
           MOVE 'E' TO WS-DOC-ROUTE.
           MOVE ZERO TO WS-DOC-LINES.

           MOVE SPACES TO SPOOL-HDR-REC.
           MOVE "H" TO SPH-REC-TYPE.
           MOVE WS-DOC-REF TO SPH-REF.
           MOVE WS-DOC-TYPE TO SPH-DOC-TYPE.
           MOVE BOR-ACC TO SPH-ACC.
           MOVE BOR-EMAIL TO SPH-EMAIL.
           MOVE WS-DOC-SUBJECT TO SPH-SUBJECT.
           WRITE SPOOL-HDR-REC.

       820-END-EMAIL-DOC.

           ADD 1 TO WS-EMAIL-COUNTER.
           MOVE SPACES TO EMAIL-DOC-REC.
           MOVE WS-DOC-REF TO EDS-REF.
           MOVE ZERO TO EDS-LINE.
           MOVE BOR-ACC TO EDH-ACC.
           MOVE WS-DOC-TYPE TO EDH-DOC-TYPE.
           MOVE WS-SDATE TO EDH-SENT-YMD.
           MOVE "S" TO EDH-STATUS.
           MOVE ZERO TO EDH-REQUEUE-YMD.
           MOVE WS-DOC-LINES TO EDH-LINES.
           MOVE BOR-EMAIL TO EDH-EMAIL.
           WRITE EMAIL-DOC-REC
              INVALID KEY
                 DISPLAY "DOCUMENT ALREADY STORED: " WS-DOC-REF
           END-WRITE.
           MOVE 'P' TO WS-DOC-ROUTE.

       900-WRAPUP.

           CLOSE ARREARS-MASTER.
           IF WS-DISPUTES-ON-FILE
              CLOSE DISPUTE-MASTER
           END-IF.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE SUMMARY-FILE.
           IF WS-EMAIL-SPOOL-OPEN
              CLOSE EMAIL-SPOOL
              CLOSE EMAIL-DOCS
           END-IF.

           DISPLAY "LETTERS PRODUCED:   " WS-LETTER-COUNTER.
           DISPLAY "  OF WHICH EMAILED: " WS-EMAIL-COUNTER.
           DISPLAY "MISSING BORROWERS:  " WS-NOADDR-COUNTER.
           DISPLAY "NO EMAIL ADDRESS:   " WS-NOEMAIL-COUNTER.
           DISPLAY "HELD - IN DISPUTE:  " WS-DISPUTE-COUNTER.

           MOVE 0 TO RETURN-CODE.


      * files are all written in input order by the batch, so the
      * three streams are read forward in step.
      *
      * Borrowers who opted for electronic delivery (BOR-CHANNEL E
      * with an email address on the borrower master) get their
      * statement on the outbound email spool bcuota-email-spool
      * instead of the print file: a header record with the document
      * reference, document type, account, address and subject, then
      * the statement's lines. Each emailed document is also kept
      * line for line on the bcuota-email-docs store under its
      * reference, so mailbounce can put it back in print if the
      * mail bounces. Only letter-channel statements stay in
      * bcuota-statements.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stmtwrite.
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
       FD CUOTA.
               05 FILLER PIC X(1) VALUE SPACE.
               05 EXC-REASON PIC X(20).

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
           01 WS-CUOTA-PATH PIC X(40) VALUE SPACES.
           01 WS-CUOTA-STATUS PIC X(2) VALUE SPACES.
               88 WS-BORROWERS-ON-FILE VALUE "Y".
           01 WS-BOR-FOUND PIC X(1) VALUE "N".
               88 WS-BORROWER-FOUND VALUE "Y".
           01 WS-SPL-STATUS PIC X(2) VALUE SPACES.
           01 WS-EDS-STATUS PIC X(2) VALUE SPACES.
           01 WS-EMAIL-AVAIL PIC X(1) VALUE "N".
               88 WS-EMAIL-SPOOL-OPEN VALUE "Y".

      * Where the document being written goes, and the email
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

           01 WS-CUOTA-EOF PIC X(1) VALUE "N".
           01 WS-AUDIT-EOF PIC X(1) VALUE "N".

           01 WS-STMT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOADDR-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-EMAIL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-NOEMAIL-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-DISPREG-PARM PIC X(60) VALUE SPACES.
           01 WS-SCHED-LINES PIC 9(3) VALUE ZERO.
           01 WS-STMT-ADDR-LINE.
               05 FILLER PIC X(17) VALUE SPACES.
               05 STM-ADDR PIC X(35).
           01 WS-STMT-ACC-LINE.
               05 FILLER PIC X(17) VALUE "ACCOUNT:         ".
               05 STM-ACC PIC X(29).
       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.
                    OPEN OUTPUT STMT-FILE
                    OPEN OUTPUT EXCEPT-FILE
                    PERFORM 110-OPEN-BORROWERS
                    PERFORM 120-OPEN-EMAIL-SPOOL
                 END-IF
              END-IF
           END-IF.
              DISPLAY "STATEMENTS GO OUT ADDRESSED BY ACCOUNT ONLY"
           END-IF.

       120-OPEN-EMAIL-SPOOL.

      * The spool accumulates the day's documents from stmtwrite and
      * dunning until the mail gateway collects and empties it.
      * Without the spool or the document store every statement is
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
              DISPLAY "ALL STATEMENTS GO TO PRINT"
           ELSE
              OPEN EXTEND EMAIL-SPOOL
              IF WS-SPL-STATUS NOT = "00"
                 OPEN OUTPUT EMAIL-SPOOL
              END-IF
              IF WS-SPL-STATUS NOT = "00"
                 DISPLAY "EMAIL SPOOL NOT AVAILABLE, STATUS: "
                         WS-SPL-STATUS
                 DISPLAY "ALL STATEMENTS GO TO PRINT"
                 CLOSE EMAIL-DOCS
              ELSE
                 MOVE 'Y' TO WS-EMAIL-AVAIL
              END-IF
           END-IF.

       200-WRITE-STATEMENT.

           PERFORM 210-FIND-AUDIT-TERMS.
           IF WS-AUDIT-FOUND = 'N'
              DISPLAY "NO AUDIT TERMS FOR: " CUOTA-ACC
           ELSE
              PERFORM 215-FIND-BORROWER
              PERFORM 220-WRITE-HEADER
              PERFORM 230-WRITE-SCHEDULE-BLOCK
              PERFORM 240-WRITE-TRAILER
              IF WS-DOC-BY-EMAIL
                 PERFORM 820-END-EMAIL-DOC
              END-IF
              ADD 1 TO WS-STMT-COUNTER
           END-IF.

               END-READ
           END-PERFORM.

       215-FIND-BORROWER.

      * Real name and postal address from the borrower master, and
      * the delivery channel. An account with no borrower record
      * goes to the exception report and its statement carries the
      * account number only, as every statement did before the
      * master existed. An email borrower with no address on file
      * is listed too and gets the statement in print.
           MOVE 'N' TO WS-BOR-FOUND.
           MOVE 'P' TO WS-DOC-ROUTE.
           IF WS-BORROWERS-ON-FILE
              MOVE CUOTA-ACC TO BOR-ACC
              READ BORROWER-MASTER
              MOVE "NO BORROWER RECORD" TO EXC-REASON
              WRITE EXCEPT-REC
           ELSE
              IF BOR-BY-EMAIL
                 IF BOR-EMAIL = SPACES
                    ADD 1 TO WS-NOEMAIL-COUNTER
                    MOVE CUOTA-ACC TO EXC-ACC
                    MOVE "NO EMAIL ADDRESS" TO EXC-REASON
                    WRITE EXCEPT-REC
                 ELSE
                    IF WS-EMAIL-SPOOL-OPEN
                       MOVE SPACES TO WS-DOC-SUBJECT
                       STRING "LOAN PAYMENT STATEMENT - ACCOUNT "
                                  DELIMITED BY SIZE
                              CUOTA-ACC DELIMITED BY SPACE
                              INTO WS-DOC-SUBJECT
                       END-STRING
                       MOVE "STMT" TO WS-DOC-TYPE
                       PERFORM 810-START-EMAIL-DOC
                    END-IF
                 END-IF
              END-IF
           END-IF.

       220-WRITE-HEADER.

           MOVE WS-STMT-SEP TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE WS-STMT-TITLE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           PERFORM 225-WRITE-ADDRESS-BLOCK.
           MOVE CUOTA-ACC TO STM-ACC.
           MOVE WS-STMT-ACC-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE WS-CDATE TO STM-DATE.
           MOVE WS-STMT-DATE-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE AUD-PRIN-AMT TO STM-PRIN.
           MOVE AUD-INT-RATE TO STM-RATE.
           MOVE AUD-TIMEYR TO STM-YEARS.
           MOVE AUD-LOAN-TYPE TO STM-TYPE.
           MOVE AUD-PAY-FREQ TO STM-FREQ.
           MOVE WS-STMT-TERMS-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE CUOTA-PAY TO STM-PAY.
           MOVE CUOTA-CURR TO STM-CURR.
           MOVE WS-STMT-PAY-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.
           MOVE WS-STMT-SCHED-HEAD TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.

       225-WRITE-ADDRESS-BLOCK.

      * The postal address is kept on emailed statements too, so a
      * bounced one can go straight to print.
           IF WS-BORROWER-FOUND
              MOVE BOR-NAME TO STM-NAME
              MOVE WS-STMT-NAME-LINE TO WS-OUT-LINE
              PERFORM 800-PUT-LINE
              IF BOR-ADDR1 NOT = SPACES
                 MOVE BOR-ADDR1 TO STM-ADDR
                 MOVE WS-STMT-ADDR-LINE TO WS-OUT-LINE
                 PERFORM 800-PUT-LINE
              END-IF
              IF BOR-ADDR2 NOT = SPACES
                 MOVE BOR-ADDR2 TO STM-ADDR
                 MOVE WS-STMT-ADDR-LINE TO WS-OUT-LINE
                 PERFORM 800-PUT-LINE
              END-IF
              IF BOR-ADDR3 NOT = SPACES
                 MOVE BOR-ADDR3 TO STM-ADDR
                 MOVE WS-STMT-ADDR-LINE TO WS-OUT-LINE
                 PERFORM 800-PUT-LINE
              END-IF
           END-IF.

               OR (WS-SCHED-REC-HELD AND SCH-ACC NOT = CUOTA-ACC).

           IF WS-SCHED-LINES > 12
              MOVE WS-STMT-MORE-LINE TO WS-OUT-LINE
              PERFORM 800-PUT-LINE
           END-IF.

       235-TAKE-SCHEDULE-LINE.
                    MOVE SCH-PRINCIPAL TO STM-SCH-PRIN
                    MOVE SCH-INTEREST TO STM-SCH-INT
                    MOVE SCH-BALANCE TO STM-SCH-BAL
                    MOVE WS-STMT-SCHED-LINE TO WS-OUT-LINE
                    PERFORM 800-PUT-LINE
                 END-IF
              END-IF
           END-IF.
           END-IF.

           MOVE WS-TOTAL-PAYMENTS TO STM-TOTAL.
           MOVE WS-STMT-TOTAL-LINE TO WS-OUT-LINE.
           PERFORM 800-PUT-LINE.

           IF AUD-LOAN-TYPE = "B"
              MOVE WS-FINAL-BALANCE TO STM-BALLOON
              MOVE WS-STMT-BALLOON-LINE TO WS-OUT-LINE
              PERFORM 800-PUT-LINE
           END-IF.

       800-PUT-LINE.

      * One statement line, to the print file or to the email spool
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
              MOVE WS-OUT-LINE TO STMT-REC
              WRITE STMT-REC
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

           CLOSE CUOTA.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           IF WS-EMAIL-SPOOL-OPEN
              CLOSE EMAIL-SPOOL
              CLOSE EMAIL-DOCS
           END-IF.

           DISPLAY "STATEMENTS WRITTEN: " WS-STMT-COUNTER.
           DISPLAY "  OF WHICH EMAILED: " WS-EMAIL-COUNTER.
           DISPLAY "MISSING BORROWERS:  " WS-NOADDR-COUNTER.
           DISPLAY "NO EMAIL ADDRESS:   " WS-NOEMAIL-COUNTER.

           PERFORM 950-REGISTER-DISPATCH.


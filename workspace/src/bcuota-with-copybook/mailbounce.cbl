      ******************************************************************
      *
      * Email Bounce Handling
      * =====================
      *
      * Reads the mail gateway's undeliverable notifications for
      * documents stmtwrite and dunning sent on bcuota-email-spool,
      * so that no statement or dunning notice is silently lost:
      *
      *   - the borrower is switched back to the letter channel
      *     (BOR-CHANNEL L) on bcuota-borrowers, unless the email
      *     address has already been changed since the document
      *     went out - a new address is left to be tried;
      *   - the failed document is copied, line for line, from the
      *     bcuota-email-docs store to the print queue
      *     bcuota-bounce-reprints, which goes to the print room
      *     with the day's letters and is logged on the dispatch
      *     register;
      *   - the document is marked re-queued on the store, so a
      *     repeated notification does not print it twice.
      *
      * Every notification gets a line on bcuota-bounce-log saying
      * what was done. Notifications for a document reference not on
      * the store are listed there too and end the run with
      * RETURN-CODE 4 for operations to look into.
      *
      * Bounce feed layout (one line per notification): document
      * reference, the address that bounced, gateway reason text.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailbounce.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE ASSIGN TO "bcuota-email-bounces"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BNC-STATUS.

           SELECT EMAIL-DOCS ASSIGN TO "bcuota-email-docs"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EDS-KEY
           FILE STATUS IS WS-EDS-STATUS.

           SELECT BORROWER-MASTER ASSIGN TO "bcuota-borrowers"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BOR-ACC
           FILE STATUS IS WS-BOR-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "bcuota-bounce-reprints"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT BOUNCE-LOG ASSIGN TO "bcuota-bounce-log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BOUNCE-FILE.
           01 BOUNCE-REC PIC X(96).

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

       FD REPRINT-FILE.
           01 REPRINT-REC PIC X(80).

       FD BOUNCE-LOG.
           01 BOUNCE-LOG-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-BOUNCE.
               05 WS-BNC-REF PIC X(24).
               05 FILER PIC X(1).
               05 WS-BNC-EMAIL PIC X(40).
               05 FILER PIC X(1).
               05 WS-BNC-REASON PIC X(30).

           01 WS-BNC-STATUS PIC X(2) VALUE SPACES.
           01 WS-EDS-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-DOC-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.

      * The bounced document's header, held while its lines are
      * copied out.
           01 WS-HDR-ACC PIC X(29) VALUE SPACES.
           01 WS-HDR-DOC-TYPE PIC X(4) VALUE SPACES.
           01 WS-HDR-EMAIL PIC X(40) VALUE SPACES.

           01 WS-READ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REPRINT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-SWITCH-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REPEAT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-UNKNOWN-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-DISPREG-PARM PIC X(60) VALUE SPACES.

           01 WS-LOG-TITLE PIC X(80)
               VALUE "EMAIL BOUNCES - DOCUMENTS RETURNED TO PRINT".
           01 WS-LOG-HEAD.
               05 FILLER PIC X(25) VALUE "DOCUMENT REF".
               05 FILLER PIC X(30) VALUE "ACCOUNT".
               05 FILLER PIC X(5) VALUE "TYPE".
               05 FILLER PIC X(20) VALUE "ACTION".
           01 WS-LOG-LINE.
               05 LOG-REF PIC X(24).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOG-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOG-DOC-TYPE PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOG-ACTION PIC X(20).

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ BOUNCE-FILE INTO WS-BOUNCE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-READ-COUNTER
                      PERFORM 200-HANDLE-ONE-BOUNCE
                  END-READ
              END-PERFORM

              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.

           OPEN INPUT BOUNCE-FILE.
           IF WS-BNC-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN BOUNCE FILE, STATUS: "
                      WS-BNC-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN I-O EMAIL-DOCS
              IF WS-EDS-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN EMAIL DOCUMENT STORE, STATUS: "
                         WS-EDS-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              ELSE
                 OPEN I-O BORROWER-MASTER
                 IF WS-BOR-STATUS NOT = "00"
                    DISPLAY "UNABLE TO OPEN BORROWER MASTER, STATUS: "
                            WS-BOR-STATUS
                    MOVE 'Y' TO WS-ABORT
                    MOVE 96 TO RETURN-CODE
                 ELSE
                    OPEN OUTPUT REPRINT-FILE
                    OPEN OUTPUT BOUNCE-LOG
                    MOVE WS-LOG-TITLE TO BOUNCE-LOG-REC
                    WRITE BOUNCE-LOG-REC
                    MOVE WS-LOG-HEAD TO BOUNCE-LOG-REC
                    WRITE BOUNCE-LOG-REC
                 END-IF
              END-IF
           END-IF.

       200-HANDLE-ONE-BOUNCE.

           MOVE WS-BNC-REF TO LOG-REF.
           MOVE SPACES TO LOG-ACC.
           MOVE SPACES TO LOG-DOC-TYPE.

           MOVE WS-BNC-REF TO EDS-REF.
           MOVE ZERO TO EDS-LINE.
           READ EMAIL-DOCS
              INVALID KEY
                 ADD 1 TO WS-UNKNOWN-COUNTER
                 MOVE "UNKNOWN DOCUMENT" TO LOG-ACTION
              NOT INVALID KEY
                 MOVE EDH-ACC TO WS-HDR-ACC
                 MOVE EDH-DOC-TYPE TO WS-HDR-DOC-TYPE
                 MOVE EDH-EMAIL TO WS-HDR-EMAIL
                 MOVE EDH-ACC TO LOG-ACC
                 MOVE EDH-DOC-TYPE TO LOG-DOC-TYPE
                 IF EDH-REQUEUED
                    ADD 1 TO WS-REPEAT-COUNTER
                    MOVE "ALREADY REPRINTED" TO LOG-ACTION
                 ELSE
                    PERFORM 210-SWITCH-TO-LETTER
                    PERFORM 220-REQUEUE-DOCUMENT
                    PERFORM 230-MARK-REQUEUED
                 END-IF
           END-READ.

           MOVE WS-LOG-LINE TO BOUNCE-LOG-REC.
           WRITE BOUNCE-LOG-REC.

       210-SWITCH-TO-LETTER.

      * A borrower who has since been given a different address, or
      * has already gone back to letters, is left as they are.
           MOVE WS-HDR-ACC TO BOR-ACC.
           READ BORROWER-MASTER
              INVALID KEY
                 MOVE "REPRINTED, NO BORR" TO LOG-ACTION
              NOT INVALID KEY
                 EVALUATE TRUE
                     WHEN NOT BOR-BY-EMAIL
                         MOVE "REPRINTED" TO LOG-ACTION
                     WHEN BOR-EMAIL NOT = WS-HDR-EMAIL
                         MOVE "REPRINTED, NEW ADDR" TO LOG-ACTION
                     WHEN OTHER
                         MOVE "L" TO BOR-CHANNEL
                         REWRITE BORROWER-REC
                         ADD 1 TO WS-SWITCH-COUNTER
                         MOVE "REPRINTED, TO LETTER" TO LOG-ACTION
                 END-EVALUATE
           END-READ.

       220-REQUEUE-DOCUMENT.

      * The document's lines follow its header under the same
      * reference, in line order.
           ADD 1 TO WS-REPRINT-COUNTER.
           MOVE 'N' TO WS-DOC-EOF.
           START EMAIL-DOCS KEY IS > EDS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DOC-EOF
           END-START.

           PERFORM 225-COPY-ONE-LINE UNTIL WS-DOC-EOF = 'Y'.

       225-COPY-ONE-LINE.

           READ EMAIL-DOCS NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DOC-EOF
              NOT AT END
                 IF EDS-REF NOT = WS-BNC-REF
                    MOVE 'Y' TO WS-DOC-EOF
                 ELSE
                    MOVE EDS-TEXT TO REPRINT-REC
                    WRITE REPRINT-REC
                 END-IF
           END-READ.

       230-MARK-REQUEUED.

           MOVE WS-BNC-REF TO EDS-REF.
           MOVE ZERO TO EDS-LINE.
           READ EMAIL-DOCS
              INVALID KEY
                 DISPLAY "DOCUMENT HEADER LOST: " WS-BNC-REF
              NOT INVALID KEY
                 MOVE "R" TO EDH-STATUS
                 MOVE WS-SDATE TO EDH-REQUEUE-YMD
                 REWRITE EMAIL-DOC-REC
           END-READ.

       900-WRAPUP.

           CLOSE BOUNCE-FILE.
           CLOSE EMAIL-DOCS.
           CLOSE BORROWER-MASTER.
           CLOSE REPRINT-FILE.
           CLOSE BOUNCE-LOG.

           DISPLAY "BOUNCES READ:       " WS-READ-COUNTER.
           DISPLAY "DOCUMENTS REPRINTED:" WS-REPRINT-COUNTER.
           DISPLAY "SWITCHED TO LETTER: " WS-SWITCH-COUNTER.
           DISPLAY "ALREADY REPRINTED:  " WS-REPEAT-COUNTER.
           DISPLAY "UNKNOWN DOCUMENTS:  " WS-UNKNOWN-COUNTER.

           IF WS-REPRINT-COUNTER > ZERO
              PERFORM 950-REGISTER-DISPATCH
           END-IF.

           IF WS-UNKNOWN-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       950-REGISTER-DISPATCH.

      * The reprints go to the print room like the statements, so
      * they are registered the same way.
           MOVE "LOG REPRINTS bcuota-bounce-reprints"
               TO WS-DISPREG-PARM.
           DISPLAY WS-DISPREG-PARM UPON COMMAND-LINE.
           CALL "dispreg"
              ON EXCEPTION
                 DISPLAY "DISPATCH REGISTER NOT AVAILABLE"
           END-CALL.
           CANCEL "dispreg".
           MOVE 0 TO RETURN-CODE.
      ******************************************************************

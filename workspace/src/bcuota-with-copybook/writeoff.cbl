      * the bcuota-openitems subledger are closed at the same time:
      * with the receivable off the books there is no open quota
      * left to match, which is what routes a later receipt into
      * rcptapply's recovery leg instead of an ordinary match. Any
      * restructure still in force on bcuota-restructure-master is
      * marked exited: the loan has left forbearance for write-off.
      *
      * A later receipt against a written-off account is recognized
      * by rcptapply as a recovery against this master instead of
           RECORD KEY IS OPN-KEY
           FILE STATUS IS WS-OPN-STATUS.

           SELECT RESTRUCT-MASTER ASSIGN TO "bcuota-restructure-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RST-KEY
           FILE STATUS IS WS-RST-STATUS.

           SELECT GL-FILE ASSIGN TO "bcuota-wof-gl-batch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
                   88 OPN-PENALTY-ITEM VALUE "P".
               05 FILLER PIC X(4).

       FD RESTRUCT-MASTER.
           01 RESTRUCT-REC.
               05 RST-KEY.
                   10 RST-ACC PIC X(29).
                   10 RST-YMD PIC 9(8).
               05 RST-KIND PIC X(1).
               05 RST-PERIODS PIC 9(2).
               05 RST-FROM-PERIOD PIC 9(4).
               05 RST-CURR PIC X(3).
               05 RST-BALANCE PIC S9(9)V9(2).
               05 RST-OLD-RATE PIC 9(2)V9(2).
               05 RST-OLD-TIMEYR PIC 9(2).
               05 RST-OLD-PAYMENT PIC S9(7)V9(2).
               05 RST-NEW-RATE PIC 9(2)V9(2).
               05 RST-NEW-TIMEYR PIC 9(2).
               05 RST-NEW-PAYMENT PIC S9(7)V9(2).
               05 RST-LAST-PERIOD PIC 9(4).
               05 RST-CAP-INT PIC S9(7)V9(2).
               05 RST-REASON PIC X(20).
               05 RST-APPROVAL PIC X(10).
               05 RST-STATUS PIC X(1).
                   88 RST-FORBORNE VALUE "A".
                   88 RST-EXITED VALUE "E".
               05 FILLER PIC X(8).

       FD GL-FILE.
           01 GL-REC.
               05 GL-JE-DATE    PIC X(10).
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-GL-STATUS PIC X(2) VALUE SPACES.
           01 WS-RST-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-ITEM-CLOSE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RST-AVAIL PIC X(1) VALUE "N".
               88 WS-RESTRUCTS-ON-FILE VALUE "Y".
           01 WS-RST-EOF PIC X(1) VALUE "N".
           01 WS-RST-EXIT-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
              ELSE
                 PERFORM 110-OPEN-WRITEOFF-MASTER
                 PERFORM 120-OPEN-OPEN-ITEMS
                 PERFORM 130-OPEN-RESTRUCTS
      * Entries accumulate across runs until glconsol releases and
      * empties the batch: a morning and an afternoon write-off
      * must both reach the ledger.
                      WS-OPN-STATUS
           END-IF.

       130-OPEN-RESTRUCTS.

      * No restructure master means no loan was ever forborne.
           MOVE 'N' TO WS-RST-AVAIL.
           OPEN I-O RESTRUCT-MASTER.
           IF WS-RST-STATUS = "00"
              MOVE 'Y' TO WS-RST-AVAIL
           END-IF.

       200-PROCESS-ONE-REQUEST.

           MOVE REQ-ACC TO RPT-ACC.
              PERFORM 250-CLOSE-OPEN-ITEMS
           END-IF.

           IF WS-RESTRUCTS-ON-FILE
              PERFORM 270-EXIT-RESTRUCTURES
           END-IF.

           MOVE REQ-ACC TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
              INVALID KEY
                 END-IF
           END-READ.

       270-EXIT-RESTRUCTURES.

      * A written-off loan is no longer forborne: end every
      * restructure of the account still in force.
           MOVE 'N' TO WS-RST-EOF.
           MOVE REQ-ACC TO RST-ACC.
           MOVE ZERO TO RST-YMD.
           START RESTRUCT-MASTER KEY IS >= RST-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RST-EOF
           END-START.

           PERFORM 275-EXIT-ONE-RESTRUCTURE UNTIL WS-RST-EOF = 'Y'.

       275-EXIT-ONE-RESTRUCTURE.

           READ RESTRUCT-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RST-EOF
              NOT AT END
                 IF RST-ACC NOT = REQ-ACC
                    MOVE 'Y' TO WS-RST-EOF
                 ELSE
                    IF RST-FORBORNE
                       MOVE "E" TO RST-STATUS
                       REWRITE RESTRUCT-REC
                          INVALID KEY
                             DISPLAY "UNABLE TO MARK RESTRUCTURE "
                                     "EXITED: " RST-ACC " " RST-YMD
                                     " STATUS: " WS-RST-STATUS
                          NOT INVALID KEY
                             ADD 1 TO WS-RST-EXIT-COUNTER
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.

       230-ACCUM-GL-CURRENCY.

           MOVE ZERO TO WS-GL-CURR-FOUND.
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-RESTRUCTS-ON-FILE
              CLOSE RESTRUCT-MASTER
           END-IF.

           DISPLAY "REQUESTS READ:      " WS-READ-COUNTER.
           DISPLAY "ACCOUNTS WRITTEN OFF:" WS-WOF-COUNTER.
           DISPLAY "REQUESTS REFUSED:   " WS-REJ-COUNTER.
           DISPLAY "OPEN ITEMS CLOSED:  " WS-ITEM-CLOSE-COUNTER.
           DISPLAY "RESTRUCTURES EXITED:" WS-RST-EXIT-COUNTER.

           MOVE 0 TO RETURN-CODE.


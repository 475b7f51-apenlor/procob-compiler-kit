      * total per currency posts DR receivable / CR penalty income
      * to bcuota-pen-gl-batch for glconsol to pick up.
      *
      * An item or account with an open dispute on bcuota-disputes
      * (see dispmaint) is skipped and listed on bcuota-penalty-held
      * as held - in dispute. Nothing is flagged or stamped for it,
      * so the charge is suspended, not waived: once the dispute is
      * closed the next run assesses it from where it stood.
      *
      * Parameter: annual penalty rate in whole percent (default 8).
      *
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT DISPUTE-MASTER ASSIGN TO "bcuota-disputes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-STATUS.

           SELECT HELD-FILE ASSIGN TO "bcuota-penalty-held"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT GL-FILE ASSIGN TO "bcuota-pen-gl-batch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
               05 CUOTA-DEL2 PIC X(1).
               05 CUOTA-CURR PIC X(3).

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

       FD HELD-FILE.
           01 HELD-REC.
               05 HLD-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 HLD-DUE-YMD PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 HLD-LEG PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 HLD-REASON PIC X(20).

       FD GL-FILE.
           01 GL-REC.
               05 GL-JE-DATE    PIC X(10).
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-GL-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-AVAIL PIC X(1) VALUE "N".
               88 WS-DISPUTES-ON-FILE VALUE "Y".
           01 WS-DSP-EOF PIC X(1) VALUE "N".
           01 WS-DSP-HELD PIC X(1) VALUE "N".
               88 WS-IN-DISPUTE VALUE "Y".
           01 WS-DSP-CHECK-ACC PIC X(29) VALUE SPACES.
           01 WS-DSP-CHECK-DUE PIC 9(8) VALUE ZERO.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
           01 WS-LATE-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-OPEN-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-QUOTA-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-HELD-COUNTER PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              ELSE
                 MOVE 'N' TO WS-DSP-AVAIL
                 OPEN INPUT DISPUTE-MASTER
                 IF WS-DSP-STATUS = "00"
                    MOVE 'Y' TO WS-DSP-AVAIL
                 END-IF
                 OPEN OUTPUT PENALTY-FILE
                 OPEN OUTPUT HELD-FILE
      * Entries accumulate across runs until glconsol releases and
      * empties the batch, so a rerun cannot discard an earlier
      * assessment that has not been posted yet.
                 IF OPN-CLOSED AND NOT OPN-PENALTY-DONE
                    AND OPN-VALDATE-YMD NUMERIC
                    AND OPN-VALDATE-YMD > OPN-DUE-YMD
                    MOVE OPN-ACC TO WS-DSP-CHECK-ACC
                    MOVE OPN-DUE-YMD TO WS-DSP-CHECK-DUE
                    PERFORM 215-CHECK-ITEM-DISPUTE
                    IF WS-IN-DISPUTE
                       MOVE OPN-ACC TO HLD-ACC
                       MOVE OPN-DUE-YMD TO HLD-DUE-YMD
                       MOVE "SETTLED LATE" TO HLD-LEG
                       PERFORM 260-LIST-HELD
                    ELSE
                       PERFORM 220-PRICE-LATE-SETTLEMENT
                    END-IF
                 END-IF
           END-READ.

       215-CHECK-ITEM-DISPUTE.

      * An open dispute on the whole account or on this one item
      * holds the item.
           MOVE 'N' TO WS-DSP-HELD.
           IF WS-DISPUTES-ON-FILE
              MOVE WS-DSP-CHECK-ACC TO DSP-ACC
              MOVE ZERO TO DSP-DUE-YMD
              READ DISPUTE-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DSP-OPEN
                       MOVE 'Y' TO WS-DSP-HELD
                    END-IF
              END-READ
              IF NOT WS-IN-DISPUTE
                 MOVE WS-DSP-CHECK-DUE TO DSP-DUE-YMD
                 READ DISPUTE-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF DSP-OPEN
                          MOVE 'Y' TO WS-DSP-HELD
                       END-IF
                 END-READ
              END-IF
           END-IF.

       220-PRICE-LATE-SETTLEMENT.

      * Lateness runs from the item's due date -- or from the
           MOVE WS-LATE-PEN(WS-LATE-SUB) TO WS-PENALTY-AMT.
           PERFORM 400-CUT-PENALTY-QUOTA.

       260-LIST-HELD.

           ADD 1 TO WS-HELD-COUNTER.
           MOVE "HELD - IN DISPUTE" TO HLD-REASON.
           WRITE HELD-REC.

       240-SET-START-SERIAL.

      * Accrual starts at the due date, or at the assessed-through
              NOT AT END
                 IF ARR-AMOUNT > ZERO AND ARR-DUE-YMD > ZERO
                    AND NOT ARR-WRITTEN-OFF
                    MOVE ARR-ACC TO WS-DSP-CHECK-ACC
                    PERFORM 315-CHECK-DISPUTE
                    IF WS-IN-DISPUTE
                       MOVE ARR-ACC TO HLD-ACC
                       MOVE ARR-DUE-YMD TO HLD-DUE-YMD
                       MOVE "OPEN ARREARS" TO HLD-LEG
                       PERFORM 260-LIST-HELD
                    ELSE
                       PERFORM 320-PRICE-OPEN-POSITION
                    END-IF
                 END-IF
           END-READ.

       315-CHECK-DISPUTE.

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
              PERFORM 316-SCAN-ONE-DISPUTE
                  UNTIL WS-DSP-EOF = 'Y' OR WS-IN-DISPUTE
           END-IF.

       316-SCAN-ONE-DISPUTE.

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

           CLOSE ARREARS-MASTER.
           CLOSE OPENITEM-MASTER.
           CLOSE PENALTY-FILE.
           CLOSE HELD-FILE.
           CLOSE GL-FILE.
           IF WS-DISPUTES-ON-FILE
              CLOSE DISPUTE-MASTER
           END-IF.

           DISPLAY "LATE SETTLEMENTS ASSESSED: " WS-LATE-COUNTER.
           DISPLAY "OPEN POSITIONS ASSESSED: " WS-OPEN-COUNTER.
           DISPLAY "PENALTY QUOTAS CUT:      " WS-QUOTA-COUNTER.
           DISPLAY "HELD - IN DISPUTE:       " WS-HELD-COUNTER.

           MOVE 0 TO RETURN-CODE.


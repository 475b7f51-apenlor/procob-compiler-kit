      * suspense.
      *
      * A receipt flagged "R" in the trailing type column (written by
      * ddreturn from the bank's status report) is a reversal: it
      * backs the amount off the account's most recently relieved
      * open item, reopening it. Ordinary feeds without the type
      * column read in as spaces and apply normally.
      * DR clearing / CR recovery income pair per currency on
      * bcuota-rcpt-gl-batch for glconsol to pick up.
      *
      * Every receipt applied is kept on the indexed applied-receipt
      * register bcuota-rcpt-register, keyed on account, value date,
      * amount, currency and the bank's reference (the optional
      * column after the type flag). A receipt that matches one
      * already on the register - the bank resending a day's file,
      * or one transfer reported twice - is not applied again: it
      * is held on bcuota-rcpt-dup-hold and listed on
      * bcuota-rcpt-duplicates, and the run ends RETURN-CODE 4 so
      * someone works the hold on rcptdup. A held receipt the
      * operator releases there comes back on a later feed with
      * type "D" and applies without the check. A reversal that is
      * backed off takes one application off the register entry
      * with the same key, so the collection can be presented and
      * applied again.
      *
      * A receipt that goes to suspense (other than a reversal with
      * nothing to back off) is also added to the indexed suspense
      * register bcuota-suspense-items as an open item for the
      * research screen suspwork to work and entered on the
      * applied-receipt register, so a resend of it is held as a
      * duplicate instead of going to suspense a second time. The
      * day's suspense arrivals are moved off the clearing account
      * onto receipts suspense as a DR clearing / CR suspense pair
      * per currency on bcuota-rcpt-gl-batch.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rcptapply.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT RECEIPT-REGISTER ASSIGN TO "bcuota-rcpt-register"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RRG-KEY
           FILE STATUS IS WS-RRG-STATUS.

           SELECT DUP-HOLD-FILE ASSIGN TO "bcuota-rcpt-dup-hold"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DUP-KEY
           FILE STATUS IS WS-DUP-STATUS.

           SELECT DUPLICATE-FILE ASSIGN TO "bcuota-rcpt-duplicates"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT SUSPENSE-MASTER ASSIGN TO "bcuota-suspense-items"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPENITEM-MASTER.
               05 FILLER PIC X(4).

       FD RECEIPTS.
           01 RECEIPT-FILE PIC X(92).

       FD MATCHED-FILE.
           01 MATCHED-REC PIC X(80).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 GL-DESC       PIC X(30).

       FD RECEIPT-REGISTER.
           01 REGISTER-REC.
               05 RRG-KEY.
                   10 RRG-ACC PIC X(29).
                   10 RRG-VAL-YMD PIC 9(8).
                   10 RRG-AMT PIC 9(7)V9(2).
                   10 RRG-CURR PIC X(3).
                   10 RRG-BANK-REF PIC X(35).
      * Run date the receipt was first applied, and how many times
      * it has been applied - more than once only when a held
      * duplicate was released as a genuine second payment.
               05 RRG-APPLIED-YMD PIC 9(8).
               05 RRG-COUNT PIC 9(3).
               05 FILLER PIC X(9).

       FD DUP-HOLD-FILE.
           01 DUP-HOLD-REC.
               05 DUP-KEY.
                   10 DUP-HELD-YMD PIC 9(8).
                   10 DUP-HELD-TIME PIC 9(8).
               05 DUP-RECEIPT PIC X(92).
               05 DUP-STATUS PIC X(1).
                   88 DUP-HELD VALUE "H".
                   88 DUP-RELEASED VALUE "R".
                   88 DUP-CONFIRMED VALUE "C".
               05 DUP-FIRST-YMD PIC 9(8).
               05 DUP-ACT-YMD PIC 9(8).
               05 DUP-OPERATOR PIC X(8).
               05 FILLER PIC X(8).

       FD DUPLICATE-FILE.
           01 DUPLICATE-REC PIC X(80).

       FD FXDIFF-FILE.
           01 FXDIFF-REC.
               05 FXD-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FXD-NOTE PIC X(9).

       FD SUSPENSE-MASTER.
           01 SUSPENSE-ITEM-REC.
               05 SUS-KEY.
                   10 SUS-IN-YMD PIC 9(8).
                   10 SUS-IN-TIME PIC 9(8).
               05 SUS-RECEIPT PIC X(92).
               05 SUS-REASON PIC X(11).
      * O open, P part applied, A applied, F refund, I income.
               05 SUS-STATUS PIC X(1).
                   88 SUS-OPEN VALUE "O".
                   88 SUS-PART-APPLIED VALUE "P".
                   88 SUS-APPLIED VALUE "A".
                   88 SUS-REFUND VALUE "F".
                   88 SUS-INCOME VALUE "I".
                   88 SUS-OUTSTANDING VALUE "O" "P".
      * Amount not yet applied, in the receipt currency.
               05 SUS-REMAIN PIC 9(7)V9(2).
      * Last open item applied to, and the operator's action.
               05 SUS-APPLIED-ACC PIC X(29).
               05 SUS-APPLIED-DUE PIC 9(8).
               05 SUS-ACT-YMD PIC 9(8).
               05 SUS-OPERATOR PIC X(8).
               05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-RECEIPT.
               05 WS-RCP-ACC PIC X(29).
               05 FILER PIC X(1).
               05 WS-RCP-TYPE PIC X(1).
                   88 WS-RCP-REVERSAL VALUE "R".
                   88 WS-RCP-RELEASED-DUP VALUE "D".
               05 FILER PIC X(1).
               05 WS-RCP-BANK-REF PIC X(35).

           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.
           01 WS-RRG-STATUS PIC X(2) VALUE SPACES.
           01 WS-DUP-STATUS PIC X(2) VALUE SPACES.
           01 WS-SUS-STATUS PIC X(2) VALUE SPACES.

           01 WS-RCP-APPLIED PIC X(1) VALUE "N".
               88 WS-RECEIPT-APPLIED VALUE "Y".
           01 WS-DUP-WRITTEN PIC X(1) VALUE "N".
               88 WS-DUP-IS-WRITTEN VALUE "Y".
           01 WS-SUS-WRITTEN PIC X(1) VALUE "N".
               88 WS-SUS-IS-WRITTEN VALUE "Y".

           01 WS-RCPT-EOF PIC X(1) VALUE "N".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-RCPT-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-FXCONV-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RECOV-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DUP-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-RELDUP-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-SUSREG-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-WOF-STATUS PIC X(2) VALUE SPACES.
           01 WS-WOF-AVAIL PIC X(1) VALUE "N".
           01 WS-GL-ACCT-RECOV PIC X(10) VALUE "RECOVINC01".
           01 WS-GL-DESC PIC X(30)
               VALUE "WRITE-OFF RECOVERY".
           01 WS-GL-ACCT-SUSP PIC X(10) VALUE "RCPTSUSP01".
           01 WS-GL-SUSP-DESC PIC X(30)
               VALUE "RECEIPT TO SUSPENSE".

      * Recovery totals per currency for the balanced GL pair, the
      * shape the quota batch's 280-ACCUM-GL-CURRENCY gives.
                   10 WS-GL-CURR-CODE PIC X(3).
                   10 WS-GL-CURR-AMT  PIC S9(9)V9(2).

      * Suspense arrivals per currency, same shape.
           01 WS-SGL-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-SGL-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-SGL-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-SGL-CURR-TOTALS.
               05 WS-SGL-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-SGL-CURR-CODE PIC X(3).
                   10 WS-SGL-CURR-AMT  PIC S9(9)V9(2).

       COPY FX-COPYBOOK.

       PROCEDURE DIVISION.
           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-RCPT-EOF='Y' OR WS-RUN-ABORTED
                  READ RECEIPTS INTO WS-RECEIPT
                  AT END MOVE 'Y' TO WS-RCPT-EOF
                  NOT AT END
              OPEN OUTPUT FXDIFF-FILE
              OPEN OUTPUT RECOVERED-FILE
              OPEN OUTPUT RCPGL-FILE
              OPEN OUTPUT DUPLICATE-FILE
              PERFORM 110-READ-FX-TOLERANCE
              PERFORM 120-OPEN-WRITEOFFS
              PERFORM 130-OPEN-REGISTER
           END-IF.

       120-OPEN-WRITEOFFS.
              MOVE 'Y' TO WS-WOF-AVAIL
           END-IF.

       130-OPEN-REGISTER.

           OPEN I-O RECEIPT-REGISTER.
           IF WS-RRG-STATUS = "35"
      * First run with the register: create it empty. Receipts
      * applied before it existed cannot be recognised again.
              OPEN OUTPUT RECEIPT-REGISTER
              CLOSE RECEIPT-REGISTER
              OPEN I-O RECEIPT-REGISTER
           END-IF.
           IF WS-RRG-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RECEIPT REGISTER, STATUS: "
                      WS-RRG-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

           OPEN I-O DUP-HOLD-FILE.
           IF WS-DUP-STATUS = "35"
      * First duplicate ever held: create the hold file empty.
              OPEN OUTPUT DUP-HOLD-FILE
              CLOSE DUP-HOLD-FILE
              OPEN I-O DUP-HOLD-FILE
           END-IF.
           IF WS-DUP-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN DUPLICATE HOLD, STATUS: "
                      WS-DUP-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

           OPEN I-O SUSPENSE-MASTER.
           IF WS-SUS-STATUS = "35"
      * First run with the suspense register: create it empty.
              OPEN OUTPUT SUSPENSE-MASTER
              CLOSE SUSPENSE-MASTER
              OPEN I-O SUSPENSE-MASTER
           END-IF.
           IF WS-SUS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN SUSPENSE REGISTER, STATUS: "
                      WS-SUS-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           END-IF.

       110-READ-FX-TOLERANCE.

           ACCEPT WS-FX-TOL-CFG
           IF WS-RCP-REVERSAL
              PERFORM 230-UNWIND-RECEIPT
           ELSE
              PERFORM 290-BUILD-REGISTER-KEY
              IF WS-RCP-RELEASED-DUP
                 ADD 1 TO WS-RELDUP-COUNTER
                 PERFORM 205-APPLY-FORWARD
              ELSE
                 READ RECEIPT-REGISTER
                    INVALID KEY
                       PERFORM 205-APPLY-FORWARD
                    NOT INVALID KEY
                       PERFORM 295-HOLD-DUPLICATE
                 END-READ
              END-IF
           END-IF.

       205-APPLY-FORWARD.

           MOVE 'N' TO WS-RCP-APPLIED.
           PERFORM 210-FIND-OPEN-ITEM.

           IF NOT WS-ITEM-FOUND
              END-IF
           END-IF.

           IF WS-RECEIPT-APPLIED
              PERFORM 292-REGISTER-RECEIPT
           END-IF.

       210-FIND-OPEN-ITEM.

      * The oldest item on the account that is not yet closed: start
              MOVE WS-RCP-VD-YMD TO OPN-VALDATE-YMD
           END-IF.
           REWRITE OPENITEM-REC.
           MOVE 'Y' TO WS-RCP-APPLIED.

           EVALUATE TRUE
               WHEN WS-RCP-APPLY = WS-RCP-REMAIN
           ADD 1 TO WS-REV-COUNTER.
           MOVE WS-APPLY-LINE TO REVERSED-REC.
           WRITE REVERSED-REC.
           PERFORM 293-UNREGISTER-RECEIPT.

       250-WRITE-SUSPENSE.

           MOVE WS-APPLY-LINE TO SUSPENSE-REC.
           WRITE SUSPENSE-REC.

      * A reversal with nothing to back off is not cash received:
      * servicing resolves those by hand from the suspense file.
           IF NOT WS-RCP-REVERSAL
              PERFORM 255-REGISTER-SUSPENSE
           END-IF.

       255-REGISTER-SUSPENSE.

           ADD 1 TO WS-SUSREG-COUNTER.
           MOVE SPACES TO SUSPENSE-ITEM-REC.
           MOVE WS-SDATE TO SUS-IN-YMD.
           ACCEPT SUS-IN-TIME FROM TIME.
           MOVE WS-RECEIPT TO SUS-RECEIPT.
           MOVE APL-REASON TO SUS-REASON.
           MOVE "O" TO SUS-STATUS.
           MOVE WS-RCP-AMT TO SUS-REMAIN.
           MOVE ZERO TO SUS-APPLIED-DUE.
           MOVE ZERO TO SUS-ACT-YMD.
           MOVE 'N' TO WS-SUS-WRITTEN.
           PERFORM 257-WRITE-SUSPENSE-ITEM UNTIL WS-SUS-IS-WRITTEN.
           PERFORM 292-REGISTER-RECEIPT.

           IF NOT WS-RUN-ABORTED
              MOVE ZERO TO WS-SGL-CURR-FOUND
              PERFORM 258-FIND-SUSPENSE-GL
                  VARYING WS-SGL-CURR-SUB FROM 1 BY 1
                  UNTIL WS-SGL-CURR-SUB > WS-SGL-CURR-COUNT

              IF WS-SGL-CURR-FOUND = ZERO
                 IF WS-SGL-CURR-COUNT < WS-GL-CURR-MAX
                    ADD 1 TO WS-SGL-CURR-COUNT
                    MOVE WS-RCP-CURR
                        TO WS-SGL-CURR-CODE(WS-SGL-CURR-COUNT)
                    MOVE WS-RCP-AMT
                        TO WS-SGL-CURR-AMT(WS-SGL-CURR-COUNT)
                 ELSE
                    DISPLAY "SUSPENSE GL TABLE FULL, DROPPING: "
                            WS-RCP-CURR
                 END-IF
              ELSE
                 ADD WS-RCP-AMT TO WS-SGL-CURR-AMT(WS-SGL-CURR-FOUND)
              END-IF
           END-IF.

       257-WRITE-SUSPENSE-ITEM.

      * Same-instant arrivals collide on the key (status 22); step
      * the time on. Any other failure stops the run: a receipt
      * must not leave suspense unregistered.
           WRITE SUSPENSE-ITEM-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-SUS-STATUS(1:1) = "0"
                   MOVE 'Y' TO WS-SUS-WRITTEN
               WHEN WS-SUS-STATUS = "22"
                   ADD 1 TO SUS-IN-TIME
               WHEN OTHER
                   DISPLAY "UNABLE TO REGISTER SUSPENSE ITEM, STATUS: "
                           WS-SUS-STATUS
                   DISPLAY "RECEIPT: " WS-RECEIPT
                   MOVE 'Y' TO WS-SUS-WRITTEN
                   MOVE 'Y' TO WS-ABORT
                   MOVE 96 TO RETURN-CODE
           END-EVALUATE.

       258-FIND-SUSPENSE-GL.

           IF WS-SGL-CURR-FOUND = ZERO
              AND WS-SGL-CURR-CODE(WS-SGL-CURR-SUB) = WS-RCP-CURR
                 MOVE WS-SGL-CURR-SUB TO WS-SGL-CURR-FOUND
           END-IF.

       270-TRY-RECOVERY.

      * No open item: a receipt against a written-off account is

           ADD WS-RCP-AMT TO WOF-RECOVERED.
           REWRITE WRITEOFF-REC.
           MOVE 'Y' TO WS-RCP-APPLIED.

           ADD 1 TO WS-RECOV-COUNTER.
           MOVE WOF-AMOUNT TO APL-EXPECTED.
                 MOVE WS-GL-CURR-SUB TO WS-GL-CURR-FOUND
           END-IF.

       290-BUILD-REGISTER-KEY.

      * A value date that is not a date keys as zero, so a resent
      * copy of the same bad line is still recognised.
           MOVE WS-RCP-ACC TO RRG-ACC.
           IF WS-RCP-VD-DD NUMERIC AND WS-RCP-VD-MM NUMERIC
              AND WS-RCP-VD-YYYY NUMERIC
              MOVE WS-RCP-VD-YYYY TO WS-RCP-VD-YMD-YYYY
              MOVE WS-RCP-VD-MM TO WS-RCP-VD-YMD-MM
              MOVE WS-RCP-VD-DD TO WS-RCP-VD-YMD-DD
              MOVE WS-RCP-VD-YMD TO RRG-VAL-YMD
           ELSE
              MOVE ZERO TO RRG-VAL-YMD
           END-IF.
           MOVE WS-RCP-AMT TO RRG-AMT.
           MOVE WS-RCP-CURR TO RRG-CURR.
           MOVE WS-RCP-BANK-REF TO RRG-BANK-REF.

       292-REGISTER-RECEIPT.

      * The record area may have been read into since the key was
      * built (a released duplicate), so it is rebuilt first.
           PERFORM 290-BUILD-REGISTER-KEY.
           READ RECEIPT-REGISTER
              INVALID KEY
                 MOVE WS-SDATE TO RRG-APPLIED-YMD
                 MOVE 1 TO RRG-COUNT
                 WRITE REGISTER-REC
              NOT INVALID KEY
                 ADD 1 TO RRG-COUNT
                 REWRITE REGISTER-REC
           END-READ.

       293-UNREGISTER-RECEIPT.

      * The last application gone, the entry goes too; a reversal
      * that matches no entry (a receipt applied before the
      * register existed) has nothing to take off.
           PERFORM 290-BUILD-REGISTER-KEY.
           READ RECEIPT-REGISTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RRG-COUNT > 1
                    SUBTRACT 1 FROM RRG-COUNT
                    REWRITE REGISTER-REC
                 ELSE
                    DELETE RECEIPT-REGISTER
                 END-IF
           END-READ.

       295-HOLD-DUPLICATE.

      * Already applied: park the receipt for the operator and
      * leave the open items alone.
           ADD 1 TO WS-DUP-COUNTER.
           MOVE SPACES TO DUP-HOLD-REC.
           MOVE WS-SDATE TO DUP-HELD-YMD.
           ACCEPT DUP-HELD-TIME FROM TIME.
           MOVE WS-RECEIPT TO DUP-RECEIPT.
           MOVE "H" TO DUP-STATUS.
           MOVE RRG-APPLIED-YMD TO DUP-FIRST-YMD.
           MOVE ZERO TO DUP-ACT-YMD.
           MOVE 'N' TO WS-DUP-WRITTEN.
           PERFORM 297-WRITE-HOLD UNTIL WS-DUP-IS-WRITTEN.

           IF NOT WS-RUN-ABORTED
              MOVE ZERO TO APL-EXPECTED
              MOVE "DUPLICATE" TO APL-REASON
              MOVE WS-APPLY-LINE TO DUPLICATE-REC
              WRITE DUPLICATE-REC
           END-IF.

       297-WRITE-HOLD.

      * Two duplicates held in the same hundredth of a second would
      * collide on the key (status 22); step the time on and retry.
      * Any other failure stops the run.
           WRITE DUP-HOLD-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-DUP-STATUS(1:1) = "0"
                   MOVE 'Y' TO WS-DUP-WRITTEN
               WHEN WS-DUP-STATUS = "22"
                   ADD 1 TO DUP-HELD-TIME
               WHEN OTHER
                   DISPLAY "UNABLE TO HOLD DUPLICATE RECEIPT, STATUS: "
                           WS-DUP-STATUS
                   DISPLAY "RECEIPT: " WS-RECEIPT
                   MOVE 'Y' TO WS-DUP-WRITTEN
                   MOVE 'Y' TO WS-ABORT
                   MOVE 96 TO RETURN-CODE
           END-EVALUATE.

       300-WRAPUP.

           PERFORM 350-WRITE-RECOVERY-GL
               VARYING WS-GL-CURR-SUB FROM 1 BY 1
               UNTIL WS-GL-CURR-SUB > WS-GL-CURR-COUNT.
           PERFORM 360-WRITE-SUSPENSE-GL
               VARYING WS-SGL-CURR-SUB FROM 1 BY 1
               UNTIL WS-SGL-CURR-SUB > WS-SGL-CURR-COUNT.

           CLOSE OPENITEM-MASTER.
           CLOSE RECEIPTS.
           CLOSE FXDIFF-FILE.
           CLOSE RECOVERED-FILE.
           CLOSE RCPGL-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE RECEIPT-REGISTER.
           CLOSE DUP-HOLD-FILE.
           CLOSE SUSPENSE-MASTER.
           IF WS-WRITEOFFS-ON-FILE
              CLOSE WRITEOFF-MASTER
           END-IF.
           DISPLAY "RECEIPTS REVERSED: " WS-REV-COUNTER.
           DISPLAY "FX CONVERSIONS:    " WS-FXCONV-COUNTER.
           DISPLAY "RECOVERIES:        " WS-RECOV-COUNTER.
           DISPLAY "DUPLICATES HELD:   " WS-DUP-COUNTER.
           DISPLAY "RELEASED APPLIED:  " WS-RELDUP-COUNTER.
           DISPLAY "SUSPENSE ITEMS:    " WS-SUSREG-COUNTER.

           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   DISPLAY "RUN STOPPED AFTER RECEIPT: " WS-RCPT-COUNTER
                   MOVE 96 TO RETURN-CODE
               WHEN WS-DUP-COUNTER > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

           MOVE WS-GL-CURR-AMT(WS-GL-CURR-SUB) TO GL-AMOUNT.
           MOVE WS-GL-DESC TO GL-DESC.
           WRITE GL-REC.

       360-WRITE-SUSPENSE-GL.

      * Cash that found no home moves off the quota clearing account
      * onto receipts suspense until suspwork applies, refunds or
      * releases it to income.
           MOVE WS-CDATE TO GL-JE-DATE.
           MOVE WS-GL-ACCT-CLR TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           MOVE WS-SGL-CURR-CODE(WS-SGL-CURR-SUB) TO GL-CURR.
           MOVE WS-SGL-CURR-AMT(WS-SGL-CURR-SUB) TO GL-AMOUNT.
           MOVE WS-GL-SUSP-DESC TO GL-DESC.
           WRITE GL-REC.

           MOVE WS-CDATE TO GL-JE-DATE.
           MOVE WS-GL-ACCT-SUSP TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           MOVE WS-SGL-CURR-CODE(WS-SGL-CURR-SUB) TO GL-CURR.
           MOVE WS-SGL-CURR-AMT(WS-SGL-CURR-SUB) TO GL-AMOUNT.
           MOVE WS-GL-SUSP-DESC TO GL-DESC.
           WRITE GL-REC.
      ******************************************************************

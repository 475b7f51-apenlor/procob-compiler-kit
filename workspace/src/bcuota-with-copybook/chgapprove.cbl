      ******************************************************************
      *
      * Master Change Approval
      * ======================
      *
      * Checker's screen for the changes queued on the shared
      * maint-pending-changes file by acctmaint, prodmaint,
      * mandmaint, borrmaint, collmaint and oraacctmaint. Each
      * undecided change is shown with its before and after images
      * and the maker's ID; the checker approves it (the change is
      * applied to its master there and then), rejects it with a
      * reason, or skips it for later. The maker of a change can
      * never decide it -- those entries are passed over -- so every
      * change to a master has been seen by two operators.
      *
      * A change is only applied to the master as the maker saw it.
      * For the product, mandate, borrower and collateral masters
      * the record must still match the before image exactly. The
      * two account masters are stamped by the nightly runs, so
      * there only the fields the maker actually changed are checked
      * and moved across. Anything that no longer fits is rejected
      * with the reason and has to be keyed again.
      *
      * The checker signs on through the signon service and needs
      * role M. Every approval and rejection is written to the
      * security access log with the master, the record key and the
      * maker's ID -- and, for a mandate, the debtor IBAN the change
      * puts on file.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgapprove.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "maint-pending-changes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PND-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT ORA-ACCOUNT-MASTER ASSIGN TO "orabcuota-acctmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OAC-NUMBER
           FILE STATUS IS WS-OACM-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "bcuota-products"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRD-CODE
           FILE STATUS IS WS-PRD-STATUS.

           SELECT MANDATE-MASTER ASSIGN TO "bcuota-mandates"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAN-ACC
           FILE STATUS IS WS-MAN-STATUS.

           SELECT BORROWER-MASTER ASSIGN TO "bcuota-borrowers"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BOR-ACC
           FILE STATUS IS WS-BOR-STATUS.

           SELECT COLLATERAL-MASTER ASSIGN TO "bcuota-collateral"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COL-KEY
           FILE STATUS IS WS-COL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
           01 PENDING-REC.
               05 PND-KEY.
                   10 PND-MASTER PIC X(4).
                       88 PND-FOR-ACCOUNT VALUE "ACCT".
                       88 PND-FOR-ORA-ACCOUNT VALUE "OACC".
                       88 PND-FOR-PRODUCT VALUE "PROD".
                       88 PND-FOR-MANDATE VALUE "MAND".
                       88 PND-FOR-BORROWER VALUE "BORR".
                       88 PND-FOR-COLLATERAL VALUE "COLL".
                   10 PND-REC-KEY PIC X(29).
                   10 PND-YMD PIC 9(8).
                   10 PND-TIME PIC 9(8).
               05 PND-ACTION PIC X(1).
                   88 PND-ADD VALUE "A".
                   88 PND-CHANGE VALUE "C".
                   88 PND-DELETE VALUE "D".
                   88 PND-BULK-RESET VALUE "B".
               05 PND-STATUS PIC X(1).
                   88 PND-PENDING VALUE "P".
                   88 PND-APPROVED VALUE "A".
                   88 PND-REJECTED VALUE "R".
               05 PND-MAKER PIC X(8).
               05 PND-CHECKER PIC X(8).
               05 PND-DEC-YMD PIC 9(8).
               05 PND-DEC-TIME PIC 9(8).
               05 PND-NOTE PIC X(30).
               05 PND-BEFORE PIC X(240).
               05 PND-AFTER PIC X(240).
               05 FILLER PIC X(8).

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(17).

       FD ORA-ACCOUNT-MASTER.
           01 ORA-ACCOUNT-MASTER-REC.
               05 OAC-NUMBER PIC X(29).
               05 OAC-STATUS PIC X(1).
               05 OAC-LAST-RUN-DATE PIC X(10).
               05 FILLER PIC X(15).

       FD PRODUCT-MASTER.
           01 PRODUCT-REC.
               05 PRD-CODE PIC X(4).
               05 FILLER PIC X(40).

       FD MANDATE-MASTER.
           01 MANDATE-REC.
               05 MAN-ACC PIC X(29).
               05 FILLER PIC X(67).

       FD BORROWER-MASTER.
           01 BORROWER-REC.
               05 BOR-ACC PIC X(29).
               05 FILLER PIC X(191).

      * Keyed on the account and item number; the pending entry is
      * keyed on the account alone, so the item is taken from the
      * images.
       FD COLLATERAL-MASTER.
           01 COLLATERAL-REC.
               05 COL-KEY.
                   10 COL-ACC PIC X(29).
                   10 COL-SEQ PIC 9(2).
               05 FILLER PIC X(74).

       WORKING-STORAGE SECTION.
           01 WS-PND-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OACM-STATUS PIC X(2) VALUE SPACES.
           01 WS-PRD-STATUS PIC X(2) VALUE SPACES.
           01 WS-MAN-STATUS PIC X(2) VALUE SPACES.
           01 WS-BOR-STATUS PIC X(2) VALUE SPACES.
           01 WS-COL-STATUS PIC X(2) VALUE SPACES.

           01 WS-ACCT-AVAIL PIC X(1) VALUE "N".
               88 WS-ACCOUNTS-ON-FILE VALUE "Y".
           01 WS-OACC-AVAIL PIC X(1) VALUE "N".
               88 WS-ORA-ACCOUNTS-ON-FILE VALUE "Y".
           01 WS-PRD-AVAIL PIC X(1) VALUE "N".
               88 WS-PRODUCTS-ON-FILE VALUE "Y".
           01 WS-MAN-AVAIL PIC X(1) VALUE "N".
               88 WS-MANDATES-ON-FILE VALUE "Y".
           01 WS-BOR-AVAIL PIC X(1) VALUE "N".
               88 WS-BORROWERS-ON-FILE VALUE "Y".
           01 WS-COL-AVAIL PIC X(1) VALUE "N".
               88 WS-COLLATERAL-ON-FILE VALUE "Y".

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
           01 WS-MASTER-OK PIC X(1) VALUE "N".
               88 WS-MASTER-AVAILABLE VALUE "Y".

           01 WS-DECISION PIC X(1) VALUE SPACE.
               88 WS-DECIDE-APPROVE VALUE "A".
               88 WS-DECIDE-REJECT VALUE "R".
               88 WS-DECIDE-SKIP VALUE "S".
               88 WS-DECIDE-QUIT VALUE "Q".
           01 WS-REJECT-NOTE PIC X(30) VALUE SPACES.
           01 WS-FAIL-NOTE PIC X(30) VALUE SPACES.

      * Screen copies of the entry under review.
           01 WS-REV-MASTER PIC X(30) VALUE SPACES.
           01 WS-REV-ACTION PIC X(20) VALUE SPACES.
           01 WS-REV-BEFORE PIC X(240) VALUE SPACES.
           01 WS-REV-BEFORE-R REDEFINES WS-REV-BEFORE.
               05 WS-REV-BEF-1 PIC X(60).
               05 WS-REV-BEF-2 PIC X(60).
               05 WS-REV-BEF-3 PIC X(60).
               05 WS-REV-BEF-4 PIC X(60).
           01 WS-REV-AFTER PIC X(240) VALUE SPACES.
           01 WS-REV-AFTER-R REDEFINES WS-REV-AFTER.
               05 WS-REV-AFT-1 PIC X(60).
               05 WS-REV-AFT-2 PIC X(60).
               05 WS-REV-AFT-3 PIC X(60).
               05 WS-REV-AFT-4 PIC X(60).

      * Before and after images of an account-master change, for
      * the field-by-field merge.
           01 WS-ACB-IMAGE.
               05 WS-ACB-NUMBER PIC X(29).
               05 WS-ACB-STATUS PIC X(1).
               05 WS-ACB-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(202).
           01 WS-ACA-IMAGE.
               05 WS-ACA-NUMBER PIC X(29).
               05 WS-ACA-STATUS PIC X(1).
               05 WS-ACA-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(202).
           01 WS-OAB-IMAGE.
               05 WS-OAB-NUMBER PIC X(29).
               05 WS-OAB-STATUS PIC X(1).
               05 WS-OAB-LAST-RUN-DATE PIC X(10).
               05 FILLER PIC X(200).
           01 WS-OAA-IMAGE.
               05 WS-OAA-NUMBER PIC X(29).
               05 WS-OAA-STATUS PIC X(1).
               05 WS-OAA-LAST-RUN-DATE PIC X(10).
               05 FILLER PIC X(200).

           01 WS-BULK-YMD PIC 9(8) VALUE ZERO.
           01 WS-BULK-DATE PIC X(10) VALUE SPACES.
           01 WS-BULK-COUNT PIC 9(9) VALUE ZERO.
           01 WS-BULK-EOF PIC X(1) VALUE "N".
               88 WS-BULK-DONE VALUE "Y".

           01 WS-REVIEW-COUNTER PIC 9(7) VALUE ZERO.
           01 WS-APPROVE-COUNTER PIC 9(7) VALUE ZERO.
           01 WS-REJECT-COUNTER PIC 9(7) VALUE ZERO.
           01 WS-OWN-COUNTER PIC 9(7) VALUE ZERO.

           01 WS-DECISION-KEY.
               05 WS-DK-MASTER PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DK-REC-KEY PIC X(29).
           01 WS-DECISION-DETAIL.
               05 FILLER PIC X(4) VALUE "ACT ".
               05 WS-DD-ACTION PIC X(1).
               05 FILLER PIC X(4) VALUE " BY ".
               05 WS-DD-MAKER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DD-TEXT PIC X(42).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-REVIEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "MASTER CHANGE APPROVAL".
               05 LINE 3 COL 1  VALUE "MASTER         : ".
               05 LINE 3 COL 20 PIC X(30) FROM WS-REV-MASTER.
               05 LINE 4 COL 1  VALUE "ACTION         : ".
               05 LINE 4 COL 20 PIC X(20) FROM WS-REV-ACTION.
               05 LINE 5 COL 1  VALUE "RECORD KEY     : ".
               05 LINE 5 COL 20 PIC X(29) FROM PND-REC-KEY.
               05 LINE 6 COL 1  VALUE "ENTERED BY     : ".
               05 LINE 6 COL 20 PIC X(8) FROM PND-MAKER.
               05 LINE 6 COL 30 VALUE "ON".
               05 LINE 6 COL 33 PIC 9(8) FROM PND-YMD.
               05 LINE 6 COL 42 PIC 9(6) FROM PND-TIME.
               05 LINE 8 COL 1  VALUE "BEFORE:".
               05 LINE 9 COL 3  PIC X(60) FROM WS-REV-BEF-1.
               05 LINE 10 COL 3 PIC X(60) FROM WS-REV-BEF-2.
               05 LINE 11 COL 3 PIC X(60) FROM WS-REV-BEF-3.
               05 LINE 12 COL 3 PIC X(60) FROM WS-REV-BEF-4.
               05 LINE 14 COL 1 VALUE "AFTER:".
               05 LINE 15 COL 3 PIC X(60) FROM WS-REV-AFT-1.
               05 LINE 16 COL 3 PIC X(60) FROM WS-REV-AFT-2.
               05 LINE 17 COL 3 PIC X(60) FROM WS-REV-AFT-3.
               05 LINE 18 COL 3 PIC X(60) FROM WS-REV-AFT-4.
               05 LINE 20 COL 1 VALUE "DECISION (A/R/S/Q): ".
               05 LINE 20 COL 22 PIC X(1) USING WS-DECISION.
               05 LINE 21 COL 1 VALUE "REJECT REASON  : ".
               05 LINE 21 COL 20 PIC X(30) USING WS-REJECT-NOTE.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
           PERFORM 200-REVIEW-NEXT UNTIL WS-IS-DONE.
           PERFORM 900-WRAPUP.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "chgapprove" TO SGN-PROGRAM.
           MOVE "M" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF SGN-GRANTED
              MOVE SGN-OPERATOR TO WS-OPERATOR
           ELSE
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN I-O PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
              DISPLAY "NO PENDING CHANGES FILE, STATUS: "
                      WS-PND-STATUS
              MOVE 'Y' TO WS-DONE
           ELSE
              PERFORM 110-OPEN-MASTERS
              MOVE LOW-VALUES TO PND-KEY
              START PENDING-FILE KEY IS >= PND-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-DONE
              END-START
           END-IF.

       110-OPEN-MASTERS.

      * The account masters belong to their batch suites and must
      * already exist; the catalog, mandate, borrower and collateral
      * masters are created empty on the first approved add, as
      * their own maintenance screens do.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS = "00"
              MOVE 'Y' TO WS-ACCT-AVAIL
           END-IF.

           OPEN I-O ORA-ACCOUNT-MASTER.
           IF WS-OACM-STATUS = "00"
              MOVE 'Y' TO WS-OACC-AVAIL
           END-IF.

           OPEN I-O PRODUCT-MASTER.
           IF WS-PRD-STATUS = "35"
              OPEN OUTPUT PRODUCT-MASTER
              CLOSE PRODUCT-MASTER
              OPEN I-O PRODUCT-MASTER
           END-IF.
           IF WS-PRD-STATUS = "00"
              MOVE 'Y' TO WS-PRD-AVAIL
           END-IF.

           OPEN I-O MANDATE-MASTER.
           IF WS-MAN-STATUS = "35"
              OPEN OUTPUT MANDATE-MASTER
              CLOSE MANDATE-MASTER
              OPEN I-O MANDATE-MASTER
           END-IF.
           IF WS-MAN-STATUS = "00"
              MOVE 'Y' TO WS-MAN-AVAIL
           END-IF.

           OPEN I-O BORROWER-MASTER.
           IF WS-BOR-STATUS = "35"
              OPEN OUTPUT BORROWER-MASTER
              CLOSE BORROWER-MASTER
              OPEN I-O BORROWER-MASTER
           END-IF.
           IF WS-BOR-STATUS = "00"
              MOVE 'Y' TO WS-BOR-AVAIL
           END-IF.

           OPEN I-O COLLATERAL-MASTER.
           IF WS-COL-STATUS = "35"
              OPEN OUTPUT COLLATERAL-MASTER
              CLOSE COLLATERAL-MASTER
              OPEN I-O COLLATERAL-MASTER
           END-IF.
           IF WS-COL-STATUS = "00"
              MOVE 'Y' TO WS-COL-AVAIL
           END-IF.

       200-REVIEW-NEXT.

           READ PENDING-FILE NEXT RECORD
              AT END
                 DISPLAY "NO MORE CHANGES AWAITING APPROVAL"
                 MOVE 'Y' TO WS-DONE
              NOT AT END
                 IF PND-PENDING
                    IF PND-MAKER = WS-OPERATOR
                       ADD 1 TO WS-OWN-COUNTER
                    ELSE
                       PERFORM 300-REVIEW-ONE
                    END-IF
                 END-IF
           END-READ.

       300-REVIEW-ONE.

           ADD 1 TO WS-REVIEW-COUNTER.
           PERFORM 310-FORMAT-SCREEN.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-REJECT-NOTE.
           DISPLAY SCR-REVIEW.
           ACCEPT SCR-REVIEW.

           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM 320-CHECK-MASTER
                   IF WS-MASTER-AVAILABLE
                      MOVE SPACES TO WS-FAIL-NOTE
                      PERFORM 400-APPLY-CHANGE
                      IF WS-FAIL-NOTE = SPACES
                         MOVE "A" TO PND-STATUS
                         ADD 1 TO WS-APPROVE-COUNTER
                         DISPLAY "CHANGE APPROVED AND APPLIED: "
                                 PND-REC-KEY
                      ELSE
                         MOVE "R" TO PND-STATUS
                         MOVE WS-FAIL-NOTE TO PND-NOTE
                         ADD 1 TO WS-REJECT-COUNTER
                         DISPLAY "CHANGE NOT APPLIED, REJECTED: "
                                 WS-FAIL-NOTE
                      END-IF
                      PERFORM 500-RECORD-DECISION
                   ELSE
                      DISPLAY "MASTER NOT AVAILABLE, LEFT PENDING: "
                              PND-MASTER
                   END-IF
               WHEN WS-DECIDE-REJECT
                   IF WS-REJECT-NOTE = SPACES
                      DISPLAY "REJECT REASON REQUIRED, LEFT PENDING"
                   ELSE
                      MOVE "R" TO PND-STATUS
                      MOVE WS-REJECT-NOTE TO PND-NOTE
                      ADD 1 TO WS-REJECT-COUNTER
                      PERFORM 500-RECORD-DECISION
                      DISPLAY "CHANGE REJECTED: " PND-REC-KEY
                   END-IF
               WHEN WS-DECIDE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       310-FORMAT-SCREEN.

           EVALUATE TRUE
               WHEN PND-FOR-ACCOUNT
                   MOVE "ACCOUNT MASTER" TO WS-REV-MASTER
               WHEN PND-FOR-ORA-ACCOUNT
                   MOVE "ORABCUOTA ACCOUNT MASTER" TO WS-REV-MASTER
               WHEN PND-FOR-PRODUCT
                   MOVE "PRODUCT CATALOG" TO WS-REV-MASTER
               WHEN PND-FOR-MANDATE
                   MOVE "DIRECT-DEBIT MANDATES" TO WS-REV-MASTER
               WHEN PND-FOR-BORROWER
                   MOVE "BORROWER MASTER" TO WS-REV-MASTER
               WHEN PND-FOR-COLLATERAL
                   MOVE "COLLATERAL REGISTER" TO WS-REV-MASTER
               WHEN OTHER
                   MOVE PND-MASTER TO WS-REV-MASTER
           END-EVALUATE.

           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE "ADD" TO WS-REV-ACTION
               WHEN PND-CHANGE
                   MOVE "CHANGE" TO WS-REV-ACTION
               WHEN PND-DELETE
                   MOVE "DELETE" TO WS-REV-ACTION
               WHEN PND-BULK-RESET
                   MOVE "BULK RESET LAST RUN" TO WS-REV-ACTION
               WHEN OTHER
                   MOVE PND-ACTION TO WS-REV-ACTION
           END-EVALUATE.

           MOVE PND-BEFORE TO WS-REV-BEFORE.
           MOVE PND-AFTER TO WS-REV-AFTER.

       320-CHECK-MASTER.

           MOVE 'N' TO WS-MASTER-OK.
           EVALUATE TRUE
               WHEN PND-FOR-ACCOUNT AND WS-ACCOUNTS-ON-FILE
               WHEN PND-FOR-ORA-ACCOUNT AND WS-ORA-ACCOUNTS-ON-FILE
               WHEN PND-FOR-PRODUCT AND WS-PRODUCTS-ON-FILE
               WHEN PND-FOR-MANDATE AND WS-MANDATES-ON-FILE
               WHEN PND-FOR-BORROWER AND WS-BORROWERS-ON-FILE
               WHEN PND-FOR-COLLATERAL AND WS-COLLATERAL-ON-FILE
                   MOVE 'Y' TO WS-MASTER-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       400-APPLY-CHANGE.

           EVALUATE TRUE
               WHEN PND-FOR-ACCOUNT
                   PERFORM 410-APPLY-ACCOUNT
               WHEN PND-FOR-ORA-ACCOUNT
                   PERFORM 420-APPLY-ORA-ACCOUNT
               WHEN PND-FOR-PRODUCT
                   PERFORM 430-APPLY-PRODUCT
               WHEN PND-FOR-MANDATE
                   PERFORM 440-APPLY-MANDATE
               WHEN PND-FOR-BORROWER
                   PERFORM 450-APPLY-BORROWER
               WHEN PND-FOR-COLLATERAL
                   PERFORM 480-APPLY-COLLATERAL
           END-EVALUATE.

       410-APPLY-ACCOUNT.

           MOVE PND-BEFORE TO WS-ACB-IMAGE.
           MOVE PND-AFTER TO WS-ACA-IMAGE.
           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE PND-AFTER TO ACCOUNT-MASTER-REC
                   WRITE ACCOUNT-MASTER-REC
                      INVALID KEY
                         MOVE "ACCOUNT ALREADY ON MASTER"
                           TO WS-FAIL-NOTE
                   END-WRITE
               WHEN PND-BULK-RESET
                   MOVE PND-AFTER(1:8) TO WS-BULK-YMD
                   PERFORM 460-BULK-RESET-ACCOUNTS
               WHEN OTHER
                   MOVE PND-REC-KEY TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                      INVALID KEY
                         MOVE "ACCOUNT NO LONGER ON MASTER"
                           TO WS-FAIL-NOTE
                      NOT INVALID KEY
                         PERFORM 415-MERGE-ACCOUNT
                         IF WS-FAIL-NOTE = SPACES
                            REWRITE ACCOUNT-MASTER-REC
                         END-IF
                   END-READ
           END-EVALUATE.

       415-MERGE-ACCOUNT.

      * Only what the maker changed is carried across, and only if
      * the master still holds what the maker saw.
           IF WS-ACA-STATUS NOT = WS-ACB-STATUS
              IF ACCT-STATUS NOT = WS-ACB-STATUS
                 MOVE "STATUS CHANGED SINCE ENTRY" TO WS-FAIL-NOTE
              ELSE
                 MOVE WS-ACA-STATUS TO ACCT-STATUS
              END-IF
           END-IF.
           IF WS-ACA-LAST-RUN-DATE NOT = WS-ACB-LAST-RUN-DATE
              IF ACCT-LAST-RUN-DATE NOT = WS-ACB-LAST-RUN-DATE
                 MOVE "LAST RUN CHANGED SINCE ENTRY" TO WS-FAIL-NOTE
              ELSE
                 MOVE WS-ACA-LAST-RUN-DATE TO ACCT-LAST-RUN-DATE
              END-IF
           END-IF.

       420-APPLY-ORA-ACCOUNT.

           MOVE PND-BEFORE TO WS-OAB-IMAGE.
           MOVE PND-AFTER TO WS-OAA-IMAGE.
           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE PND-AFTER TO ORA-ACCOUNT-MASTER-REC
                   WRITE ORA-ACCOUNT-MASTER-REC
                      INVALID KEY
                         MOVE "ACCOUNT ALREADY ON MASTER"
                           TO WS-FAIL-NOTE
                   END-WRITE
               WHEN PND-BULK-RESET
                   MOVE PND-AFTER(1:10) TO WS-BULK-DATE
                   PERFORM 470-BULK-RESET-ORA-ACCOUNTS
               WHEN OTHER
                   MOVE PND-REC-KEY TO OAC-NUMBER
                   READ ORA-ACCOUNT-MASTER
                      INVALID KEY
                         MOVE "ACCOUNT NO LONGER ON MASTER"
                           TO WS-FAIL-NOTE
                      NOT INVALID KEY
                         PERFORM 425-MERGE-ORA-ACCOUNT
                         IF WS-FAIL-NOTE = SPACES
                            REWRITE ORA-ACCOUNT-MASTER-REC
                         END-IF
                   END-READ
           END-EVALUATE.

       425-MERGE-ORA-ACCOUNT.

           IF WS-OAA-STATUS NOT = WS-OAB-STATUS
              IF OAC-STATUS NOT = WS-OAB-STATUS
                 MOVE "STATUS CHANGED SINCE ENTRY" TO WS-FAIL-NOTE
              ELSE
                 MOVE WS-OAA-STATUS TO OAC-STATUS
              END-IF
           END-IF.
           IF WS-OAA-LAST-RUN-DATE NOT = WS-OAB-LAST-RUN-DATE
              IF OAC-LAST-RUN-DATE NOT = WS-OAB-LAST-RUN-DATE
                 MOVE "LAST RUN CHANGED SINCE ENTRY" TO WS-FAIL-NOTE
              ELSE
                 MOVE WS-OAA-LAST-RUN-DATE TO OAC-LAST-RUN-DATE
              END-IF
           END-IF.

       430-APPLY-PRODUCT.

           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE PND-AFTER TO PRODUCT-REC
                   WRITE PRODUCT-REC
                      INVALID KEY
                         MOVE "PRODUCT ALREADY ON CATALOG"
                           TO WS-FAIL-NOTE
                   END-WRITE
               WHEN OTHER
                   MOVE PND-REC-KEY TO PRD-CODE
                   READ PRODUCT-MASTER
                      INVALID KEY
                         MOVE "PRODUCT NO LONGER ON CATALOG"
                           TO WS-FAIL-NOTE
                      NOT INVALID KEY
                         IF PRODUCT-REC NOT = PND-BEFORE
                            MOVE "PRODUCT CHANGED SINCE ENTRY"
                              TO WS-FAIL-NOTE
                         ELSE
                            IF PND-DELETE
                               DELETE PRODUCT-MASTER
                            ELSE
                               MOVE PND-AFTER TO PRODUCT-REC
                               REWRITE PRODUCT-REC
                            END-IF
                         END-IF
                   END-READ
           END-EVALUATE.

       440-APPLY-MANDATE.

           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE PND-AFTER TO MANDATE-REC
                   WRITE MANDATE-REC
                      INVALID KEY
                         MOVE "MANDATE ALREADY ON MASTER"
                           TO WS-FAIL-NOTE
                   END-WRITE
               WHEN OTHER
                   MOVE PND-REC-KEY TO MAN-ACC
                   READ MANDATE-MASTER
                      INVALID KEY
                         MOVE "MANDATE NO LONGER ON MASTER"
                           TO WS-FAIL-NOTE
                      NOT INVALID KEY
      * The last eight bytes carry ddgen's first-collection date,
      * which the collection run stamps in between; they are left
      * out of the match and kept as they are on the master.
                         IF MANDATE-REC(1:88) NOT = PND-BEFORE(1:88)
                            MOVE "MANDATE CHANGED SINCE ENTRY"
                              TO WS-FAIL-NOTE
                         ELSE
                            IF PND-DELETE
                               DELETE MANDATE-MASTER
                            ELSE
                               MOVE PND-AFTER(1:88)
                                 TO MANDATE-REC(1:88)
                               REWRITE MANDATE-REC
                            END-IF
                         END-IF
                   END-READ
           END-EVALUATE.

       450-APPLY-BORROWER.

           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE PND-AFTER TO BORROWER-REC
                   WRITE BORROWER-REC
                      INVALID KEY
                         MOVE "BORROWER ALREADY ON MASTER"
                           TO WS-FAIL-NOTE
                   END-WRITE
               WHEN OTHER
                   MOVE PND-REC-KEY TO BOR-ACC
                   READ BORROWER-MASTER
                      INVALID KEY
                         MOVE "BORROWER NO LONGER ON MASTER"
                           TO WS-FAIL-NOTE
                      NOT INVALID KEY
                         IF BORROWER-REC NOT = PND-BEFORE
                            MOVE "BORROWER CHANGED SINCE ENTRY"
                              TO WS-FAIL-NOTE
                         ELSE
                            IF PND-DELETE
                               DELETE BORROWER-MASTER
                            ELSE
                               MOVE PND-AFTER TO BORROWER-REC
                               REWRITE BORROWER-REC
                            END-IF
                         END-IF
                   END-READ
           END-EVALUATE.

       460-BULK-RESET-ACCOUNTS.

      * Clears the duplicate-run stamp on every account run on the
      * requested date (see acctmaint's 600-BULK-RESET).
           MOVE ZERO TO WS-BULK-COUNT.
           MOVE "N" TO WS-BULK-EOF.
           MOVE LOW-VALUES TO ACCT-NUMBER.
           START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
              INVALID KEY
                 MOVE "Y" TO WS-BULK-EOF
           END-START.

           PERFORM 465-BULK-SCAN-ONE UNTIL WS-BULK-DONE.

           DISPLAY "ACCOUNTS RESET: " WS-BULK-COUNT.

       465-BULK-SCAN-ONE.

           READ ACCOUNT-MASTER NEXT RECORD
              AT END
                 MOVE "Y" TO WS-BULK-EOF
              NOT AT END
                 IF ACCT-LAST-RUN-DATE = WS-BULK-YMD
                    MOVE ZERO TO ACCT-LAST-RUN-DATE
                    REWRITE ACCOUNT-MASTER-REC
                    ADD 1 TO WS-BULK-COUNT
                 END-IF
           END-READ.

       470-BULK-RESET-ORA-ACCOUNTS.

      * The orabcuota equivalent (see oraacctmaint's 600-BULK-RESET).
           MOVE ZERO TO WS-BULK-COUNT.
           MOVE "N" TO WS-BULK-EOF.
           MOVE LOW-VALUES TO OAC-NUMBER.
           START ORA-ACCOUNT-MASTER KEY IS >= OAC-NUMBER
              INVALID KEY
                 MOVE "Y" TO WS-BULK-EOF
           END-START.

           PERFORM 475-BULK-SCAN-ONE UNTIL WS-BULK-DONE.

           DISPLAY "ACCOUNTS RESET: " WS-BULK-COUNT.

       475-BULK-SCAN-ONE.

           READ ORA-ACCOUNT-MASTER NEXT RECORD
              AT END
                 MOVE "Y" TO WS-BULK-EOF
              NOT AT END
                 IF OAC-LAST-RUN-DATE = WS-BULK-DATE
                    MOVE SPACES TO OAC-LAST-RUN-DATE
                    REWRITE ORA-ACCOUNT-MASTER-REC
                    ADD 1 TO WS-BULK-COUNT
                 END-IF
           END-READ.

       480-APPLY-COLLATERAL.

           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE PND-AFTER TO COLLATERAL-REC
                   WRITE COLLATERAL-REC
                      INVALID KEY
                         MOVE "COLLATERAL ALREADY ON REGISTER"
                           TO WS-FAIL-NOTE
                   END-WRITE
               WHEN OTHER
                   MOVE PND-BEFORE TO COLLATERAL-REC
                   READ COLLATERAL-MASTER
                      INVALID KEY
                         MOVE "COLLATERAL NO LONGER ON FILE"
                           TO WS-FAIL-NOTE
                      NOT INVALID KEY
                         IF COLLATERAL-REC NOT = PND-BEFORE
                            MOVE "COLLATERAL CHANGED SINCE ENTRY"
                              TO WS-FAIL-NOTE
                         ELSE
                            IF PND-DELETE
                               DELETE COLLATERAL-MASTER
                            ELSE
                               MOVE PND-AFTER TO COLLATERAL-REC
                               REWRITE COLLATERAL-REC
                            END-IF
                         END-IF
                   END-READ
           END-EVALUATE.

       500-RECORD-DECISION.

           MOVE WS-OPERATOR TO PND-CHECKER.
           ACCEPT PND-DEC-YMD FROM DATE YYYYMMDD.
           ACCEPT PND-DEC-TIME FROM TIME.
           REWRITE PENDING-REC
              INVALID KEY
                 DISPLAY "DECISION NOT RECORDED: " PND-REC-KEY
              NOT INVALID KEY
                 PERFORM 510-LOG-DECISION
           END-REWRITE.

       510-LOG-DECISION.

           IF PND-APPROVED
              MOVE "APPROVE" TO SGN-ACTION
           ELSE
              MOVE "REJECT" TO SGN-ACTION
           END-IF.
           MOVE PND-MASTER TO WS-DK-MASTER.
           MOVE PND-REC-KEY TO WS-DK-REC-KEY.
           MOVE WS-DECISION-KEY TO SGN-KEY.

      * An approved mandate carries the IBAN it puts on file (after
      * image, position 30 for 34); a rejection carries its reason.
           MOVE PND-ACTION TO WS-DD-ACTION.
           MOVE PND-MAKER TO WS-DD-MAKER.
           MOVE SPACES TO WS-DD-TEXT.
           EVALUATE TRUE
               WHEN PND-REJECTED
                   MOVE PND-NOTE TO WS-DD-TEXT
               WHEN PND-FOR-MANDATE AND NOT PND-DELETE
                   STRING "IBAN " PND-AFTER(30:34)
                       DELIMITED BY SIZE INTO WS-DD-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-DECISION-DETAIL TO SGN-DETAIL.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           CLOSE PENDING-FILE.
           IF WS-ACCOUNTS-ON-FILE
              CLOSE ACCOUNT-MASTER
           END-IF.
           IF WS-ORA-ACCOUNTS-ON-FILE
              CLOSE ORA-ACCOUNT-MASTER
           END-IF.
           IF WS-PRODUCTS-ON-FILE
              CLOSE PRODUCT-MASTER
           END-IF.
           IF WS-MANDATES-ON-FILE
              CLOSE MANDATE-MASTER
           END-IF.
           IF WS-BORROWERS-ON-FILE
              CLOSE BORROWER-MASTER
           END-IF.
           IF WS-COLLATERAL-ON-FILE
              CLOSE COLLATERAL-MASTER
           END-IF.

           DISPLAY "CHANGES REVIEWED:  " WS-REVIEW-COUNTER.
           DISPLAY "CHANGES APPROVED:  " WS-APPROVE-COUNTER.
           DISPLAY "CHANGES REJECTED:  " WS-REJECT-COUNTER.
           DISPLAY "OWN CHANGES PASSED:" WS-OWN-COUNTER.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *
      * Customer Dispute Maintenance
      * ============================
      *
      * Opens and closes customer disputes on the bcuota-disputes
      * master. A dispute is raised on a whole account (due date
      * left zero) or on a single open item (the item's due date),
      * with a reason and the date it is next to be reviewed. While
      * it is open the collections machinery stands still for it:
      * dunning, penassess, ddgen and agingrpt skip the account or
      * item and list it as held - in dispute. dispfollow lists the
      * open disputes whose review date has passed.
      *
      *   O) open a dispute (or reopen a closed one)
      *   R) change the reason or review date of an open dispute
      *   C) close a dispute, with a note
      *   I) look at a dispute
      *
      * The account must be on account-master and an item must be
      * on the bcuota-openitems subledger. Disputes are an operating
      * hold, not master data: they take effect at once, without the
      * maker-checker queue, and every open and close carries the
      * operator's ID and date.
      *
      * The operator signs on through the signon service. Any role
      * may inquire; only role M may open, change or close a
      * dispute. Each of those is written to the security access
      * log with the account and item, and a refused choice is
      * logged as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MASTER ASSIGN TO "bcuota-disputes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "account-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER
           FILE STATUS IS WS-ACCTM-STATUS.

           SELECT OPENITEM-MASTER ASSIGN TO "bcuota-openitems"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPN-KEY
           FILE STATUS IS WS-OPN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-MASTER.
           01 DISPUTE-REC.
               05 DSP-KEY.
                   10 DSP-ACC PIC X(29).
      * Zero for a dispute on the whole account.
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

       FD ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-REC.
               05 ACCT-NUMBER PIC X(29).
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(17).

       FD OPENITEM-MASTER.
           01 OPENITEM-REC.
               05 OPN-KEY.
                   10 OPN-ACC PIC X(29).
                   10 OPN-DUE-YMD PIC 9(8).
               05 OPN-EXPECTED PIC S9(7)V9(2).
               05 OPN-RECEIVED PIC S9(7)V9(2).
               05 OPN-CURR PIC X(3).
               05 OPN-STATUS PIC X(1).
                   88 OPN-OPEN VALUE "O".
                   88 OPN-PART-PAID VALUE "P".
                   88 OPN-CLOSED VALUE "C".
               05 OPN-VALDATE-YMD PIC 9(8).
               05 OPN-PEN-FLAG PIC X(1).
               05 OPN-ITEM-TYPE PIC X(1).
               05 FILLER PIC X(4).

       WORKING-STORAGE SECTION.
           01 WS-DSP-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-OPN-STATUS PIC X(2) VALUE SPACES.

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-SDATE PIC 9(8) DISPLAY.

           01 WS-OPN-AVAIL PIC X(1) VALUE "N".
               88 WS-ITEMS-ON-FILE VALUE "Y".
           01 WS-KEY-OK PIC X(1) VALUE "N".
               88 WS-KEY-IS-VALID VALUE "Y".
           01 WS-DSP-FOUND PIC X(1) VALUE "N".
               88 WS-DISPUTE-FOUND VALUE "Y".

           01 WS-INQ-ACC PIC X(29) VALUE SPACES.
           01 WS-INQ-DUE-YMD PIC 9(8) VALUE ZERO.
           01 WS-INQ-REASON PIC X(40) VALUE SPACES.
           01 WS-INQ-REVIEW-YMD PIC 9(8) VALUE ZERO.
           01 WS-INQ-NOTE PIC X(40) VALUE SPACES.

           01 WS-CHOICE PIC X(1) VALUE SPACE.
               88 WS-CHOICE-OPEN    VALUE "O".
               88 WS-CHOICE-REVIEW  VALUE "R".
               88 WS-CHOICE-CLOSE   VALUE "C".
               88 WS-CHOICE-INQUIRE VALUE "I".
               88 WS-CHOICE-QUIT    VALUE "Q".
               88 WS-CHOICE-MAINTAIN VALUE "O" "R" "C".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
           01 WS-FILES-OPEN PIC X(1) VALUE "N".
               88 WS-FILES-ARE-OPEN VALUE "Y".

           01 WS-DISPUTE-LOG-KEY.
               05 WS-DL-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-DUE-YMD PIC 9(8).
           01 WS-DISPUTE-LOG-DETAIL.
               05 WS-DL-TEXT PIC X(40).
               05 WS-DL-REVIEW-LIT PIC X(8).
               05 WS-DL-REVIEW-YMD PIC X(8).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "CUSTOMER DISPUTE MAINT".
               05 LINE 3  COL 1 VALUE "O) OPEN DISPUTE".
               05 LINE 4  COL 1 VALUE "R) CHANGE REASON/REVIEW DATE".
               05 LINE 5  COL 1 VALUE "C) CLOSE DISPUTE".
               05 LINE 6  COL 1 VALUE "I) INQUIRE".
               05 LINE 7  COL 1 VALUE "Q) QUIT".
               05 LINE 9  COL 1 VALUE "SELECTION: ".
               05 LINE 9  COL 12 PIC X(1) USING WS-CHOICE.

           01 SCR-DISPUTE-KEY.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) USING WS-INQ-ACC.
               05 LINE 2 COL 1  VALUE "ITEM DUE (YMD) : ".
               05 LINE 2 COL 20 PIC 9(8) USING WS-INQ-DUE-YMD.
               05 LINE 3 COL 1  VALUE "(ZERO FOR THE WHOLE ACCOUNT)".

           01 SCR-DISPUTE-OPEN.
               05 LINE 5 COL 1  VALUE "REASON         : ".
               05 LINE 5 COL 20 PIC X(40) USING WS-INQ-REASON.
               05 LINE 6 COL 1  VALUE "REVIEW (YMD)   : ".
               05 LINE 6 COL 20 PIC 9(8) USING WS-INQ-REVIEW-YMD.

           01 SCR-DISPUTE-CLOSE.
               05 LINE 5 COL 1  VALUE "CLOSING NOTE   : ".
               05 LINE 5 COL 20 PIC X(40) USING WS-INQ-NOTE.

           01 SCR-DISPUTE.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "ACCOUNT NUMBER : ".
               05 LINE 1 COL 20 PIC X(29) FROM DSP-ACC.
               05 LINE 2 COL 1  VALUE "ITEM DUE (YMD) : ".
               05 LINE 2 COL 20 PIC 9(8) FROM DSP-DUE-YMD.
               05 LINE 3 COL 1  VALUE "STATUS (O/C)   : ".
               05 LINE 3 COL 20 PIC X(1) FROM DSP-STATUS.
               05 LINE 4 COL 1  VALUE "REASON         : ".
               05 LINE 4 COL 20 PIC X(40) FROM DSP-REASON.
               05 LINE 5 COL 1  VALUE "REVIEW (YMD)   : ".
               05 LINE 5 COL 20 PIC 9(8) FROM DSP-REVIEW-YMD.
               05 LINE 6 COL 1  VALUE "OPENED         : ".
               05 LINE 6 COL 20 PIC 9(8) FROM DSP-OPENED-YMD.
               05 LINE 6 COL 30 PIC X(8) FROM DSP-OPENED-BY.
               05 LINE 7 COL 1  VALUE "CLOSED         : ".
               05 LINE 7 COL 20 PIC 9(8) FROM DSP-CLOSED-YMD.
               05 LINE 7 COL 30 PIC X(8) FROM DSP-CLOSED-BY.
               05 LINE 8 COL 1  VALUE "CLOSING NOTE   : ".
               05 LINE 8 COL 20 PIC X(40) FROM DSP-CLOSE-NOTE.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
           PERFORM 200-MENU-LOOP UNTIL WS-IS-DONE.
           PERFORM 900-WRAPUP.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "dispmaint" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF SGN-GRANTED
              MOVE SGN-OPERATOR TO WS-OPERATOR
              PERFORM 110-OPEN-FILES
           ELSE
              MOVE 'Y' TO WS-DONE
           END-IF.

       110-OPEN-FILES.

           MOVE 'Y' TO WS-FILES-OPEN.
           OPEN I-O DISPUTE-MASTER.
           IF WS-DSP-STATUS = "35"
      * First dispute ever raised: create the master empty.
              OPEN OUTPUT DISPUTE-MASTER
              CLOSE DISPUTE-MASTER
              OPEN I-O DISPUTE-MASTER
           END-IF.
           IF WS-DSP-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN DISPUTE MASTER, STATUS: "
                      WS-DSP-STATUS
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACCOUNT MASTER, STATUS: "
                      WS-ACCTM-STATUS
              MOVE 'Y' TO WS-DONE
           END-IF.

           MOVE 'N' TO WS-OPN-AVAIL.
           OPEN INPUT OPENITEM-MASTER.
           IF WS-OPN-STATUS = "00"
              MOVE 'Y' TO WS-OPN-AVAIL
           END-IF.

       200-MENU-LOOP.

           MOVE SPACE TO WS-CHOICE.
           DISPLAY SCR-MENU.
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-MAINTAIN AND NOT SGN-ROLE-MAINTAIN
                   PERFORM 800-REFUSE-CHOICE
               WHEN WS-CHOICE-OPEN
                   PERFORM 300-OPEN-DISPUTE
               WHEN WS-CHOICE-REVIEW
                   PERFORM 400-CHANGE-DISPUTE
               WHEN WS-CHOICE-CLOSE
                   PERFORM 500-CLOSE-DISPUTE
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 600-SHOW-DISPUTE
               WHEN WS-CHOICE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       300-OPEN-DISPUTE.

           PERFORM 700-ACCEPT-KEY.
           IF WS-KEY-IS-VALID
              PERFORM 750-READ-DISPUTE
              IF WS-DISPUTE-FOUND AND DSP-OPEN
                 DISPLAY "DISPUTE ALREADY OPEN: " WS-INQ-ACC
                         " " WS-INQ-DUE-YMD
              ELSE
                 MOVE SPACES TO WS-INQ-REASON
                 MOVE ZERO TO WS-INQ-REVIEW-YMD
                 DISPLAY SCR-DISPUTE-OPEN
                 ACCEPT SCR-DISPUTE-OPEN
                 PERFORM 720-CHECK-OPEN-FIELDS
                 IF WS-KEY-IS-VALID
                    PERFORM 310-WRITE-OPEN-DISPUTE
                 END-IF
              END-IF
           END-IF.

       310-WRITE-OPEN-DISPUTE.

      * A reopened dispute starts afresh on the closed record.
           MOVE SPACES TO DISPUTE-REC.
           MOVE WS-INQ-ACC TO DSP-ACC.
           MOVE WS-INQ-DUE-YMD TO DSP-DUE-YMD.
           MOVE "O" TO DSP-STATUS.
           MOVE WS-INQ-REASON TO DSP-REASON.
           MOVE WS-INQ-REVIEW-YMD TO DSP-REVIEW-YMD.
           MOVE WS-SDATE TO DSP-OPENED-YMD.
           MOVE WS-OPERATOR TO DSP-OPENED-BY.
           MOVE ZERO TO DSP-CLOSED-YMD.
           IF WS-DISPUTE-FOUND
              REWRITE DISPUTE-REC
                 INVALID KEY
                    DISPLAY "UNABLE TO REOPEN DISPUTE: " DSP-ACC
                 NOT INVALID KEY
                    MOVE "REOPEN" TO SGN-ACTION
                    PERFORM 810-LOG-DISPUTE
              END-REWRITE
           ELSE
              WRITE DISPUTE-REC
                 INVALID KEY
                    DISPLAY "UNABLE TO OPEN DISPUTE: " DSP-ACC
                 NOT INVALID KEY
                    MOVE "OPEN" TO SGN-ACTION
                    PERFORM 810-LOG-DISPUTE
              END-WRITE
           END-IF.
           DISPLAY "DISPUTE OPEN: " DSP-ACC " " DSP-DUE-YMD.

       400-CHANGE-DISPUTE.

           PERFORM 700-ACCEPT-KEY.
           IF WS-KEY-IS-VALID
              PERFORM 750-READ-DISPUTE
              IF NOT WS-DISPUTE-FOUND OR NOT DSP-OPEN
                 DISPLAY "NO OPEN DISPUTE: " WS-INQ-ACC
                         " " WS-INQ-DUE-YMD
              ELSE
                 MOVE DSP-REASON TO WS-INQ-REASON
                 MOVE DSP-REVIEW-YMD TO WS-INQ-REVIEW-YMD
                 DISPLAY SCR-DISPUTE-OPEN
                 ACCEPT SCR-DISPUTE-OPEN
                 PERFORM 720-CHECK-OPEN-FIELDS
                 IF WS-KEY-IS-VALID
                    MOVE WS-INQ-REASON TO DSP-REASON
                    MOVE WS-INQ-REVIEW-YMD TO DSP-REVIEW-YMD
                    REWRITE DISPUTE-REC
                       INVALID KEY
                          DISPLAY "UNABLE TO UPDATE DISPUTE: " DSP-ACC
                       NOT INVALID KEY
                          MOVE "CHANGE" TO SGN-ACTION
                          PERFORM 810-LOG-DISPUTE
                    END-REWRITE
                    DISPLAY "DISPUTE UPDATED: " DSP-ACC
                            " " DSP-DUE-YMD
                 END-IF
              END-IF
           END-IF.

       500-CLOSE-DISPUTE.

           PERFORM 700-ACCEPT-KEY.
           IF WS-KEY-IS-VALID
              PERFORM 750-READ-DISPUTE
              IF NOT WS-DISPUTE-FOUND OR NOT DSP-OPEN
                 DISPLAY "NO OPEN DISPUTE: " WS-INQ-ACC
                         " " WS-INQ-DUE-YMD
              ELSE
                 MOVE SPACES TO WS-INQ-NOTE
                 DISPLAY SCR-DISPUTE-CLOSE
                 ACCEPT SCR-DISPUTE-CLOSE
                 IF WS-INQ-NOTE = SPACES
                    DISPLAY "CLOSING NOTE REQUIRED"
                 ELSE
                    MOVE "C" TO DSP-STATUS
                    MOVE WS-SDATE TO DSP-CLOSED-YMD
                    MOVE WS-OPERATOR TO DSP-CLOSED-BY
                    MOVE WS-INQ-NOTE TO DSP-CLOSE-NOTE
                    REWRITE DISPUTE-REC
                       INVALID KEY
                          DISPLAY "UNABLE TO CLOSE DISPUTE: " DSP-ACC
                       NOT INVALID KEY
                          MOVE "CLOSE" TO SGN-ACTION
                          PERFORM 810-LOG-DISPUTE
                    END-REWRITE
                    DISPLAY "DISPUTE CLOSED: " DSP-ACC
                            " " DSP-DUE-YMD
                 END-IF
              END-IF
           END-IF.

       600-SHOW-DISPUTE.

           MOVE SPACES TO WS-INQ-ACC.
           MOVE ZERO TO WS-INQ-DUE-YMD.
           DISPLAY SCR-DISPUTE-KEY.
           ACCEPT SCR-DISPUTE-KEY.
           PERFORM 750-READ-DISPUTE.
           IF WS-DISPUTE-FOUND
              DISPLAY SCR-DISPUTE
              DISPLAY "PRESS ENTER TO CONTINUE" WITH NO ADVANCING
              ACCEPT WS-CHOICE
           ELSE
              DISPLAY "NO DISPUTE ON FILE: " WS-INQ-ACC
                      " " WS-INQ-DUE-YMD
           END-IF.

       700-ACCEPT-KEY.

      * The account has to exist, and an item dispute needs the item
      * on the subledger.
           MOVE SPACES TO WS-INQ-ACC.
           MOVE ZERO TO WS-INQ-DUE-YMD.
           DISPLAY SCR-DISPUTE-KEY.
           ACCEPT SCR-DISPUTE-KEY.

           MOVE 'Y' TO WS-KEY-OK.
           MOVE WS-INQ-ACC TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND: " WS-INQ-ACC
                 MOVE 'N' TO WS-KEY-OK
           END-READ.

           IF WS-KEY-IS-VALID AND WS-INQ-DUE-YMD NOT = ZERO
              IF WS-ITEMS-ON-FILE
                 MOVE WS-INQ-ACC TO OPN-ACC
                 MOVE WS-INQ-DUE-YMD TO OPN-DUE-YMD
                 READ OPENITEM-MASTER
                    INVALID KEY
                       DISPLAY "OPEN ITEM NOT FOUND: " WS-INQ-ACC
                               " " WS-INQ-DUE-YMD
                       MOVE 'N' TO WS-KEY-OK
                 END-READ
              ELSE
                 DISPLAY "OPEN ITEMS NOT ON FILE - ITEM NOT CHECKED"
              END-IF
           END-IF.

       720-CHECK-OPEN-FIELDS.

           MOVE 'Y' TO WS-KEY-OK.
           IF WS-INQ-REASON = SPACES
              DISPLAY "REASON REQUIRED"
              MOVE 'N' TO WS-KEY-OK
           END-IF.
           IF WS-INQ-REVIEW-YMD NOT > WS-SDATE
              DISPLAY "REVIEW DATE MUST BE AFTER TODAY"
              MOVE 'N' TO WS-KEY-OK
           END-IF.

       750-READ-DISPUTE.

           MOVE 'N' TO WS-DSP-FOUND.
           MOVE WS-INQ-ACC TO DSP-ACC.
           MOVE WS-INQ-DUE-YMD TO DSP-DUE-YMD.
           READ DISPUTE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DSP-FOUND
           END-READ.

       800-REFUSE-CHOICE.

           DISPLAY "NOT AUTHORISED - INQUIRY ONLY".
           MOVE "DENIED" TO SGN-ACTION.
           MOVE SPACES TO SGN-KEY.
           MOVE SPACES TO SGN-DETAIL.
           STRING "MENU CHOICE " WS-CHOICE " REFUSED - ROLE " SGN-ROLE
               DELIMITED BY SIZE INTO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       810-LOG-DISPUTE.

           MOVE DSP-ACC TO WS-DL-ACC.
           MOVE DSP-DUE-YMD TO WS-DL-DUE-YMD.
           MOVE WS-DISPUTE-LOG-KEY TO SGN-KEY.
           IF DSP-CLOSED
              MOVE DSP-CLOSE-NOTE TO WS-DL-TEXT
              MOVE SPACES TO WS-DL-REVIEW-LIT
              MOVE SPACES TO WS-DL-REVIEW-YMD
           ELSE
              MOVE DSP-REASON TO WS-DL-TEXT
              MOVE " REVIEW " TO WS-DL-REVIEW-LIT
              MOVE DSP-REVIEW-YMD TO WS-DL-REVIEW-YMD
           END-IF.
           MOVE WS-DISPUTE-LOG-DETAIL TO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       820-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           IF WS-FILES-ARE-OPEN
              CLOSE DISPUTE-MASTER
              CLOSE ACCOUNT-MASTER
              IF WS-ITEMS-ON-FILE
                 CLOSE OPENITEM-MASTER
              END-IF
           END-IF.
           GOBACK.
      ******************************************************************

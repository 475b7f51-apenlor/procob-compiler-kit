      ******************************************************************
      *
      * Borrower Party Loader
      * =====================
      *
      * Loads the customer system's party extract into the shared
      * party files that link one customer's loans across both
      * suites:
      *
      *   party-master    one record per customer (party ID, name,
      *                   aggregate exposure limit and its currency,
      *                   outstanding per currency as last computed)
      *   party-accounts  one record per loan account, bcuota or
      *                   orabcuota, naming its party and holding the
      *                   account's own outstanding as counted in the
      *                   party totals
      *
      * Feed party-feed, one record per line:
      *
      *   P PARTY-ID NAME                          LIMIT       CUR
      *   A PARTY-ID ACCOUNT                       SUITE (B/O)
      *
      * P records add a party or change its name and limit (a zero
      * limit means no limit is enforced); the outstanding figures
      * are left alone. A records link an account to its party; an
      * account relinked to another party carries its outstanding
      * across so both parties' totals stay right. A records must
      * follow the P record of their party in the feed or on file.
      * partyexp recomputes every outstanding figure from the
      * subledgers; bcuota and inedit check new loans against the
      * limit.
      *
      * Report: party-load-report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partyload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTY-FEED ASSIGN TO "party-feed"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT PARTY-MASTER ASSIGN TO "party-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTY-ID
           FILE STATUS IS WS-PTY-STATUS.

           SELECT PARTY-ACCOUNTS ASSIGN TO "party-accounts"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAC-ACC
           FILE STATUS IS WS-PAC-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "party-load-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARTY-FEED.
           01 PARTY-FEED-REC PIC X(66).

       FD PARTY-MASTER.
           01 PARTY-REC.
               05 PTY-ID PIC X(10).
               05 PTY-NAME PIC X(35).
               05 PTY-LIMIT PIC 9(11)V9(2).
               05 PTY-LIMIT-CURR PIC X(3).
               05 PTY-EXP-YMD PIC 9(8).
               05 PTY-EXP-COUNT PIC 9(1).
               05 PTY-EXP-ENTRY OCCURS 5 TIMES.
                   10 PTY-EXP-CURR PIC X(3).
                   10 PTY-EXP-AMT PIC S9(11)V9(2).
               05 FILLER PIC X(10).

       FD PARTY-ACCOUNTS.
           01 PARTY-ACCT-REC.
               05 PAC-ACC PIC X(29).
               05 PAC-PARTY PIC X(10).
               05 PAC-SUITE PIC X(1).
                   88 PAC-BCUOTA VALUE "B".
                   88 PAC-ORABCUOTA VALUE "O".
               05 PAC-OUTSTANDING PIC S9(9)V9(2).
               05 PAC-CURR PIC X(3).
               05 FILLER PIC X(8).

       FD LOAD-REPORT.
           01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PARTY-FEED.
               05 WS-PF-TYPE PIC X(1).
                   88 WS-PF-PARTY-REC VALUE "P".
                   88 WS-PF-LINK-REC VALUE "A".
               05 FILER PIC X(1).
               05 WS-PF-PARTY PIC X(10).
               05 FILER PIC X(1).
               05 WS-PF-BODY PIC X(53).
               05 WS-PF-PARTY-BODY REDEFINES WS-PF-BODY.
                   10 WS-PF-NAME PIC X(35).
                   10 FILER PIC X(1).
                   10 WS-PF-LIMIT PIC 9(11)V9(2).
                   10 FILER PIC X(1).
                   10 WS-PF-LIMIT-CURR PIC X(3).
               05 WS-PF-LINK-BODY REDEFINES WS-PF-BODY.
                   10 WS-PF-ACC PIC X(29).
                   10 FILER PIC X(1).
                   10 WS-PF-SUITE PIC X(1).
                   10 FILER PIC X(22).

           01 WS-FEED-STATUS PIC X(2) VALUE SPACES.
           01 WS-PTY-STATUS PIC X(2) VALUE SPACES.
           01 WS-PAC-STATUS PIC X(2) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-OLD-PARTY PIC X(10) VALUE SPACES.
           01 WS-MOVE-AMT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-MOVE-CURR PIC X(3) VALUE SPACES.
           01 WS-EXP-SUB PIC 9(1) VALUE ZERO.
           01 WS-EXP-FOUND PIC 9(1) VALUE ZERO.

           01 WS-READ-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-PARTY-ADD-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-PARTY-CHG-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-LINK-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-REJ-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "PARTY LOAD REPORT".
           01 WS-REPORT-LINE.
               05 RPT-TYPE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-PARTY PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-DISP PIC X(30).
           01 WS-REPORT-SUMMARY.
               05 FILLER PIC X(7) VALUE "READ:  ".
               05 RPT-READ PIC ZZZ,ZZ9.
               05 FILLER PIC X(10) VALUE "  PARTIES ".
               05 RPT-PARTIES PIC ZZZ,ZZ9.
               05 FILLER PIC X(8) VALUE "  LINKS ".
               05 RPT-LINKS PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  REJECTED: ".
               05 RPT-REJECTED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM UNTIL WS-EOF='Y'
                  READ PARTY-FEED INTO WS-PARTY-FEED
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                      ADD 1 TO WS-READ-COUNTER
                      PERFORM 200-LOAD-ONE-RECORD
                  END-READ
              END-PERFORM

              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           OPEN INPUT PARTY-FEED.
           IF WS-FEED-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PARTY FEED, STATUS: "
                      WS-FEED-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN I-O PARTY-MASTER
              IF WS-PTY-STATUS = "35"
      * First load: create both party files empty.
                 OPEN OUTPUT PARTY-MASTER
                 CLOSE PARTY-MASTER
                 OPEN I-O PARTY-MASTER
              END-IF
              OPEN I-O PARTY-ACCOUNTS
              IF WS-PAC-STATUS = "35"
                 OPEN OUTPUT PARTY-ACCOUNTS
                 CLOSE PARTY-ACCOUNTS
                 OPEN I-O PARTY-ACCOUNTS
              END-IF
              IF WS-PTY-STATUS NOT = "00"
                 OR WS-PAC-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN PARTY FILES, STATUS: "
                         WS-PTY-STATUS " / " WS-PAC-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              ELSE
                 OPEN OUTPUT LOAD-REPORT
                 MOVE WS-REPORT-TITLE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       200-LOAD-ONE-RECORD.

           MOVE WS-PF-TYPE TO RPT-TYPE.
           MOVE WS-PF-PARTY TO RPT-PARTY.
           MOVE SPACES TO RPT-ACC.

           IF WS-PF-PARTY(1:1) = SPACE
              ADD 1 TO WS-REJ-COUNTER
              MOVE "REJECTED: BAD PARTY ID" TO RPT-DISP
              PERFORM 290-WRITE-REPORT-LINE
           ELSE
              EVALUATE TRUE
                  WHEN WS-PF-PARTY-REC
                      PERFORM 210-LOAD-PARTY
                  WHEN WS-PF-LINK-REC
                      PERFORM 230-LOAD-LINK
                  WHEN OTHER
                      ADD 1 TO WS-REJ-COUNTER
                      MOVE "REJECTED: BAD RECORD TYPE" TO RPT-DISP
                      PERFORM 290-WRITE-REPORT-LINE
              END-EVALUATE
           END-IF.

       210-LOAD-PARTY.

           IF WS-PF-LIMIT NOT NUMERIC
              ADD 1 TO WS-REJ-COUNTER
              MOVE "REJECTED: LIMIT NOT NUMERIC" TO RPT-DISP
              PERFORM 290-WRITE-REPORT-LINE
           ELSE
              IF WS-PF-LIMIT > ZERO AND WS-PF-LIMIT-CURR = SPACES
                 ADD 1 TO WS-REJ-COUNTER
                 MOVE "REJECTED: LIMIT CURRENCY" TO RPT-DISP
                 PERFORM 290-WRITE-REPORT-LINE
              ELSE
                 MOVE WS-PF-PARTY TO PTY-ID
                 READ PARTY-MASTER
                    INVALID KEY
                       PERFORM 215-ADD-PARTY
                    NOT INVALID KEY
                       PERFORM 220-CHANGE-PARTY
                 END-READ
              END-IF
           END-IF.

       215-ADD-PARTY.

           INITIALIZE PARTY-REC.
           MOVE WS-PF-PARTY TO PTY-ID.
           MOVE WS-PF-NAME TO PTY-NAME.
           MOVE WS-PF-LIMIT TO PTY-LIMIT.
           MOVE WS-PF-LIMIT-CURR TO PTY-LIMIT-CURR.
           MOVE ZERO TO PTY-EXP-YMD.
           MOVE ZERO TO PTY-EXP-COUNT.
           WRITE PARTY-REC.
           ADD 1 TO WS-PARTY-ADD-COUNTER.
           MOVE "PARTY ADDED" TO RPT-DISP.
           PERFORM 290-WRITE-REPORT-LINE.

       220-CHANGE-PARTY.

           MOVE WS-PF-NAME TO PTY-NAME.
           MOVE WS-PF-LIMIT TO PTY-LIMIT.
           MOVE WS-PF-LIMIT-CURR TO PTY-LIMIT-CURR.
           REWRITE PARTY-REC.
           ADD 1 TO WS-PARTY-CHG-COUNTER.
           MOVE "PARTY CHANGED" TO RPT-DISP.
           PERFORM 290-WRITE-REPORT-LINE.

       230-LOAD-LINK.

           MOVE WS-PF-ACC TO RPT-ACC.
           IF WS-PF-ACC(1:1) = SPACE
              ADD 1 TO WS-REJ-COUNTER
              MOVE "REJECTED: BAD ACCOUNT" TO RPT-DISP
              PERFORM 290-WRITE-REPORT-LINE
           ELSE
              IF WS-PF-SUITE NOT = "B" AND WS-PF-SUITE NOT = "O"
                 ADD 1 TO WS-REJ-COUNTER
                 MOVE "REJECTED: BAD SUITE" TO RPT-DISP
                 PERFORM 290-WRITE-REPORT-LINE
              ELSE
                 MOVE WS-PF-PARTY TO PTY-ID
                 READ PARTY-MASTER
                    INVALID KEY
                       ADD 1 TO WS-REJ-COUNTER
                       MOVE "REJECTED: UNKNOWN PARTY" TO RPT-DISP
                       PERFORM 290-WRITE-REPORT-LINE
                    NOT INVALID KEY
                       PERFORM 235-LINK-ACCOUNT
                 END-READ
              END-IF
           END-IF.

       235-LINK-ACCOUNT.

           MOVE WS-PF-ACC TO PAC-ACC.
           READ PARTY-ACCOUNTS
              INVALID KEY
                 INITIALIZE PARTY-ACCT-REC
                 MOVE WS-PF-ACC TO PAC-ACC
                 MOVE WS-PF-PARTY TO PAC-PARTY
                 MOVE WS-PF-SUITE TO PAC-SUITE
                 MOVE ZERO TO PAC-OUTSTANDING
                 WRITE PARTY-ACCT-REC
                 MOVE "ACCOUNT LINKED" TO RPT-DISP
              NOT INVALID KEY
                 IF PAC-PARTY = WS-PF-PARTY
                    MOVE WS-PF-SUITE TO PAC-SUITE
                    REWRITE PARTY-ACCT-REC
                    MOVE "ALREADY LINKED" TO RPT-DISP
                 ELSE
                    MOVE PAC-PARTY TO WS-OLD-PARTY
                    MOVE PAC-OUTSTANDING TO WS-MOVE-AMT
                    MOVE PAC-CURR TO WS-MOVE-CURR
                    MOVE WS-PF-PARTY TO PAC-PARTY
                    MOVE WS-PF-SUITE TO PAC-SUITE
                    REWRITE PARTY-ACCT-REC
                    IF WS-MOVE-AMT NOT = ZERO
                       PERFORM 240-MOVE-EXPOSURE
                    END-IF
                    MOVE "RELINKED FROM " TO RPT-DISP
                    MOVE WS-OLD-PARTY TO RPT-DISP(15:10)
                 END-IF
           END-READ.
           ADD 1 TO WS-LINK-COUNTER.
           PERFORM 290-WRITE-REPORT-LINE.

       240-MOVE-EXPOSURE.

      * The account's outstanding leaves the old party's totals and
      * joins the new one's, so neither waits for the next partyexp.
           MOVE WS-OLD-PARTY TO PTY-ID.
           READ PARTY-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 250-FIND-EXPOSURE-CURR
                 IF WS-EXP-FOUND > ZERO
                    SUBTRACT WS-MOVE-AMT
                        FROM PTY-EXP-AMT(WS-EXP-FOUND)
                    REWRITE PARTY-REC
                 END-IF
           END-READ.

           MOVE WS-PF-PARTY TO PTY-ID.
           READ PARTY-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 250-FIND-EXPOSURE-CURR
                 IF WS-EXP-FOUND = ZERO AND PTY-EXP-COUNT < 5
                    ADD 1 TO PTY-EXP-COUNT
                    MOVE PTY-EXP-COUNT TO WS-EXP-FOUND
                    MOVE WS-MOVE-CURR TO PTY-EXP-CURR(WS-EXP-FOUND)
                    MOVE ZERO TO PTY-EXP-AMT(WS-EXP-FOUND)
                 END-IF
                 IF WS-EXP-FOUND > ZERO
                    ADD WS-MOVE-AMT TO PTY-EXP-AMT(WS-EXP-FOUND)
                    REWRITE PARTY-REC
                 ELSE
                    DISPLAY "PARTY CURRENCY TABLE FULL: " PTY-ID
                            " " WS-MOVE-CURR
                 END-IF
           END-READ.

       250-FIND-EXPOSURE-CURR.

           MOVE ZERO TO WS-EXP-FOUND.
           PERFORM 255-MATCH-EXPOSURE-CURR
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > PTY-EXP-COUNT.

       255-MATCH-EXPOSURE-CURR.

           IF WS-EXP-FOUND = ZERO
              AND PTY-EXP-CURR(WS-EXP-SUB) = WS-MOVE-CURR
              MOVE WS-EXP-SUB TO WS-EXP-FOUND
           END-IF.

       290-WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       900-WRAPUP.

           MOVE WS-READ-COUNTER TO RPT-READ.
           COMPUTE RPT-PARTIES =
               WS-PARTY-ADD-COUNTER + WS-PARTY-CHG-COUNTER.
           MOVE WS-LINK-COUNTER TO RPT-LINKS.
           MOVE WS-REJ-COUNTER TO RPT-REJECTED.
           MOVE WS-REPORT-SUMMARY TO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE PARTY-FEED.
           CLOSE PARTY-MASTER.
           CLOSE PARTY-ACCOUNTS.
           CLOSE LOAD-REPORT.

           DISPLAY WS-REPORT-SUMMARY.

           IF WS-REJ-COUNTER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      ******************************************************************

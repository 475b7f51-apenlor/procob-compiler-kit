      ******************************************************************
      *
      * Dispute Follow-Up List
      * ======================
      *
      * Daily list over the bcuota-disputes master kept by dispmaint:
      * every dispute still open whose review date has passed, with
      * the account, the disputed item (or ACCOUNT for a whole-
      * account dispute), the days past review, who opened it and
      * why. Collections activity stays suspended on these accounts
      * until the dispute is closed, so the list is how servicing
      * keeps them from standing still.
      *
      * RETURN-CODE 0 normally, 4 when anything is past its review
      * date, so the scheduler can alert the disputes team.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispfollow.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MASTER ASSIGN TO "bcuota-disputes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-STATUS.

           SELECT FOLLOWUP-REPORT ASSIGN TO "bcuota-dispute-followup"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD FOLLOWUP-REPORT.
           01 FOLLOWUP-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DSP-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-AVAIL PIC X(1) VALUE "N".
               88 WS-DISPUTES-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.

           01 WS-OPEN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.

      * Date-to-serial work fields (Gregorian day count, for the
      * whole days between the review date and today).
           01 WS-DS-YMD PIC 9(8) VALUE ZERO.
           01 WS-DS-YMD-X REDEFINES WS-DS-YMD.
               05 WS-DS-YYYY PIC 9(4).
               05 WS-DS-MM PIC 9(2).
               05 WS-DS-DD PIC 9(2).
           01 WS-DS-Y PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-M PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-A PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-B PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-C PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-E PIC S9(9) COMP VALUE ZERO.
           01 WS-DS-SERIAL PIC S9(9) COMP VALUE ZERO.
           01 WS-ASOF-SERIAL PIC S9(9) COMP VALUE ZERO.
           01 WS-PAST-DAYS PIC S9(9) COMP VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "DISPUTES PAST THEIR REVIEW DATE".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(30) VALUE "ACCOUNT".
               05 FILLER PIC X(9) VALUE "ITEM".
               05 FILLER PIC X(41)
                   VALUE "REVIEW    DAYS OPENED   BY".
           01 WS-REPORT-LINE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-ITEM PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-REVIEW PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-DAYS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-OPENED PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-OPENED-BY PIC X(8).
           01 WS-REASON-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "REASON: ".
               05 RPT-REASON PIC X(40).
           01 WS-COUNT-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "OPEN DISPUTES:".
               05 RPT-OPEN-COUNT PIC ZZZ,ZZ9.
           01 WS-OVERDUE-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "PAST REVIEW DATE:".
               05 RPT-OVERDUE-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              IF WS-DISPUTES-ON-FILE
                 PERFORM 200-LIST-OVERDUE
              END-IF
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-SDATE TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-ASOF-SERIAL.

      * No dispute master yet means no dispute has ever been
      * opened; the list still goes out, empty.
           OPEN INPUT DISPUTE-MASTER.
           EVALUATE WS-DSP-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-DSP-AVAIL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN DISPUTE MASTER, STATUS: "
                           WS-DSP-STATUS
                   MOVE 'Y' TO WS-ABORT
                   MOVE 96 TO RETURN-CODE
           END-EVALUATE.

           IF NOT WS-RUN-ABORTED
              OPEN OUTPUT FOLLOWUP-REPORT
              MOVE WS-REPORT-TITLE TO FOLLOWUP-REC
              WRITE FOLLOWUP-REC
              MOVE WS-SDATE TO RPT-ASOF
              MOVE WS-REPORT-ASOF TO FOLLOWUP-REC
              WRITE FOLLOWUP-REC
              MOVE SPACES TO FOLLOWUP-REC
              WRITE FOLLOWUP-REC
              MOVE WS-REPORT-HEAD TO FOLLOWUP-REC
              WRITE FOLLOWUP-REC
           END-IF.

       200-LIST-OVERDUE.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO DSP-KEY.
           START DISPUTE-MASTER KEY IS >= DSP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF='Y'
               READ DISPUTE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DSP-OPEN
                      ADD 1 TO WS-OPEN-COUNT
                      IF DSP-REVIEW-YMD < WS-SDATE
                         PERFORM 210-WRITE-ENTRY
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

       210-WRITE-ENTRY.

           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE DSP-REVIEW-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-PAST-DAYS = WS-ASOF-SERIAL - WS-DS-SERIAL.

           MOVE DSP-ACC TO RPT-ACC.
           IF DSP-DUE-YMD = ZERO
              MOVE "ACCOUNT" TO RPT-ITEM
           ELSE
              MOVE DSP-DUE-YMD TO RPT-ITEM
           END-IF.
           MOVE DSP-REVIEW-YMD TO RPT-REVIEW.
           MOVE WS-PAST-DAYS TO RPT-DAYS.
           MOVE DSP-OPENED-YMD TO RPT-OPENED.
           MOVE DSP-OPENED-BY TO RPT-OPENED-BY.
           MOVE WS-REPORT-LINE TO FOLLOWUP-REC.
           WRITE FOLLOWUP-REC.

           MOVE DSP-REASON TO RPT-REASON.
           MOVE WS-REASON-LINE TO FOLLOWUP-REC.
           WRITE FOLLOWUP-REC.

       710-DATE-TO-SERIAL.

      * Gregorian day count from the civil date in WS-DS-YMD, for
      * whole-day differences. January and February count as months
      * 13 and 14 of the prior year so the leap day falls at the end
      * of the shifted year.
           MOVE WS-DS-YYYY TO WS-DS-Y.
           MOVE WS-DS-MM TO WS-DS-M.
           IF WS-DS-M <= 2
              SUBTRACT 1 FROM WS-DS-Y
              ADD 12 TO WS-DS-M
           END-IF.
           COMPUTE WS-DS-A = WS-DS-Y / 4.
           COMPUTE WS-DS-B = WS-DS-Y / 100.
           COMPUTE WS-DS-C = WS-DS-Y / 400.
           COMPUTE WS-DS-E = (153 * (WS-DS-M - 3) + 2) / 5.
           COMPUTE WS-DS-SERIAL = 365 * WS-DS-Y + WS-DS-A - WS-DS-B
                                + WS-DS-C + WS-DS-E + WS-DS-DD.

       900-WRAPUP.

           MOVE SPACES TO FOLLOWUP-REC.
           WRITE FOLLOWUP-REC.
           MOVE WS-OPEN-COUNT TO RPT-OPEN-COUNT.
           MOVE WS-COUNT-LINE TO FOLLOWUP-REC.
           WRITE FOLLOWUP-REC.
           MOVE WS-OVERDUE-COUNT TO RPT-OVERDUE-COUNT.
           MOVE WS-OVERDUE-LINE TO FOLLOWUP-REC.
           WRITE FOLLOWUP-REC.

           IF WS-DISPUTES-ON-FILE
              CLOSE DISPUTE-MASTER
           END-IF.
           CLOSE FOLLOWUP-REPORT.

           DISPLAY "OPEN DISPUTES:         " WS-OPEN-COUNT.
           DISPLAY "PAST REVIEW DATE:      " WS-OVERDUE-COUNT.

           IF WS-OVERDUE-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *
      * Master Change Control Report
      * ============================
      *
      * Daily report over the shared maint-pending-changes file for
      * internal audit: the master changes entered today, those
      * approved today, those rejected today (with the reason), and
      * every change still undecided more than 24 hours after it was
      * entered. Each line carries the master, the action, the
      * record key, the maker and -- once decided -- the checker.
      *
      * RETURN-CODE 0 normally, 4 when anything has been waiting
      * longer than 24 hours, so the scheduler can page the checkers.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgreport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "maint-pending-changes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PND-KEY
           FILE STATUS IS WS-PND-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO "maint-change-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
           01 PENDING-REC.
               05 PND-KEY.
                   10 PND-MASTER PIC X(4).
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

       FD CHANGE-REPORT.
           01 CHANGE-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PND-STATUS PIC X(2) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-STIME PIC 9(8) VALUE ZERO.

      * Report section being written: 1 entered today, 2 approved
      * today, 3 rejected today, 4 waiting more than 24 hours. The
      * file is small enough to be read once per section.
           01 WS-SECTION PIC 9(1) VALUE ZERO.
           01 WS-SELECT PIC X(1) VALUE "N".
               88 WS-SELECTED VALUE "Y".
           01 WS-SECTION-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.

      * Date-to-serial work fields (Gregorian day count, for the
      * whole days between entry and today).
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
           01 WS-AGE-DAYS PIC S9(9) COMP VALUE ZERO.

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "MASTER CHANGE CONTROL REPORT".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
           01 WS-SECTION-TITLES.
               05 FILLER PIC X(40)
                   VALUE "CHANGES ENTERED TODAY".
               05 FILLER PIC X(40)
                   VALUE "CHANGES APPROVED TODAY".
               05 FILLER PIC X(40)
                   VALUE "CHANGES REJECTED TODAY".
               05 FILLER PIC X(40)
                   VALUE "CHANGES PENDING MORE THAN 24 HOURS".
           01 WS-SECTION-TITLES-R REDEFINES WS-SECTION-TITLES.
               05 WS-SECTION-TITLE PIC X(40) OCCURS 4 TIMES.
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(37) VALUE "MSTR A RECORD KEY".
               05 FILLER PIC X(43)
                   VALUE "MAKER    CHECKER  ENTERED  TIME".
           01 WS-REPORT-LINE.
               05 RPT-MASTER PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-ACTION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-REC-KEY PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-MAKER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CHECKER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-YMD PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-HH PIC X(2).
               05 FILLER PIC X(1) VALUE ":".
               05 RPT-MI PIC X(2).
           01 WS-NOTE-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "REASON: ".
               05 RPT-NOTE PIC X(30).
           01 WS-COUNT-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "ENTRIES: ".
               05 RPT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              PERFORM 200-WRITE-SECTION
                  VARYING WS-SECTION FROM 1 BY 1
                  UNTIL WS-SECTION > 4

              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE WS-SDATE TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-ASOF-SERIAL.

           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PENDING CHANGES, STATUS: "
                      WS-PND-STATUS
              MOVE 'Y' TO WS-ABORT
              MOVE 96 TO RETURN-CODE
           ELSE
              OPEN OUTPUT CHANGE-REPORT
              MOVE WS-REPORT-TITLE TO CHANGE-RPT-REC
              WRITE CHANGE-RPT-REC
              MOVE WS-SDATE TO RPT-ASOF
              MOVE WS-REPORT-ASOF TO CHANGE-RPT-REC
              WRITE CHANGE-RPT-REC
           END-IF.

       200-WRITE-SECTION.

           MOVE SPACES TO CHANGE-RPT-REC.
           WRITE CHANGE-RPT-REC.
           MOVE WS-SECTION-TITLE(WS-SECTION) TO CHANGE-RPT-REC.
           WRITE CHANGE-RPT-REC.
           MOVE WS-REPORT-HEAD TO CHANGE-RPT-REC.
           WRITE CHANGE-RPT-REC.

           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PND-KEY.
           START PENDING-FILE KEY IS >= PND-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF='Y'
               READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM 210-SELECT-ENTRY
                   IF WS-SELECTED
                      PERFORM 220-WRITE-ENTRY
                   END-IF
               END-READ
           END-PERFORM.

           MOVE WS-SECTION-COUNT TO RPT-COUNT.
           MOVE WS-COUNT-LINE TO CHANGE-RPT-REC.
           WRITE CHANGE-RPT-REC.
           IF WS-SECTION = 4
              MOVE WS-SECTION-COUNT TO WS-OVERDUE-COUNT
           END-IF.

       210-SELECT-ENTRY.

           MOVE 'N' TO WS-SELECT.
           EVALUATE WS-SECTION
               WHEN 1
                   IF PND-YMD = WS-SDATE
                      MOVE 'Y' TO WS-SELECT
                   END-IF
               WHEN 2
                   IF PND-APPROVED AND PND-DEC-YMD = WS-SDATE
                      MOVE 'Y' TO WS-SELECT
                   END-IF
               WHEN 3
                   IF PND-REJECTED AND PND-DEC-YMD = WS-SDATE
                      MOVE 'Y' TO WS-SELECT
                   END-IF
               WHEN 4
                   IF PND-PENDING
                      PERFORM 230-CHECK-OVERDUE
                   END-IF
           END-EVALUATE.

       220-WRITE-ENTRY.

           ADD 1 TO WS-SECTION-COUNT.
           MOVE PND-MASTER TO RPT-MASTER.
           MOVE PND-ACTION TO RPT-ACTION.
           MOVE PND-REC-KEY TO RPT-REC-KEY.
           MOVE PND-MAKER TO RPT-MAKER.
           MOVE PND-CHECKER TO RPT-CHECKER.
           MOVE PND-YMD TO RPT-YMD.
           MOVE PND-TIME(1:2) TO RPT-HH.
           MOVE PND-TIME(3:2) TO RPT-MI.
           MOVE WS-REPORT-LINE TO CHANGE-RPT-REC.
           WRITE CHANGE-RPT-REC.
           IF WS-SECTION = 3 AND PND-NOTE NOT = SPACES
              MOVE PND-NOTE TO RPT-NOTE
              MOVE WS-NOTE-LINE TO CHANGE-RPT-REC
              WRITE CHANGE-RPT-REC
           END-IF.

       230-CHECK-OVERDUE.

      * More than 24 hours: entered two or more days ago, or
      * yesterday at or before this time of day.
           MOVE PND-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-ASOF-SERIAL - WS-DS-SERIAL.
           IF WS-AGE-DAYS > 1
              MOVE 'Y' TO WS-SELECT
           END-IF.
           IF WS-AGE-DAYS = 1 AND PND-TIME <= WS-STIME
              MOVE 'Y' TO WS-SELECT
           END-IF.

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

           CLOSE PENDING-FILE.
           CLOSE CHANGE-REPORT.

           DISPLAY "PENDING OVER 24 HOURS: " WS-OVERDUE-COUNT.

           IF WS-OVERDUE-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *
      * Run-over-run Variance Check
      * ===========================
      *
      * Run straight after the bcuota run (nightchain step three) to
      * catch a run that balanced but is the wrong size -- a feed
      * truncated upstream still gives zero rejects and a trailer
      * that ties. The run's loans read, quotas written and CUOTA-PAY
      * per currency, from bcuota-run-history and its companion
      * bcuota-run-history-curr, are compared with the average of the
      * most recent comparable runs on file: completed (RC 0),
      * unpartitioned runs of an earlier range covering the same
      * number of days. Where a range was rerun only its last good
      * run counts. The window is RUNVAR-WINDOW runs (default 10, at
      * most 30); with fewer than three comparable runs on file
      * there is nothing to compare with and the check passes.
      *
      * Tolerances come from the bcuota-variance-tolerances parameter
      * file, one line per measure: READ, WRITE or PAY, a currency
      * for a PAY line (blank for every currency without a line of
      * its own), and the allowed movement either way in percent.
      * A measure with no line is allowed 20 percent. A currency
      * that is new against the window, or missing from this run,
      * always breaches.
      *
      * Every measure is listed on bcuota-variance-report. On a
      * breach the range is put on hold on bcuota-variance-holds and
      * the run ends RC 6, which nightchain takes as "hold for
      * operator sign-off": the chain stops before the statement and
      * GL steps, and ddgen will not collect the range. After review
      * the operator signs the hold off with
      *
      *     runvar FROM TO SIGNOFF
      *
      * and reruns the chain, which passes this step for the signed-
      * off run. A sign-off goes through the operator sign-on and
      * needs the maintain role; the hold records the signed-on
      * operator and the sign-off is entered in the security access
      * log. A hold clears itself if bcuota is rerun for the
      * range and the new run is within tolerance.
      *
      * RETURN-CODE 0 within tolerance (or signed off), 6 on hold,
      * 12 when the range has no run history, 4 when a sign-off
      * finds no hold to sign, 96 when the sign-on is refused.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO "bcuota-run-history"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT RUN-HIST-CURR ASSIGN TO "bcuota-run-history-curr"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HSC-KEY
           FILE STATUS IS WS-HSC-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO "bcuota-variance-tolerances"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TOL-STATUS.

           SELECT HOLD-FILE ASSIGN TO "bcuota-variance-holds"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VHL-KEY
           FILE STATUS IS WS-VHL-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO "bcuota-variance-report"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY.
           01 RUN-HISTORY-REC.
               05 HIST-KEY.
                   10 HIST-FROM PIC 9(8).
                   10 HIST-TO PIC 9(8).
                   10 HIST-START-TS PIC X(14).
               05 HIST-END-TS PIC X(14).
               05 HIST-READ-COUNTER PIC 9(9).
               05 HIST-WRITE-COUNTER PIC 9(9).
               05 HIST-DISC-COUNTER PIC 9(9).
               05 HIST-REJ-COUNTER PIC 9(9).
               05 HIST-SKIP-COUNTER PIC 9(9).
               05 HIST-SUM-PAY PIC S9(9)V9(2).
               05 HIST-RC PIC 9(3).
               05 HIST-RESUMED PIC X(1).
               05 HIST-SLICE PIC X(1).

       FD RUN-HIST-CURR.
           01 RUN-HIST-CURR-REC.
               05 HSC-KEY.
                   10 HSC-FROM PIC 9(8).
                   10 HSC-TO PIC 9(8).
                   10 HSC-START-TS PIC X(14).
                   10 HSC-CURR PIC X(3).
               05 HSC-SUM-PAY PIC S9(9)V9(2).
               05 FILLER PIC X(10).

      * One line per measure: READ, WRITE or PAY; the currency of a
      * PAY line (blank for all others); allowed movement, percent.
       FD TOLERANCE-FILE.
           01 TOLERANCE-REC.
               05 TOL-MEASURE PIC X(5).
               05 FILLER PIC X(1).
               05 TOL-CURR PIC X(3).
               05 FILLER PIC X(1).
               05 TOL-PCT PIC 9(3)V9(2).

       FD HOLD-FILE.
           01 HOLD-REC.
               05 VHL-KEY.
                   10 VHL-FROM PIC 9(8).
                   10 VHL-TO PIC 9(8).
      * The run that was held, so a bcuota rerun is checked afresh.
               05 VHL-RUN-START-TS PIC X(14).
               05 VHL-STATUS PIC X(1).
                   88 VHL-HELD VALUE "H".
                   88 VHL-SIGNED-OFF VALUE "S".
               05 VHL-BREACHES PIC 9(3).
               05 VHL-HELD-TS PIC X(14).
               05 VHL-SIGNOFF-BY PIC X(8).
               05 VHL-SIGNOFF-TS PIC X(14).
               05 FILLER PIC X(10).

       FD VARIANCE-REPORT.
           01 VARIANCE-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
           01 WS-HSC-STATUS PIC X(2) VALUE SPACES.
           01 WS-TOL-STATUS PIC X(2) VALUE SPACES.
           01 WS-VHL-STATUS PIC X(2) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-TOL-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-HSC-AVAIL PIC X(1) VALUE "N".
               88 WS-CURRENCIES-ON-FILE VALUE "Y".
           01 WS-CUR-FOUND PIC X(1) VALUE "N".
               88 WS-CURRENT-RUN-FOUND VALUE "Y".
           01 WS-SIGNOFF-MODE PIC X(1) VALUE "N".
               88 WS-IS-SIGNOFF VALUE "Y".
           01 WS-HOLD-FOUND PIC X(1) VALUE "N".
               88 WS-HOLD-ON-FILE VALUE "Y".

           01 WS-RUNPARM PIC X(60) VALUE SPACES.
           01 WS-RUNPARM-FROM PIC X(8) VALUE SPACES.
           01 WS-RUNPARM-TO PIC X(8) VALUE SPACES.
           01 WS-RUNPARM-ACTION PIC X(8) VALUE SPACES.
           01 WS-RUN-FROM-YMD PIC 9(8).
           01 WS-RUN-TO-YMD PIC 9(8).

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-STIME PIC 9(8) VALUE ZERO.
           01 WS-NOW-TS PIC X(14) VALUE SPACES.

      * The run being checked: the last unpartitioned run on file
      * for the range.
           01 WS-CUR-START-TS PIC X(14) VALUE SPACES.
           01 WS-CUR-READ PIC 9(9) VALUE ZERO.
           01 WS-CUR-WRITE PIC 9(9) VALUE ZERO.
           01 WS-CUR-RC PIC 9(3) VALUE ZERO.
           01 WS-CUR-DAYS PIC S9(9) COMP VALUE ZERO.
           01 WS-HIST-DAYS PIC S9(9) COMP VALUE ZERO.
           01 WS-FROM-SERIAL PIC S9(9) COMP VALUE ZERO.

      * Trailing window of comparable runs, oldest first.
           01 WS-WINDOW-TEXT PIC X(3) VALUE SPACES.
           01 WS-WINDOW-MAX PIC 9(2) VALUE 10.
           01 WS-WINDOW-MIN PIC 9(2) VALUE 3.
           01 WS-WIN-COUNT PIC 9(2) VALUE ZERO.
           01 WS-WIN-SUB PIC 9(2) VALUE ZERO.
           01 WS-WINDOW.
               05 WS-WIN-ENTRY OCCURS 30 TIMES.
                   10 WS-WIN-FROM PIC 9(8).
                   10 WS-WIN-TO PIC 9(8).
                   10 WS-WIN-START-TS PIC X(14).
                   10 WS-WIN-READ PIC 9(9).
                   10 WS-WIN-WRITE PIC 9(9).

      * Per-currency CUOTA-PAY: this run and the window's total.
           01 WS-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-CURR-TABLE.
               05 WS-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-CT-CODE PIC X(3).
                   10 WS-CT-CURRENT PIC S9(11)V9(2).
                   10 WS-CT-WINDOW PIC S9(13)V9(2).
           01 WS-ADD-CURR PIC X(3) VALUE SPACES.
           01 WS-ADD-AMT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-ADD-TO-CURRENT PIC X(1) VALUE "N".

      * Tolerances, percent.
           01 WS-DEFAULT-PCT PIC 9(3)V9(2) VALUE 20.
           01 WS-READ-PCT PIC 9(3)V9(2) VALUE 20.
           01 WS-WRITE-PCT PIC 9(3)V9(2) VALUE 20.
           01 WS-PAY-PCT PIC 9(3)V9(2) VALUE 20.
           01 WS-TOL-MAX PIC 9(2) VALUE 10.
           01 WS-TOL-COUNT PIC 9(2) VALUE ZERO.
           01 WS-TOL-SUB PIC 9(2) VALUE ZERO.
           01 WS-TOL-TABLE.
               05 WS-TOL-ENTRY OCCURS 10 TIMES.
                   10 WS-TT-CURR PIC X(3).
                   10 WS-TT-PCT PIC 9(3)V9(2).

      * One measure being compared.
           01 WS-MEASURE PIC X(5) VALUE SPACES.
           01 WS-MEASURE-CURR PIC X(3) VALUE SPACES.
           01 WS-MEASURE-CURRENT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-MEASURE-TOTAL PIC S9(13)V9(2) VALUE ZERO.
           01 WS-MEASURE-AVG PIC S9(11)V9(2) VALUE ZERO.
           01 WS-MEASURE-PCT PIC 9(3)V9(2) VALUE ZERO.
           01 WS-VAR-PCT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-ABS-PCT PIC S9(7)V9(2) VALUE ZERO.
           01 WS-SUM-WORK PIC S9(13)V9(2) VALUE ZERO.

           01 WS-MEASURE-COUNTER PIC 9(5) VALUE ZERO.
           01 WS-BREACH-COUNTER PIC 9(3) VALUE ZERO.

      * Date-to-serial work fields (Gregorian day count, for the
      * number of days a range covers).
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

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "BCUOTA RUN-OVER-RUN VARIANCE REPORT".
           01 WS-REPORT-RANGE.
               05 FILLER PIC X(10) VALUE "RANGE:    ".
               05 RPT-FROM PIC 9(8).
               05 FILLER PIC X(1) VALUE "-".
               05 RPT-TO PIC 9(8).
               05 FILLER PIC X(12) VALUE "  RUN OF:   ".
               05 RPT-START-TS PIC X(14).
           01 WS-REPORT-WINDOW.
               05 FILLER PIC X(24) VALUE "COMPARABLE RUNS USED:   ".
               05 RPT-WIN-COUNT PIC Z9.
               05 FILLER PIC X(8) VALUE "  FROM  ".
               05 RPT-WIN-FIRST PIC 9(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 RPT-WIN-LAST PIC 9(8).
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(37)
                   VALUE "MEASURE CURR          THIS RUN     ".
               05 FILLER PIC X(43)
                   VALUE " AVERAGE    VAR PCT  TOL PCT".
           01 WS-REPORT-LINE.
               05 RPT-MEASURE PIC X(5).
               05 FILLER PIC X(3) VALUE SPACES.
               05 RPT-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CURRENT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-AVERAGE PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-VAR-PCT PIC -ZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-TOL-PCT PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-FLAG PIC X(11).
           01 WS-REPORT-NOTE PIC X(80) VALUE SPACES.

      * Security access log entry for a sign-off: the range held, and
      * the run it was held for.
           01 WS-SIGNOFF-KEY.
               05 WS-SK-FROM PIC 9(8).
               05 FILLER PIC X(1) VALUE "-".
               05 WS-SK-TO PIC 9(8).
               05 FILLER PIC X(23) VALUE SPACES.
           01 WS-SIGNOFF-DETAIL.
               05 FILLER PIC X(31)
                   VALUE "VARIANCE HOLD SIGNED OFF, RUN ".
               05 WS-SD-START-TS PIC X(14).
               05 FILLER PIC X(15) VALUE SPACES.
           01 WS-REPORT-RESULT.
               05 FILLER PIC X(20) VALUE "MEASURES CHECKED:   ".
               05 RPT-MEASURES PIC ZZZZ9.
               05 FILLER PIC X(15) VALUE "    BREACHES:  ".
               05 RPT-BREACHES PIC ZZ9.

           COPY SIGNON-COPYBOOK.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              IF WS-IS-SIGNOFF
                 PERFORM 700-SIGN-OFF-HOLD
              ELSE
                 PERFORM 200-FIND-CURRENT-RUN
                 PERFORM 800-READ-HOLD
                 EVALUATE TRUE
                     WHEN NOT WS-CURRENT-RUN-FOUND
                         DISPLAY "NO RUN HISTORY FOR RANGE "
                                 WS-RUN-FROM-YMD " TO " WS-RUN-TO-YMD
                         MOVE 12 TO RETURN-CODE
                     WHEN WS-HOLD-ON-FILE AND VHL-SIGNED-OFF
                          AND VHL-RUN-START-TS = WS-CUR-START-TS
                         PERFORM 600-REPORT-SIGNED-OFF
                     WHEN OTHER
                         PERFORM 300-BUILD-WINDOW
                         PERFORM 400-CHECK-RUN
                         PERFORM 500-SET-HOLD
                 END-EVALUATE
              END-IF

              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE SPACES TO WS-NOW-TS.
           STRING WS-SDATE DELIMITED BY SIZE
                  WS-STIME(1:6) DELIMITED BY SIZE
                  INTO WS-NOW-TS
           END-STRING.
           MOVE WS-SDATE TO WS-RUN-FROM-YMD.
           MOVE WS-SDATE TO WS-RUN-TO-YMD.

           ACCEPT WS-RUNPARM FROM COMMAND-LINE.
           IF WS-RUNPARM NOT = SPACES
              UNSTRING WS-RUNPARM DELIMITED BY ALL SPACE
                  INTO WS-RUNPARM-FROM WS-RUNPARM-TO
                       WS-RUNPARM-ACTION
              END-UNSTRING
              MOVE WS-RUNPARM-FROM TO WS-RUN-FROM-YMD
              IF WS-RUNPARM-TO NOT = SPACES
                 MOVE WS-RUNPARM-TO TO WS-RUN-TO-YMD
              ELSE
                 MOVE WS-RUNPARM-FROM TO WS-RUN-TO-YMD
              END-IF
           END-IF.

           IF WS-RUNPARM-ACTION = "SIGNOFF"
              MOVE 'Y' TO WS-SIGNOFF-MODE
              MOVE "S" TO SGN-FUNCTION
              MOVE "runvar" TO SGN-PROGRAM
              MOVE "M" TO SGN-NEED-ROLE
              CALL "signon" USING SIGNON-PARAMS
              IF NOT SGN-GRANTED
                 DISPLAY "VARIANCE SIGN-OFF REFUSED"
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "RUNVAR-WINDOW".
           IF WS-WINDOW-TEXT NOT = SPACES
              IF WS-WINDOW-TEXT(1:2) IS NUMERIC
                 AND WS-WINDOW-TEXT(3:1) = SPACE
                 MOVE WS-WINDOW-TEXT(1:2) TO WS-WINDOW-MAX
              ELSE
                 IF WS-WINDOW-TEXT(1:1) IS NUMERIC
                    AND WS-WINDOW-TEXT(2:2) = SPACES
                    MOVE WS-WINDOW-TEXT(1:1) TO WS-WINDOW-MAX
                 ELSE
                    DISPLAY "RUNVAR-WINDOW NOT NUMERIC, USING 10"
                 END-IF
              END-IF
           END-IF.
           IF WS-WINDOW-MAX > 30
              MOVE 30 TO WS-WINDOW-MAX
           END-IF.
           IF WS-WINDOW-MAX < WS-WINDOW-MIN
              MOVE WS-WINDOW-MIN TO WS-WINDOW-MAX
           END-IF.

           IF NOT WS-RUN-ABORTED AND NOT WS-IS-SIGNOFF
              PERFORM 110-LOAD-TOLERANCES
              OPEN INPUT RUN-HISTORY
              IF WS-HIST-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN RUN HISTORY, STATUS: "
                         WS-HIST-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

           IF NOT WS-RUN-ABORTED AND NOT WS-IS-SIGNOFF
              OPEN INPUT RUN-HIST-CURR
              IF WS-HSC-STATUS = "00"
                 MOVE 'Y' TO WS-HSC-AVAIL
              ELSE
                 DISPLAY "RUN HISTORY CURRENCIES NOT ON FILE, STATUS: "
                         WS-HSC-STATUS
              END-IF
              OPEN OUTPUT VARIANCE-REPORT
              MOVE WS-REPORT-TITLE TO VARIANCE-RPT-REC
              WRITE VARIANCE-RPT-REC
           END-IF.

           IF NOT WS-RUN-ABORTED
              OPEN I-O HOLD-FILE
              IF WS-VHL-STATUS = "35"
      * First check since the hold file shipped: create it empty.
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE
              END-IF
              IF WS-VHL-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN VARIANCE HOLDS, STATUS: "
                         WS-VHL-STATUS
                 MOVE 'Y' TO WS-ABORT
                 MOVE 96 TO RETURN-CODE
              END-IF
           END-IF.

       110-LOAD-TOLERANCES.

      * No parameter file is not an error: every measure then gets
      * the default band.
           OPEN INPUT TOLERANCE-FILE.
           IF WS-TOL-STATUS NOT = "00"
              DISPLAY "NO VARIANCE TOLERANCES ON FILE, USING "
                      WS-DEFAULT-PCT " PCT"
           ELSE
              PERFORM UNTIL WS-TOL-EOF='Y'
                  READ TOLERANCE-FILE
                  AT END MOVE 'Y' TO WS-TOL-EOF
                  NOT AT END
                      PERFORM 115-TABLE-ONE-TOLERANCE
                  END-READ
              END-PERFORM
              CLOSE TOLERANCE-FILE
           END-IF.

       115-TABLE-ONE-TOLERANCE.

           IF TOL-PCT NOT NUMERIC
              DISPLAY "VARIANCE TOLERANCE LINE IGNORED: " TOLERANCE-REC
           ELSE
              EVALUATE TRUE
                  WHEN TOL-MEASURE = "READ"
                      MOVE TOL-PCT TO WS-READ-PCT
                  WHEN TOL-MEASURE = "WRITE"
                      MOVE TOL-PCT TO WS-WRITE-PCT
                  WHEN TOL-MEASURE = "PAY" AND TOL-CURR = SPACES
                      MOVE TOL-PCT TO WS-PAY-PCT
                  WHEN TOL-MEASURE = "PAY"
                      IF WS-TOL-COUNT < WS-TOL-MAX
                         ADD 1 TO WS-TOL-COUNT
                         MOVE TOL-CURR TO WS-TT-CURR(WS-TOL-COUNT)
                         MOVE TOL-PCT TO WS-TT-PCT(WS-TOL-COUNT)
                      ELSE
                         DISPLAY "VARIANCE TOLERANCE TABLE FULL, "
                                 "DROPPING: " TOLERANCE-REC
                      END-IF
                  WHEN OTHER
                      DISPLAY "VARIANCE TOLERANCE LINE IGNORED: "
                              TOLERANCE-REC
              END-EVALUATE
           END-IF.

       200-FIND-CURRENT-RUN.

      * The last unpartitioned run of the range is the one nightchain
      * has just made; partition workers' records are left alone.
           MOVE WS-RUN-FROM-YMD TO HIST-FROM.
           MOVE WS-RUN-TO-YMD TO HIST-TO.
           MOVE LOW-VALUES TO HIST-START-TS.
           MOVE 'N' TO WS-EOF.
           START RUN-HISTORY KEY IS >= HIST-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM 210-READ-ONE-RANGE-RUN UNTIL WS-EOF = 'Y'.

           MOVE WS-RUN-FROM-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-FROM-SERIAL.
           MOVE WS-RUN-TO-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-CUR-DAYS = WS-DS-SERIAL - WS-FROM-SERIAL.

       210-READ-ONE-RANGE-RUN.

           READ RUN-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF HIST-FROM NOT = WS-RUN-FROM-YMD
                    OR HIST-TO NOT = WS-RUN-TO-YMD
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    IF HIST-SLICE = SPACE
                       MOVE 'Y' TO WS-CUR-FOUND
                       MOVE HIST-START-TS TO WS-CUR-START-TS
                       MOVE HIST-READ-COUNTER TO WS-CUR-READ
                       MOVE HIST-WRITE-COUNTER TO WS-CUR-WRITE
                       MOVE HIST-RC TO WS-CUR-RC
                    END-IF
                 END-IF
           END-READ.

       300-BUILD-WINDOW.

           MOVE ZERO TO WS-WIN-COUNT.
           MOVE LOW-VALUES TO HIST-KEY.
           MOVE 'N' TO WS-EOF.
           START RUN-HISTORY KEY IS >= HIST-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM 310-READ-ONE-HISTORY UNTIL WS-EOF = 'Y'.

       310-READ-ONE-HISTORY.

      * The file is in range order, so the runs kept at the end are
      * the most recent ranges before this one.
           READ RUN-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF HIST-FROM NOT < WS-RUN-FROM-YMD
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    IF HIST-RC = ZERO AND HIST-SLICE = SPACE
                       PERFORM 320-CHECK-RANGE-DAYS
                       IF WS-HIST-DAYS = WS-CUR-DAYS
                          PERFORM 330-ADD-TO-WINDOW
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       320-CHECK-RANGE-DAYS.

           MOVE HIST-FROM TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-HIST-DAYS.
           MOVE HIST-TO TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-HIST-DAYS = WS-DS-SERIAL - WS-HIST-DAYS.

       330-ADD-TO-WINDOW.

      * A later good run of the same range replaces the earlier one;
      * a full window drops its oldest run.
           IF WS-WIN-COUNT > ZERO
              AND WS-WIN-FROM(WS-WIN-COUNT) = HIST-FROM
              AND WS-WIN-TO(WS-WIN-COUNT) = HIST-TO
              CONTINUE
           ELSE
              IF WS-WIN-COUNT < WS-WINDOW-MAX
                 ADD 1 TO WS-WIN-COUNT
              ELSE
                 PERFORM 335-SHIFT-WINDOW
                     VARYING WS-WIN-SUB FROM 1 BY 1
                     UNTIL WS-WIN-SUB >= WS-WIN-COUNT
              END-IF
           END-IF.

           MOVE HIST-FROM TO WS-WIN-FROM(WS-WIN-COUNT).
           MOVE HIST-TO TO WS-WIN-TO(WS-WIN-COUNT).
           MOVE HIST-START-TS TO WS-WIN-START-TS(WS-WIN-COUNT).
           MOVE HIST-READ-COUNTER TO WS-WIN-READ(WS-WIN-COUNT).
           MOVE HIST-WRITE-COUNTER TO WS-WIN-WRITE(WS-WIN-COUNT).

       335-SHIFT-WINDOW.

           MOVE WS-WIN-ENTRY(WS-WIN-SUB + 1)
               TO WS-WIN-ENTRY(WS-WIN-SUB).

       400-CHECK-RUN.

           MOVE WS-RUN-FROM-YMD TO RPT-FROM.
           MOVE WS-RUN-TO-YMD TO RPT-TO.
           MOVE WS-CUR-START-TS TO RPT-START-TS.
           MOVE WS-REPORT-RANGE TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.

           IF WS-CUR-RC NOT = ZERO
              MOVE "RUN DID NOT COMPLETE - NOTHING TO COMPARE"
                  TO WS-REPORT-NOTE
              PERFORM 480-WRITE-NOTE
           ELSE
              IF WS-WIN-COUNT < WS-WINDOW-MIN
                 MOVE "TOO FEW COMPARABLE RUNS ON FILE - NOT CHECKED"
                     TO WS-REPORT-NOTE
                 PERFORM 480-WRITE-NOTE
              ELSE
                 PERFORM 410-CHECK-MEASURES
              END-IF
           END-IF.

           MOVE WS-MEASURE-COUNTER TO RPT-MEASURES.
           MOVE WS-BREACH-COUNTER TO RPT-BREACHES.
           MOVE SPACES TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.
           MOVE WS-REPORT-RESULT TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.

       410-CHECK-MEASURES.

           MOVE WS-WIN-COUNT TO RPT-WIN-COUNT.
           MOVE WS-WIN-FROM(1) TO RPT-WIN-FIRST.
           MOVE WS-WIN-FROM(WS-WIN-COUNT) TO RPT-WIN-LAST.
           MOVE WS-REPORT-WINDOW TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.
           MOVE SPACES TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.
           MOVE WS-REPORT-HEAD TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.

           MOVE ZERO TO WS-SUM-WORK.
           PERFORM 415-SUM-WINDOW-READ
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT.
           MOVE "READ" TO WS-MEASURE.
           MOVE SPACES TO WS-MEASURE-CURR.
           MOVE WS-CUR-READ TO WS-MEASURE-CURRENT.
           MOVE WS-SUM-WORK TO WS-MEASURE-TOTAL.
           MOVE WS-READ-PCT TO WS-MEASURE-PCT.
           PERFORM 450-COMPARE-MEASURE.

           MOVE ZERO TO WS-SUM-WORK.
           PERFORM 416-SUM-WINDOW-WRITE
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT.
           MOVE "WRITE" TO WS-MEASURE.
           MOVE SPACES TO WS-MEASURE-CURR.
           MOVE WS-CUR-WRITE TO WS-MEASURE-CURRENT.
           MOVE WS-SUM-WORK TO WS-MEASURE-TOTAL.
           MOVE WS-WRITE-PCT TO WS-MEASURE-PCT.
           PERFORM 450-COMPARE-MEASURE.

           IF WS-CURRENCIES-ON-FILE
              PERFORM 420-LOAD-CURRENCIES
              PERFORM 440-CHECK-ONE-CURRENCY
                  VARYING WS-CURR-SUB FROM 1 BY 1
                  UNTIL WS-CURR-SUB > WS-CURR-COUNT
           ELSE
              MOVE "NO PER-CURRENCY HISTORY - PAY NOT CHECKED"
                  TO WS-REPORT-NOTE
              PERFORM 480-WRITE-NOTE
           END-IF.

       415-SUM-WINDOW-READ.

           ADD WS-WIN-READ(WS-WIN-SUB) TO WS-SUM-WORK.

       416-SUM-WINDOW-WRITE.

           ADD WS-WIN-WRITE(WS-WIN-SUB) TO WS-SUM-WORK.

       420-LOAD-CURRENCIES.

      * This run's currencies first, then every currency the window
      * runs carried, so one missing tonight is compared too.
           MOVE ZERO TO WS-CURR-COUNT.
           MOVE 'Y' TO WS-ADD-TO-CURRENT.
           MOVE WS-RUN-FROM-YMD TO HSC-FROM.
           MOVE WS-RUN-TO-YMD TO HSC-TO.
           MOVE WS-CUR-START-TS TO HSC-START-TS.
           PERFORM 425-READ-RUN-CURRENCIES.

           MOVE 'N' TO WS-ADD-TO-CURRENT.
           PERFORM 422-LOAD-WINDOW-RUN
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT.

       422-LOAD-WINDOW-RUN.

           MOVE WS-WIN-FROM(WS-WIN-SUB) TO HSC-FROM.
           MOVE WS-WIN-TO(WS-WIN-SUB) TO HSC-TO.
           MOVE WS-WIN-START-TS(WS-WIN-SUB) TO HSC-START-TS.
           PERFORM 425-READ-RUN-CURRENCIES.

       425-READ-RUN-CURRENCIES.

           MOVE LOW-VALUES TO HSC-CURR.
           MOVE 'N' TO WS-EOF.
           START RUN-HIST-CURR KEY IS > HSC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM 426-READ-ONE-RUN-CURRENCY UNTIL WS-EOF = 'Y'.

       426-READ-ONE-RUN-CURRENCY.

           READ RUN-HIST-CURR NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF WS-ADD-TO-CURRENT = 'Y'
                    IF HSC-FROM NOT = WS-RUN-FROM-YMD
                       OR HSC-TO NOT = WS-RUN-TO-YMD
                       OR HSC-START-TS NOT = WS-CUR-START-TS
                       MOVE 'Y' TO WS-EOF
                    END-IF
                 ELSE
                    IF HSC-FROM NOT = WS-WIN-FROM(WS-WIN-SUB)
                       OR HSC-TO NOT = WS-WIN-TO(WS-WIN-SUB)
                       OR HSC-START-TS NOT = WS-WIN-START-TS(WS-WIN-SUB)
                       MOVE 'Y' TO WS-EOF
                    END-IF
                 END-IF
                 IF WS-EOF NOT = 'Y'
                    MOVE HSC-CURR TO WS-ADD-CURR
                    MOVE HSC-SUM-PAY TO WS-ADD-AMT
                    PERFORM 430-FIND-OR-ADD-CURRENCY
                 END-IF
           END-READ.

       430-FIND-OR-ADD-CURRENCY.

           MOVE ZERO TO WS-CURR-FOUND.
           PERFORM 435-FIND-CURRENCY
               VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > WS-CURR-COUNT.

           IF WS-CURR-FOUND = ZERO
              IF WS-CURR-COUNT < WS-CURR-MAX
                 ADD 1 TO WS-CURR-COUNT
                 MOVE WS-CURR-COUNT TO WS-CURR-FOUND
                 MOVE WS-ADD-CURR TO WS-CT-CODE(WS-CURR-FOUND)
                 MOVE ZERO TO WS-CT-CURRENT(WS-CURR-FOUND)
                 MOVE ZERO TO WS-CT-WINDOW(WS-CURR-FOUND)
              ELSE
                 DISPLAY "CURRENCY TABLE FULL, DROPPING: "
                         WS-ADD-CURR
              END-IF
           END-IF.

           IF WS-CURR-FOUND > ZERO
              IF WS-ADD-TO-CURRENT = 'Y'
                 ADD WS-ADD-AMT TO WS-CT-CURRENT(WS-CURR-FOUND)
              ELSE
                 ADD WS-ADD-AMT TO WS-CT-WINDOW(WS-CURR-FOUND)
              END-IF
           END-IF.

       435-FIND-CURRENCY.

           IF WS-CURR-FOUND = ZERO
              AND WS-CT-CODE(WS-CURR-SUB) = WS-ADD-CURR
                 MOVE WS-CURR-SUB TO WS-CURR-FOUND
           END-IF.

       440-CHECK-ONE-CURRENCY.

           MOVE "PAY" TO WS-MEASURE.
           MOVE WS-CT-CODE(WS-CURR-SUB) TO WS-MEASURE-CURR.
           MOVE WS-CT-CURRENT(WS-CURR-SUB) TO WS-MEASURE-CURRENT.
           MOVE WS-CT-WINDOW(WS-CURR-SUB) TO WS-MEASURE-TOTAL.
           MOVE WS-PAY-PCT TO WS-MEASURE-PCT.
           PERFORM 445-FIND-CURRENCY-TOLERANCE
               VARYING WS-TOL-SUB FROM 1 BY 1
               UNTIL WS-TOL-SUB > WS-TOL-COUNT.
           PERFORM 450-COMPARE-MEASURE.

       445-FIND-CURRENCY-TOLERANCE.

           IF WS-TT-CURR(WS-TOL-SUB) = WS-MEASURE-CURR
              MOVE WS-TT-PCT(WS-TOL-SUB) TO WS-MEASURE-PCT
           END-IF.

       450-COMPARE-MEASURE.

           ADD 1 TO WS-MEASURE-COUNTER.
           COMPUTE WS-MEASURE-AVG ROUNDED =
               WS-MEASURE-TOTAL / WS-WIN-COUNT.

           MOVE WS-MEASURE TO RPT-MEASURE.
           MOVE WS-MEASURE-CURR TO RPT-CURR.
           MOVE WS-MEASURE-CURRENT TO RPT-CURRENT.
           MOVE WS-MEASURE-AVG TO RPT-AVERAGE.
           MOVE WS-MEASURE-PCT TO RPT-TOL-PCT.
           MOVE SPACES TO RPT-FLAG.

           IF WS-MEASURE-AVG = ZERO
              MOVE ZERO TO RPT-VAR-PCT
              IF WS-MEASURE-CURRENT NOT = ZERO
                 ADD 1 TO WS-BREACH-COUNTER
                 MOVE "** NEW **" TO RPT-FLAG
              END-IF
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                  (WS-MEASURE-CURRENT - WS-MEASURE-AVG) * 100
                  / WS-MEASURE-AVG
              MOVE WS-VAR-PCT TO RPT-VAR-PCT
              MOVE WS-VAR-PCT TO WS-ABS-PCT
              IF WS-ABS-PCT < ZERO
                 COMPUTE WS-ABS-PCT = WS-ABS-PCT * -1
              END-IF
              IF WS-ABS-PCT > WS-MEASURE-PCT
                 ADD 1 TO WS-BREACH-COUNTER
                 MOVE "** BREACH **" TO RPT-FLAG
              END-IF
           END-IF.

           MOVE WS-REPORT-LINE TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.

       480-WRITE-NOTE.

           MOVE SPACES TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.
           MOVE WS-REPORT-NOTE TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.

       500-SET-HOLD.

           IF WS-BREACH-COUNTER > ZERO
              MOVE WS-RUN-FROM-YMD TO VHL-FROM
              MOVE WS-RUN-TO-YMD TO VHL-TO
              MOVE WS-CUR-START-TS TO VHL-RUN-START-TS
              MOVE "H" TO VHL-STATUS
              MOVE WS-BREACH-COUNTER TO VHL-BREACHES
              MOVE WS-NOW-TS TO VHL-HELD-TS
              MOVE SPACES TO VHL-SIGNOFF-BY
              MOVE SPACES TO VHL-SIGNOFF-TS
              IF WS-HOLD-ON-FILE
                 REWRITE HOLD-REC
                    INVALID KEY
                       DISPLAY "UNABLE TO UPDATE VARIANCE HOLD"
                 END-REWRITE
              ELSE
                 WRITE HOLD-REC
                    INVALID KEY
                       DISPLAY "UNABLE TO WRITE VARIANCE HOLD"
                 END-WRITE
              END-IF
              DISPLAY "VARIANCE BREACHES: " WS-BREACH-COUNTER
                      " - RANGE HELD FOR OPERATOR SIGN-OFF"
              MOVE 6 TO RETURN-CODE
           ELSE
      * Back within tolerance after a rerun: the old hold goes.
              IF WS-HOLD-ON-FILE AND VHL-HELD
                 DELETE HOLD-FILE
                    INVALID KEY
                       DISPLAY "UNABLE TO CLEAR VARIANCE HOLD"
                 END-DELETE
                 DISPLAY "EARLIER VARIANCE HOLD CLEARED"
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

       600-REPORT-SIGNED-OFF.

           MOVE WS-RUN-FROM-YMD TO RPT-FROM.
           MOVE WS-RUN-TO-YMD TO RPT-TO.
           MOVE WS-CUR-START-TS TO RPT-START-TS.
           MOVE WS-REPORT-RANGE TO VARIANCE-RPT-REC.
           WRITE VARIANCE-RPT-REC.
           MOVE SPACES TO WS-REPORT-NOTE.
           STRING "VARIANCE SIGNED OFF BY " DELIMITED BY SIZE
                  VHL-SIGNOFF-BY DELIMITED BY SPACE
                  " AT " DELIMITED BY SIZE
                  VHL-SIGNOFF-TS DELIMITED BY SIZE
                  INTO WS-REPORT-NOTE
           END-STRING.
           PERFORM 480-WRITE-NOTE.
           DISPLAY WS-REPORT-NOTE.
           MOVE 0 TO RETURN-CODE.

       700-SIGN-OFF-HOLD.

           PERFORM 800-READ-HOLD.
           IF WS-HOLD-ON-FILE AND VHL-HELD
              MOVE "S" TO VHL-STATUS
              MOVE SGN-OPERATOR TO VHL-SIGNOFF-BY
              MOVE WS-NOW-TS TO VHL-SIGNOFF-TS
              REWRITE HOLD-REC
                 INVALID KEY
                    DISPLAY "UNABLE TO UPDATE VARIANCE HOLD"
                 NOT INVALID KEY
                    PERFORM 720-LOG-SIGN-OFF
              END-REWRITE
              DISPLAY "VARIANCE HOLD FOR RANGE " WS-RUN-FROM-YMD
                      " TO " WS-RUN-TO-YMD " SIGNED OFF BY "
                      SGN-OPERATOR
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "NO VARIANCE HOLD TO SIGN OFF FOR RANGE "
                      WS-RUN-FROM-YMD " TO " WS-RUN-TO-YMD
              MOVE 4 TO RETURN-CODE
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

       720-LOG-SIGN-OFF.

           MOVE "SIGNOFF" TO SGN-ACTION.
           MOVE VHL-FROM TO WS-SK-FROM.
           MOVE VHL-TO TO WS-SK-TO.
           MOVE WS-SIGNOFF-KEY TO SGN-KEY.
           MOVE VHL-RUN-START-TS TO WS-SD-START-TS.
           MOVE WS-SIGNOFF-DETAIL TO SGN-DETAIL.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       800-READ-HOLD.

           MOVE 'N' TO WS-HOLD-FOUND.
           MOVE WS-RUN-FROM-YMD TO VHL-FROM.
           MOVE WS-RUN-TO-YMD TO VHL-TO.
           READ HOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-HOLD-FOUND
           END-READ.

       900-WRAPUP.

           CLOSE HOLD-FILE.
           IF NOT WS-IS-SIGNOFF
              CLOSE RUN-HISTORY
              IF WS-CURRENCIES-ON-FILE
                 CLOSE RUN-HIST-CURR
              END-IF
              CLOSE VARIANCE-REPORT
              DISPLAY "MEASURES CHECKED:  " WS-MEASURE-COUNTER
              DISPLAY "VARIANCE BREACHES: " WS-BREACH-COUNTER
           END-IF.

           GOBACK.
      ******************************************************************

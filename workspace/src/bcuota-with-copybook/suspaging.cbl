      ******************************************************************
      *
      * Receipts Suspense Ageing Report
      * ===============================
      *
      * Daily report over the suspense register bcuota-suspense-items
      * that rcptapply adds to and suspwork works off. Every item
      * still holding money (open or part applied) is listed oldest
      * first with its age in days since it went to suspense; items
      * past the holding period (SUSPENSE-HOLD-DAYS, default 90) are
      * starred, as on the screen, because they may now be refunded
      * or released to income.
      *
      * The amounts still held are then totalled per currency into
      * age bands -- 0-7, 8-30, 31-60, 61-90 and over 90 days -- with
      * the number of items past the holding period, and the day's
      * movement is counted: receipts that went to suspense today
      * and items applied, refunded or released to income today.
      *
      * RETURN-CODE 0 normally, 4 when anything is past the holding
      * period, so the scheduler can alert the cash team.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspaging.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-MASTER ASSIGN TO "bcuota-suspense-items"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUS-STATUS.

           SELECT AGEING-REPORT ASSIGN TO "bcuota-suspense-ageing"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-MASTER.
           01 SUSPENSE-ITEM-REC.
               05 SUS-KEY.
                   10 SUS-IN-YMD PIC 9(8).
                   10 SUS-IN-TIME PIC 9(8).
               05 SUS-KEY-R REDEFINES SUS-KEY PIC 9(16).
               05 SUS-RECEIPT PIC X(92).
               05 SUS-REASON PIC X(11).
               05 SUS-STATUS PIC X(1).
                   88 SUS-OPEN VALUE "O".
                   88 SUS-PART-APPLIED VALUE "P".
                   88 SUS-APPLIED VALUE "A".
                   88 SUS-REFUND VALUE "F".
                   88 SUS-INCOME VALUE "I".
                   88 SUS-OUTSTANDING VALUE "O" "P".
               05 SUS-REMAIN PIC 9(7)V9(2).
               05 SUS-APPLIED-ACC PIC X(29).
               05 SUS-APPLIED-DUE PIC 9(8).
               05 SUS-ACT-YMD PIC 9(8).
               05 SUS-OPERATOR PIC X(8).
               05 FILLER PIC X(20).

       FD AGEING-REPORT.
           01 AGEING-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-SUS-STATUS PIC X(2) VALUE SPACES.
           01 WS-SUS-AVAIL PIC X(1) VALUE "N".
               88 WS-SUSPENSE-ON-FILE VALUE "Y".

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-ABORT PIC X(1) VALUE "N".
               88 WS-RUN-ABORTED VALUE "Y".

           01 WS-SDATE PIC 9(8) DISPLAY.

           01 WS-RECEIPT.
               05 WS-RCP-ACC PIC X(29).
               05 FILER PIC X(1).
               05 WS-RCP-VALDATE PIC X(10).
               05 FILER PIC X(1).
               05 WS-RCP-AMT PIC 9(7)V9(2).
               05 FILER PIC X(1).
               05 WS-RCP-CURR PIC X(3).
               05 FILER PIC X(1).
               05 WS-RCP-TYPE PIC X(1).
               05 FILER PIC X(1).
               05 WS-RCP-BANK-REF PIC X(35).

      * Holding period, operator-settable through the environment
      * (SUSPENSE-HOLD-DAYS, default 90), as suspwork reads it.
           01 WS-HOLD-CFG PIC X(9) VALUE SPACES.
           01 WS-HOLD-X PIC X(9) VALUE SPACES.
           01 WS-HOLD-X2 PIC X(9) VALUE SPACES.
           01 WS-HOLD-SHIFTS PIC 9(1) VALUE ZERO.
           01 WS-HOLD-DAYS PIC 9(3) VALUE 90.

           01 WS-OPEN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PAST-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ARRIVED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-REFUND-COUNT PIC 9(7) VALUE ZERO.
           01 WS-INCOME-COUNT PIC 9(7) VALUE ZERO.

      * Date-to-serial work fields (Gregorian day count, for the
      * whole days between the day an item went to suspense and
      * today).
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

      * Amounts held per currency and age band; band 5 is over 90
      * days.
           01 WS-BAND PIC 9(1) VALUE ZERO.
           01 WS-AGE-CURR-MAX PIC 9(2) VALUE 10.
           01 WS-AGE-CURR-COUNT PIC 9(2) VALUE ZERO.
           01 WS-AGE-CURR-SUB PIC 9(2) VALUE ZERO.
           01 WS-AGE-CURR-FOUND PIC 9(2) VALUE ZERO.
           01 WS-AGE-CURR-TOTALS.
               05 WS-AGE-CURR-ENTRY OCCURS 10 TIMES.
                   10 WS-AGE-CURR-CODE PIC X(3).
                   10 WS-AGE-BAND-AMT PIC S9(9)V9(2) OCCURS 5 TIMES.
                   10 WS-AGE-PAST-COUNT PIC 9(7).

           01 WS-REPORT-TITLE PIC X(80)
               VALUE "RECEIPTS SUSPENSE AGEING".
           01 WS-REPORT-ASOF.
               05 FILLER PIC X(10) VALUE "AS OF:    ".
               05 RPT-ASOF PIC 9(8).
               05 FILLER PIC X(19) VALUE "   HOLDING PERIOD: ".
               05 RPT-HOLD-DAYS PIC ZZ9.
               05 FILLER PIC X(5) VALUE " DAYS".
           01 WS-REPORT-HEAD.
               05 FILLER PIC X(47) VALUE
                   "REFERENCE        ACCOUNT".
               05 FILLER PIC X(33) VALUE
                   "    REMAIN CUR  AGE  REASON".
           01 WS-REPORT-LINE.
               05 RPT-REF PIC 9(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-REMAIN PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-CURR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-AGE PIC ZZZ9.
               05 RPT-PAST PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-REASON PIC X(11).
           01 WS-BAND-HEAD.
               05 FILLER PIC X(3) VALUE "CUR".
               05 FILLER PIC X(12) VALUE "    0-7 DAYS".
               05 FILLER PIC X(12) VALUE "   8-30 DAYS".
               05 FILLER PIC X(12) VALUE "  31-60 DAYS".
               05 FILLER PIC X(12) VALUE "  61-90 DAYS".
               05 FILLER PIC X(12) VALUE "     OVER 90".
               05 FILLER PIC X(7) VALUE "   PAST".
           01 WS-BAND-LINE.
               05 BND-CURR PIC X(3).
               05 BND-AMT PIC ZZZZZZZZ9.99 OCCURS 5 TIMES.
               05 FILLER PIC X(1) VALUE SPACE.
               05 BND-PAST PIC ZZZZZ9.
           01 WS-COUNT-LINE.
               05 FILLER PIC X(7) VALUE SPACES.
               05 RPT-COUNT-LABEL PIC X(30).
               05 RPT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

           IF NOT WS-RUN-ABORTED
              IF WS-SUSPENSE-ON-FILE
                 PERFORM 200-LIST-OPEN-ITEMS
              END-IF
              PERFORM 900-WRAPUP
           END-IF.

           GOBACK.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-SDATE TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-ASOF-SERIAL.
           PERFORM 110-READ-HOLD-CONFIG.

      * No register yet means nothing has gone to suspense; the
      * report still goes out, empty.
           OPEN INPUT SUSPENSE-MASTER.
           EVALUATE WS-SUS-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-SUS-AVAIL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN SUSPENSE REGISTER, STATUS: "
                           WS-SUS-STATUS
                   MOVE 'Y' TO WS-ABORT
                   MOVE 96 TO RETURN-CODE
           END-EVALUATE.

           IF NOT WS-RUN-ABORTED
              OPEN OUTPUT AGEING-REPORT
              MOVE WS-REPORT-TITLE TO AGEING-REC
              WRITE AGEING-REC
              MOVE WS-SDATE TO RPT-ASOF
              MOVE WS-HOLD-DAYS TO RPT-HOLD-DAYS
              MOVE WS-REPORT-ASOF TO AGEING-REC
              WRITE AGEING-REC
              MOVE SPACES TO AGEING-REC
              WRITE AGEING-REC
              MOVE WS-REPORT-HEAD TO AGEING-REC
              WRITE AGEING-REC
           END-IF.

       110-READ-HOLD-CONFIG.

           ACCEPT WS-HOLD-CFG
               FROM ENVIRONMENT "SUSPENSE-HOLD-DAYS".
           IF WS-HOLD-CFG NOT = SPACES
              MOVE WS-HOLD-CFG TO WS-HOLD-X
              MOVE ZERO TO WS-HOLD-SHIFTS
              PERFORM 115-SHIFT-CONFIG-RIGHT
                  UNTIL WS-HOLD-X(9:1) NOT = SPACE
                  OR WS-HOLD-SHIFTS > 8
              IF WS-HOLD-X NUMERIC
                 MOVE WS-HOLD-X(7:3) TO WS-HOLD-DAYS
              ELSE
                 DISPLAY "INVALID SUSPENSE HOLD DAYS: " WS-HOLD-CFG
              END-IF
           END-IF.

       115-SHIFT-CONFIG-RIGHT.

      * Right-justify the operator's unpadded value with leading
      * zeros so it moves cleanly into its numeric field.
           MOVE SPACES TO WS-HOLD-X2.
           STRING "0" DELIMITED BY SIZE
                  WS-HOLD-X(1:8) DELIMITED BY SIZE
                  INTO WS-HOLD-X2
           END-STRING.
           MOVE WS-HOLD-X2 TO WS-HOLD-X.
           ADD 1 TO WS-HOLD-SHIFTS.

       200-LIST-OPEN-ITEMS.

      * Keyed on the day and time each receipt went to suspense, so
      * key order is oldest first.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO SUS-KEY.
           START SUSPENSE-MASTER KEY IS >= SUS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF='Y'
               READ SUSPENSE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM 210-CHECK-ONE-ITEM
               END-READ
           END-PERFORM.

       210-CHECK-ONE-ITEM.

           IF SUS-IN-YMD = WS-SDATE
              ADD 1 TO WS-ARRIVED-COUNT
           END-IF.
           IF SUS-ACT-YMD = WS-SDATE
              EVALUATE TRUE
                  WHEN SUS-REFUND
                      ADD 1 TO WS-REFUND-COUNT
                  WHEN SUS-INCOME
                      ADD 1 TO WS-INCOME-COUNT
                  WHEN OTHER
                      ADD 1 TO WS-APPLIED-COUNT
              END-EVALUATE
           END-IF.

           IF SUS-OUTSTANDING
              PERFORM 220-LIST-ONE-ITEM
           END-IF.

       220-LIST-ONE-ITEM.

           ADD 1 TO WS-OPEN-COUNT.
           MOVE SUS-RECEIPT TO WS-RECEIPT.
           MOVE SUS-IN-YMD TO WS-DS-YMD.
           PERFORM 710-DATE-TO-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-ASOF-SERIAL - WS-DS-SERIAL.

           MOVE SUS-KEY-R TO RPT-REF.
           MOVE WS-RCP-ACC TO RPT-ACC.
           MOVE SUS-REMAIN TO RPT-REMAIN.
           MOVE WS-RCP-CURR TO RPT-CURR.
           MOVE WS-AGE-DAYS TO RPT-AGE.
           MOVE SPACE TO RPT-PAST.
           IF WS-AGE-DAYS > WS-HOLD-DAYS
              MOVE "*" TO RPT-PAST
              ADD 1 TO WS-PAST-COUNT
           END-IF.
           MOVE SUS-REASON TO RPT-REASON.
           MOVE WS-REPORT-LINE TO AGEING-REC.
           WRITE AGEING-REC.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE-DAYS <= 30
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE-DAYS <= 60
                   MOVE 3 TO WS-BAND
               WHEN WS-AGE-DAYS <= 90
                   MOVE 4 TO WS-BAND
               WHEN OTHER
                   MOVE 5 TO WS-BAND
           END-EVALUATE.
           PERFORM 250-ACCUM-CURRENCY.

       250-ACCUM-CURRENCY.

           MOVE ZERO TO WS-AGE-CURR-FOUND.
           PERFORM 260-FIND-CURRENCY
               VARYING WS-AGE-CURR-SUB FROM 1 BY 1
               UNTIL WS-AGE-CURR-SUB > WS-AGE-CURR-COUNT.

           IF WS-AGE-CURR-FOUND = ZERO
              IF WS-AGE-CURR-COUNT < WS-AGE-CURR-MAX
                 ADD 1 TO WS-AGE-CURR-COUNT
                 MOVE WS-AGE-CURR-COUNT TO WS-AGE-CURR-FOUND
                 MOVE WS-RCP-CURR
                     TO WS-AGE-CURR-CODE(WS-AGE-CURR-FOUND)
                 MOVE ZERO TO WS-AGE-BAND-AMT(WS-AGE-CURR-FOUND, 1)
                 MOVE ZERO TO WS-AGE-BAND-AMT(WS-AGE-CURR-FOUND, 2)
                 MOVE ZERO TO WS-AGE-BAND-AMT(WS-AGE-CURR-FOUND, 3)
                 MOVE ZERO TO WS-AGE-BAND-AMT(WS-AGE-CURR-FOUND, 4)
                 MOVE ZERO TO WS-AGE-BAND-AMT(WS-AGE-CURR-FOUND, 5)
                 MOVE ZERO TO WS-AGE-PAST-COUNT(WS-AGE-CURR-FOUND)
              ELSE
                 DISPLAY "AGEING CURRENCY TABLE FULL, DROPPING: "
                         WS-RCP-CURR
              END-IF
           END-IF.

           IF WS-AGE-CURR-FOUND > ZERO
              ADD SUS-REMAIN
                  TO WS-AGE-BAND-AMT(WS-AGE-CURR-FOUND, WS-BAND)
              IF WS-AGE-DAYS > WS-HOLD-DAYS
                 ADD 1 TO WS-AGE-PAST-COUNT(WS-AGE-CURR-FOUND)
              END-IF
           END-IF.

       260-FIND-CURRENCY.

           IF WS-AGE-CURR-FOUND = ZERO
              AND WS-AGE-CURR-CODE(WS-AGE-CURR-SUB) = WS-RCP-CURR
                 MOVE WS-AGE-CURR-SUB TO WS-AGE-CURR-FOUND
           END-IF.

       300-WRITE-BAND-LINE.

           MOVE WS-AGE-CURR-CODE(WS-AGE-CURR-SUB) TO BND-CURR.
           MOVE WS-AGE-BAND-AMT(WS-AGE-CURR-SUB, 1) TO BND-AMT(1).
           MOVE WS-AGE-BAND-AMT(WS-AGE-CURR-SUB, 2) TO BND-AMT(2).
           MOVE WS-AGE-BAND-AMT(WS-AGE-CURR-SUB, 3) TO BND-AMT(3).
           MOVE WS-AGE-BAND-AMT(WS-AGE-CURR-SUB, 4) TO BND-AMT(4).
           MOVE WS-AGE-BAND-AMT(WS-AGE-CURR-SUB, 5) TO BND-AMT(5).
           MOVE WS-AGE-PAST-COUNT(WS-AGE-CURR-SUB) TO BND-PAST.
           MOVE WS-BAND-LINE TO AGEING-REC.
           WRITE AGEING-REC.

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

       800-WRITE-COUNT.

           MOVE WS-COUNT-LINE TO AGEING-REC.
           WRITE AGEING-REC.

       900-WRAPUP.

           MOVE SPACES TO AGEING-REC.
           WRITE AGEING-REC.
           MOVE WS-BAND-HEAD TO AGEING-REC.
           WRITE AGEING-REC.
           PERFORM 300-WRITE-BAND-LINE
               VARYING WS-AGE-CURR-SUB FROM 1 BY 1
               UNTIL WS-AGE-CURR-SUB > WS-AGE-CURR-COUNT.

           MOVE SPACES TO AGEING-REC.
           WRITE AGEING-REC.
           MOVE "ITEMS HELD IN SUSPENSE:" TO RPT-COUNT-LABEL.
           MOVE WS-OPEN-COUNT TO RPT-COUNT.
           PERFORM 800-WRITE-COUNT.
           MOVE "PAST HOLDING PERIOD:" TO RPT-COUNT-LABEL.
           MOVE WS-PAST-COUNT TO RPT-COUNT.
           PERFORM 800-WRITE-COUNT.
           MOVE "WENT TO SUSPENSE TODAY:" TO RPT-COUNT-LABEL.
           MOVE WS-ARRIVED-COUNT TO RPT-COUNT.
           PERFORM 800-WRITE-COUNT.
           MOVE "APPLIED TODAY:" TO RPT-COUNT-LABEL.
           MOVE WS-APPLIED-COUNT TO RPT-COUNT.
           PERFORM 800-WRITE-COUNT.
           MOVE "REFUNDED TODAY:" TO RPT-COUNT-LABEL.
           MOVE WS-REFUND-COUNT TO RPT-COUNT.
           PERFORM 800-WRITE-COUNT.
           MOVE "RELEASED TO INCOME TODAY:" TO RPT-COUNT-LABEL.
           MOVE WS-INCOME-COUNT TO RPT-COUNT.
           PERFORM 800-WRITE-COUNT.

           IF WS-SUSPENSE-ON-FILE
              CLOSE SUSPENSE-MASTER
           END-IF.
           CLOSE AGEING-REPORT.

           DISPLAY "SUSPENSE ITEMS HELD:   " WS-OPEN-COUNT.
           DISPLAY "PAST HOLDING PERIOD:   " WS-PAST-COUNT.

           IF WS-PAST-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      ******************************************************************

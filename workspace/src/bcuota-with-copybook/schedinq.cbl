      * per page, instead of scanning the bcuota-schedule flat file
      * in an editor.
      *
      * An account with no bcuota schedule is looked up on the
      * orabcuota floating-rate schedule master orabcuota-schedmast,
      * whose rows also show the rate each period is priced at and
      * the date that rate was set, so a reset shows where it began.
      *
      * Agents sign on through the signon service before the first
      * lookup; any role may use this inquiry.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedinq.
           RECORD KEY IS SCHM-KEY
           FILE STATUS IS WS-SCHM-STATUS.

           SELECT ORA-SCHED-MASTER ASSIGN TO "orabcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORS-KEY
           FILE STATUS IS WS-ORS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHED-MASTER.
               05 SCHM-INTEREST PIC S9(7)V9(2).
               05 SCHM-BALANCE PIC S9(9)V9(2).

       FD ORA-SCHED-MASTER.
           01 ORA-SCHED-MASTER-REC.
               05 ORS-KEY.
                   10 ORS-ACC PIC X(29).
                   10 ORS-MONTH PIC 9(4).
               05 ORS-PRINCIPAL PIC S9(7)V9(2).
               05 ORS-INTEREST PIC S9(7)V9(2).
               05 ORS-BALANCE PIC S9(9)V9(2).
               05 ORS-RATE PIC S9(2)V9(2).
               05 ORS-PAYMENT PIC S9(7)V9(2).
               05 ORS-RATE-DATE PIC X(10).
               05 FILLER PIC X(15).

       WORKING-STORAGE SECTION.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ORS-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-AVAIL PIC X(1) VALUE "N".
               88 WS-SCHEDULES-ON-FILE VALUE "Y".
           01 WS-ORS-AVAIL PIC X(1) VALUE "N".
               88 WS-ORA-SCHEDULES-ON-FILE VALUE "Y".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
               05 FILLER PIC X(1) VALUE SPACE.
               05 INQ-BAL PIC -Z,ZZZ,ZZ9.99.

           01 WS-ORA-SCHED-HEAD.
               05 FILLER PIC X(45) VALUE
                   "PERIOD   PRINCIPAL     INTEREST      BALANCE".
               05 FILLER PIC X(17) VALUE "RATE RATE SET".
           01 WS-ORA-SCHED-LINE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ORQ-MONTH PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ORQ-PRIN PIC -ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ORQ-INT PIC -ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ORQ-BAL PIC -Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ORQ-RATE PIC Z9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ORQ-RATE-DATE PIC X(10).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-INQUIRY.
               05 BLANK SCREEN.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "schedinq" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN INPUT SCHED-MASTER.
           IF WS-SCHM-STATUS = "00"
              MOVE 'Y' TO WS-SCHM-AVAIL
           END-IF.

           OPEN INPUT ORA-SCHED-MASTER.
           IF WS-ORS-STATUS = "00"
              MOVE 'Y' TO WS-ORS-AVAIL
           END-IF.

           IF NOT WS-SCHEDULES-ON-FILE
              AND NOT WS-ORA-SCHEDULES-ON-FILE
              DISPLAY "UNABLE TO OPEN SCHEDULE MASTER, STATUS: "
                      WS-SCHM-STATUS
              MOVE 'Y' TO WS-DONE
           MOVE SPACE TO WS-PAGING.
           MOVE 'N' TO WS-SCHM-EOF.

           IF WS-SCHEDULES-ON-FILE
              MOVE WS-INQ-ACC TO SCHM-ACC
              MOVE ZERO TO SCHM-MONTH
              START SCHED-MASTER KEY IS >= SCHM-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-SCHM-EOF
              END-START

              IF WS-SCHM-EOF = 'N'
                 DISPLAY WS-SCHED-HEAD
              END-IF

              PERFORM 310-SHOW-ONE-MONTH
                  UNTIL WS-SCHM-EOF = 'Y' OR WS-STOP-PAGING
           END-IF.

           IF WS-LINE-COUNTER = ZERO AND WS-ORA-SCHEDULES-ON-FILE
              PERFORM 400-PAGE-ORA-SCHEDULE
           END-IF.

           IF WS-LINE-COUNTER = ZERO
              DISPLAY "NO SCHEDULE ON FILE FOR: " WS-INQ-ACC
                 END-IF
           END-READ.

       400-PAGE-ORA-SCHEDULE.

           MOVE ZERO TO WS-PAGE-LINES.
           MOVE 'N' TO WS-SCHM-EOF.

           MOVE WS-INQ-ACC TO ORS-ACC.
           MOVE ZERO TO ORS-MONTH.
           START ORA-SCHED-MASTER KEY IS >= ORS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHM-EOF
           END-START.

           IF WS-SCHM-EOF = 'N'
              DISPLAY WS-ORA-SCHED-HEAD
           END-IF.

           PERFORM 410-SHOW-ONE-ORA-MONTH
               UNTIL WS-SCHM-EOF = 'Y' OR WS-STOP-PAGING.

       410-SHOW-ONE-ORA-MONTH.

           READ ORA-SCHED-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHM-EOF
              NOT AT END
                 IF ORS-ACC NOT = WS-INQ-ACC
                    MOVE 'Y' TO WS-SCHM-EOF
                 ELSE
                    ADD 1 TO WS-LINE-COUNTER
                    ADD 1 TO WS-PAGE-LINES
                    MOVE ORS-MONTH TO ORQ-MONTH
                    MOVE ORS-PRINCIPAL TO ORQ-PRIN
                    MOVE ORS-INTEREST TO ORQ-INT
                    MOVE ORS-BALANCE TO ORQ-BAL
                    MOVE ORS-RATE TO ORQ-RATE
                    MOVE ORS-RATE-DATE TO ORQ-RATE-DATE
                    DISPLAY WS-ORA-SCHED-LINE
                    IF WS-PAGE-LINES >= 12
                       MOVE ZERO TO WS-PAGE-LINES
                       DISPLAY "ENTER=MORE, X=STOP: "
                           WITH NO ADVANCING
                       ACCEPT WS-PAGING
                    END-IF
                 END-IF
           END-READ.

       900-WRAPUP.

           IF WS-SCHEDULES-ON-FILE
              CLOSE SCHED-MASTER
           END-IF.
           IF WS-ORA-SCHEDULES-ON-FILE
              CLOSE ORA-SCHED-MASTER
           END-IF.
           GOBACK.
      ******************************************************************

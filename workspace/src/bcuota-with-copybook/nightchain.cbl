      * ========================
      *
      * Runs the nightly sequence for one run range -- inedit, the
      * quota batch, the run-over-run variance check, the
      * transmission verifier, the schedule loader, the statement
      * writer and the GL consolidator -- in place of the operator
      * checklist. Each step's RETURN-CODE is checked against what
      * that program considers acceptable (inedit's 4 means "feed
      * had rejects, edit report written" and is fine; anything over
      * 0 from the others is not), and a per-step status record goes
      * to the indexed bcuota-chain-log.
      *
      * A step can also have a "hold" code: runvar's 6 means the
      * run is out of line with recent runs and waits for operator
      * sign-off. The step is logged held and the chain stops there,
      * ahead of the statement and GL steps; once the operator has
      * signed the variance off (runvar FROM TO SIGNOFF) a rerun
      * resumes at the held step, which then passes.
      *
      * On a rerun of the same range the controller reads the chain
      * log and resumes from the first step that has not completed
      * Run with the same FROM [TO] date range parameters as the
      * bcuota run. RETURN-CODE 0 when the whole chain completes,
      * 12 when a step fails (that step's code is on the log and
      * the operator display), 8 when it is held for sign-off.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 CHL-STATUS PIC X(1).
                   88 CHL-STEP-OK VALUE "S".
                   88 CHL-STEP-FAILED VALUE "F".
                   88 CHL-STEP-HELD VALUE "H".
               05 CHL-TS PIC X(14).

       WORKING-STORAGE SECTION.
               88 WS-RUN-ABORTED VALUE "Y".
           01 WS-CHAIN-FAIL PIC X(1) VALUE "N".
               88 WS-CHAIN-FAILED VALUE "Y".
           01 WS-CHAIN-HOLD PIC X(1) VALUE "N".
               88 WS-CHAIN-HELD VALUE "Y".

           01 WS-RUNPARM PIC X(40) VALUE SPACES.
           01 WS-RUNPARM-FROM PIC X(8) VALUE SPACES.

      * The chain, one entry per step: program to CALL, how its
      * command line is built (N none, R the run range, F the dated
      * output file name), the highest RETURN-CODE still counted
      * as success and the RETURN-CODE that holds the chain for
      * operator sign-off (0 for none).
           01 WS-STEP-COUNT PIC 9(2) VALUE 7.
           01 WS-STEP-TABLE.
               05 FILLER PIC X(30) VALUE "inedit".
               05 FILLER PIC X(1) VALUE "N".
               05 FILLER PIC 9(3) VALUE 4.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC X(30) VALUE "bcuota-with-copybook".
               05 FILLER PIC X(1) VALUE "R".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC X(30) VALUE "runvar".
               05 FILLER PIC X(1) VALUE "R".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC X(30) VALUE "cuotaverif".
               05 FILLER PIC X(1) VALUE "F".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC X(30) VALUE "schedload".
               05 FILLER PIC X(1) VALUE "N".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC X(30) VALUE "stmtwrite".
               05 FILLER PIC X(1) VALUE "R".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC X(30) VALUE "glconsol".
               05 FILLER PIC X(1) VALUE "N".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 0.
           01 WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 7 TIMES.
                   10 WS-STEP-PROGRAM PIC X(30).
                   10 WS-STEP-PARM-TYPE PIC X(1).
                   10 WS-STEP-MAX-OK PIC 9(3).
                   10 WS-STEP-HOLD-RC PIC 9(3).

           01 WS-STEP-SUB PIC 9(2) VALUE ZERO.
           01 WS-STEP-RC PIC 9(3) VALUE ZERO.
              PERFORM 200-RUN-ONE-STEP
                  VARYING WS-STEP-SUB FROM 1 BY 1
                  UNTIL WS-STEP-SUB > WS-STEP-COUNT
                  OR WS-CHAIN-FAILED OR WS-CHAIN-HELD

              PERFORM 900-WRAPUP
           END-IF.
           MOVE WS-STEP-RC TO CHL-RC.
           MOVE WS-STEP-TS TO CHL-TS.

           EVALUATE TRUE
               WHEN WS-STEP-RC <= WS-STEP-MAX-OK(WS-STEP-SUB)
                   MOVE "S" TO CHL-STATUS
                   DISPLAY "STEP " WS-STEP-SUB " COMPLETE, RC: "
                           WS-STEP-RC
               WHEN WS-STEP-HOLD-RC(WS-STEP-SUB) > ZERO
                    AND WS-STEP-RC = WS-STEP-HOLD-RC(WS-STEP-SUB)
                   MOVE "H" TO CHL-STATUS
                   MOVE 'Y' TO WS-CHAIN-HOLD
                   DISPLAY "STEP " WS-STEP-SUB " HELD: "
                           WS-STEP-PROGRAM(WS-STEP-SUB)
                           " RC: " WS-STEP-RC
               WHEN OTHER
                   MOVE "F" TO CHL-STATUS
                   MOVE 'Y' TO WS-CHAIN-FAIL
                   DISPLAY "STEP " WS-STEP-SUB " FAILED: "
                           WS-STEP-PROGRAM(WS-STEP-SUB)
                           " RC: " WS-STEP-RC
           END-EVALUATE.

           WRITE CHAIN-LOG-REC
              INVALID KEY
           DISPLAY "STEPS RUN:     " WS-RUN-COUNTER.
           DISPLAY "STEPS SKIPPED: " WS-SKIP-COUNTER.

           EVALUATE TRUE
               WHEN WS-CHAIN-FAILED
                   DISPLAY "CHAIN STOPPED - RERUN RESUMES AT FAILED "
                           "STEP"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CHAIN-HELD
                   DISPLAY "CHAIN HELD FOR OPERATOR SIGN-OFF - REVIEW "
                           "bcuota-variance-report, SIGN OFF AND RERUN"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CHAIN COMPLETE FOR RANGE " WS-RUN-FROM-YMD
                           " TO " WS-RUN-TO-YMD
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      ******************************************************************

      *
      * Parameter file, one line per file to purge:
      *   RUNHIST   <days>  run-history rows whose range ended more
      *                     than <days> ago, with their per-currency
      *                     rows on bcuota-run-history-curr
      *   SCHEDMAST <days>  schedule rows of accounts inactive or
      *                     closed on account-master and last run
      *                     more than <days> ago
      *   ARREARS   0       settled arrears positions (amount zero)
      *   AUDIT     <days>  audit lines dated more than <days> ago
      *
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT RUN-HIST-CURR ASSIGN TO "bcuota-run-history-curr"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HSC-KEY
           FILE STATUS IS WS-HSC-STATUS.

           SELECT SCHED-MASTER ASSIGN TO "bcuota-schedmast"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           01 REPORT-REC PIC X(80).

       FD ARCHIVE-FILE.
           01 ARCHIVE-REC PIC X(113).

       FD RUN-HISTORY.
           01 RUN-HISTORY-REC.
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

       FD SCHED-MASTER.
           01 SCHED-MASTER-REC.
               05 SCHM-KEY.
               05 ACCT-STATUS PIC X(1).
                   88 ACCT-ACTIVE VALUE "A".
                   88 ACCT-INACTIVE VALUE "I".
                   88 ACCT-CLOSED VALUE "C".
               05 ACCT-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(17).

                   10 AUD-MM PIC X(2).
                   10 FILLER PIC X(1).
                   10 AUD-YYYY PIC X(4).
               05 FILLER        PIC X(73).

       FD AUDIT-WORK.
           01 AUDIT-WORK-REC PIC X(113).

       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2) VALUE SPACES.
           01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
           01 WS-HSC-STATUS PIC X(2) VALUE SPACES.
           01 WS-SCHM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ACCTM-STATUS PIC X(2) VALUE SPACES.
           01 WS-ARR-STATUS PIC X(2) VALUE SPACES.
               WHEN "RUNHIST"
                   PERFORM 300-PURGE-RUN-HISTORY
                   PERFORM 290-WRITE-FILE-TOTALS
                   MOVE ZERO TO WS-KEEP-COUNTER
                   MOVE ZERO TO WS-ARCH-COUNTER
                   PERFORM 320-PURGE-RUN-HIST-CURR
                   MOVE "RUNHIST-CURR" TO PRM-ID
                   PERFORM 290-WRITE-FILE-TOTALS
               WHEN "SCHEDMAST"
                   PERFORM 400-PURGE-SCHED-MASTER
                   PERFORM 290-WRITE-FILE-TOTALS
                 END-IF
           END-READ.

       320-PURGE-RUN-HIST-CURR.

      * Same cut-off as the run-history rows they belong to.
           MOVE SPACES TO WS-ARCH-PATH.
           STRING "bcuota-runhistcurr-arch-" DELIMITED BY SIZE
                  WS-SDATE DELIMITED BY SIZE
                  INTO WS-ARCH-PATH
           END-STRING.
           OPEN OUTPUT ARCHIVE-FILE.

           OPEN I-O RUN-HIST-CURR.
           IF WS-HSC-STATUS NOT = "00"
              DISPLAY "RUN HISTORY CURRENCIES NOT AVAILABLE, STATUS: "
                      WS-HSC-STATUS
           ELSE
              MOVE LOW-VALUES TO HSC-KEY
              MOVE 'N' TO WS-EOF
              START RUN-HIST-CURR KEY IS >= HSC-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM 325-PURGE-ONE-HIST-CURR UNTIL WS-EOF = 'Y'
              CLOSE RUN-HIST-CURR
           END-IF.
           CLOSE ARCHIVE-FILE.

       325-PURGE-ONE-HIST-CURR.

           READ RUN-HIST-CURR NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 MOVE HSC-TO TO WS-DS-YMD
                 PERFORM 710-DATE-TO-SERIAL
                 IF WS-DS-SERIAL < WS-CUTOFF-SERIAL
                    MOVE SPACES TO ARCHIVE-REC
                    MOVE RUN-HIST-CURR-REC TO ARCHIVE-REC(1:54)
                    WRITE ARCHIVE-REC
                    DELETE RUN-HIST-CURR
                    ADD 1 TO WS-ARCH-COUNTER
                 ELSE
                    ADD 1 TO WS-KEEP-COUNTER
                 END-IF
           END-READ.

       280-OPEN-ARCHIVE-RUNHIST.

           MOVE SPACES TO WS-ARCH-PATH.
       420-DECIDE-ACCOUNT.

      * A schedule block is only purged once its account is inactive
      * or closed on the account master and its last run is past
      * retention; a live loan's schedule is never touched, whatever
      * its age.
           MOVE 'N' TO WS-SCHM-PURGE.
           MOVE WS-SCHM-CUR-ACC TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF (ACCT-INACTIVE OR ACCT-CLOSED)
                    AND ACCT-LAST-RUN-DATE > ZERO
                    MOVE ACCT-LAST-RUN-DATE TO WS-DS-YMD
                    PERFORM 710-DATE-TO-SERIAL
              PERFORM 710-DATE-TO-SERIAL
              IF WS-DS-SERIAL < WS-CUTOFF-SERIAL
                 MOVE SPACES TO ARCHIVE-REC
                 MOVE AUDIT-REC TO ARCHIVE-REC(1:113)
                 WRITE ARCHIVE-REC
                 ADD 1 TO WS-ARCH-COUNTER
              ELSE

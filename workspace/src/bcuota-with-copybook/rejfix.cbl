      * which revalidates the records and appends the results to the
      * existing dated outputs of the original range.
      *
      * The operator signs on through the signon service. Any role
      * may walk the rejects; only role M may write corrections, and
      * only for role M is the corrections file opened at all. Every
      * correction written goes to the security access log with the
      * account and date, and a refused write is logged as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejfix.
               05 FILLER PIC X(1).
               05 REJ-MSG PIC X(20).
               05 FILLER PIC X(1).
               05 REJ-INPUT PIC X(87).

       FD CORR-FILE.
           01 CORR-REC PIC X(87).

       WORKING-STORAGE SECTION.
           01 WS-REJ-STATUS PIC X(2) VALUE SPACES.
               05 WS-PAY-FREQ PIC X(1).
               05 FILER PIC X(1).
               05 WS-PRODUCT PIC X(4).
               05 FILER PIC X(1).
               05 WS-FEE-AMT PIC 9(7)V9(2).

           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-DONE PIC X(1) VALUE "N".
           01 WS-CORR-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-SKIP-COUNTER PIC 9(9) VALUE ZERO.

           01 WS-REJECT-KEY.
               05 WS-RK-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RK-DATE PIC X(10).
           01 WS-REJECT-DETAIL.
               05 FILLER PIC X(3) VALUE "RC ".
               05 WS-RD-RC PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-MSG PIC X(20).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-CORRECT.
               05 BLANK SCREEN.
               05 LINE 14 COL 19 PIC X(1) USING WS-PAY-FREQ.
               05 LINE 15 COL 1 VALUE "PRODUCT CODE   : ".
               05 LINE 15 COL 19 PIC X(4) USING WS-PRODUCT.
               05 LINE 16 COL 1 VALUE "ARRANGEMENT FEE: ".
               05 LINE 16 COL 19 PIC 9(7).99 USING WS-FEE-AMT.
               05 LINE 17 COL 1
                   VALUE "W) WRITE CORRECTION  S) SKIP  Q) QUIT: ".
               05 LINE 17 COL 40 PIC X(1) USING WS-ACTION.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "rejfix" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN INPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN REJECT FILE, STATUS: "
                      WS-REJ-STATUS
              MOVE 'Y' TO WS-DONE
           ELSE
      * Opening the corrections file empties it, so an inquiry-only
      * user never opens it.
              IF SGN-ROLE-MAINTAIN
                 OPEN OUTPUT CORR-FILE
              END-IF
           END-IF.

       200-WALK-REJECTS.
       300-CORRECT-ONE-REJECT.

           MOVE REJ-INPUT TO WS-LOAN.
      * A record with no fee carries blanks there; show it as zero
      * so the numeric field can be keyed.
           IF WS-FEE-AMT NOT NUMERIC
              MOVE ZERO TO WS-FEE-AMT
           END-IF.
           PERFORM 310-SET-FIELD-HINT.
           MOVE SPACE TO WS-ACTION.

           DISPLAY SCR-CORRECT.
           ACCEPT SCR-CORRECT.

           MOVE REJ-ACC TO WS-RK-ACC.
           MOVE REJ-DATE TO WS-RK-DATE.
           MOVE REJ-RC TO WS-RD-RC.
           MOVE REJ-MSG TO WS-RD-MSG.
           MOVE WS-REJECT-KEY TO SGN-KEY.
           MOVE WS-REJECT-DETAIL TO SGN-DETAIL.

           EVALUATE TRUE
               WHEN WS-ACTION-WRITE AND NOT SGN-ROLE-MAINTAIN
                   DISPLAY "NOT AUTHORISED - INQUIRY ONLY"
                   ADD 1 TO WS-SKIP-COUNTER
                   MOVE "DENIED" TO SGN-ACTION
                   PERFORM 800-LOG-ACTION
               WHEN WS-ACTION-WRITE
                   ADD 1 TO WS-CORR-COUNTER
                   MOVE WS-LOAN TO CORR-REC
                   WRITE CORR-REC
                   MOVE "CORRECT" TO SGN-ACTION
                   PERFORM 800-LOG-ACTION
               WHEN WS-ACTION-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   MOVE "AMOUNT/RATE/TERM" TO WS-FIELD-HINT
               WHEN 18
                   MOVE "PAY FREQUENCY" TO WS-FIELD-HINT
               WHEN 89
                   MOVE "AMOUNT/PARTY LIMIT" TO WS-FIELD-HINT
               WHEN 90
                   MOVE "AMOUNT/RATE/TERM" TO WS-FIELD-HINT
               WHEN 91
                   MOVE "SEE MESSAGE" TO WS-FIELD-HINT
           END-EVALUATE.

       800-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           CLOSE REJECT-FILE.
           IF SGN-ROLE-MAINTAIN
              CLOSE CORR-FILE
           END-IF.

           DISPLAY "REJECTS READ:        " WS-READ-COUNTER.
           DISPLAY "CORRECTIONS WRITTEN: " WS-CORR-COUNTER.

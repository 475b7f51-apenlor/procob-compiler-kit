      * is: a keyed record per currency and date, entered by the
      * treasury clerk instead of hand-built outside any program.
      *
      * The clerk signs on through the signon service. Any role may
      * inquire on a rate; only role M may add or change one. Every
      * rate added or changed goes to the security access log with
      * the currency, the date and the old and new rate, and every
      * refused choice is logged as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxmaint.
           01 WS-CHOICE PIC X(1) VALUE SPACE.
               88 WS-CHOICE-ADD    VALUE "A".
               88 WS-CHOICE-CHANGE VALUE "C".
               88 WS-CHOICE-INQUIRE VALUE "I".
               88 WS-CHOICE-QUIT   VALUE "Q".
               88 WS-CHOICE-MAINTAIN VALUE "A" "C".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".

           01 WS-PAUSE PIC X(1) VALUE SPACE.
           01 WS-OLD-RATE PIC S9(4)V9(6) VALUE ZERO.
           01 WS-OLD-RATE-ED PIC -(4)9.9(6).
           01 WS-NEW-RATE-ED PIC -(4)9.9(6).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "FX RATE MAINTENANCE".
               05 LINE 3  COL 1 VALUE "A) ADD RATE".
               05 LINE 4  COL 1 VALUE "C) CHANGE RATE".
               05 LINE 5  COL 1 VALUE "I) INQUIRE RATE".
               05 LINE 6  COL 1 VALUE "Q) QUIT".
               05 LINE 8  COL 1 VALUE "SELECTION: ".
               05 LINE 8  COL 12 PIC X(1) USING WS-CHOICE.

           01 SCR-RATE-NEW.
               05 BLANK SCREEN.
               05 LINE 3 COL 1  VALUE "RATE TO EUR    : ".
               05 LINE 3 COL 20 PIC 9(4).9(6) USING FXR-RATE.

           01 SCR-RATE-VIEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "CURRENCY       : ".
               05 LINE 1 COL 20 PIC X(3) FROM FXR-CURR.
               05 LINE 2 COL 1  VALUE "DATE DD-MM-YYYY: ".
               05 LINE 2 COL 20 PIC X(10) FROM FXR-DATE.
               05 LINE 3 COL 1  VALUE "RATE TO EUR    : ".
               05 LINE 3 COL 20 PIC 9(4).9(6) FROM FXR-RATE.
               05 LINE 5 COL 1  VALUE "PRESS ENTER TO RETURN: ".
               05 LINE 5 COL 24 PIC X(1) USING WS-PAUSE.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "fxmaint" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN I-O FX-RATES.
           IF WS-FXR-STATUS = "35"
              OPEN OUTPUT FX-RATES
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-MAINTAIN AND NOT SGN-ROLE-MAINTAIN
                   PERFORM 800-REFUSE-CHOICE
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-RATE
               WHEN WS-CHOICE-CHANGE
                   PERFORM 400-CHANGE-RATE
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 500-INQUIRE-RATE
               WHEN WS-CHOICE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                 DISPLAY "RATE ALREADY EXISTS: " FXR-CURR " " FXR-DATE
              NOT INVALID KEY
                 DISPLAY "RATE ADDED: " FXR-CURR " " FXR-DATE
                 MOVE "ADD" TO SGN-ACTION
                 MOVE ZERO TO WS-OLD-RATE
                 PERFORM 810-LOG-RATE
           END-WRITE.

       400-CHANGE-RATE.
              INVALID KEY
                 DISPLAY "RATE NOT FOUND: " FXR-CURR " " FXR-DATE
              NOT INVALID KEY
                 MOVE FXR-RATE TO WS-OLD-RATE
                 DISPLAY SCR-RATE
                 ACCEPT SCR-RATE
                 REWRITE FX-RATE-REC
                       DISPLAY "UPDATE FAILED: " FXR-CURR " " FXR-DATE
                    NOT INVALID KEY
                       DISPLAY "RATE UPDATED: " FXR-CURR " " FXR-DATE
                       MOVE "CHANGE" TO SGN-ACTION
                       PERFORM 810-LOG-RATE
                 END-REWRITE
           END-READ.

       500-INQUIRE-RATE.

           DISPLAY "CURRENCY TO INQUIRE: " WITH NO ADVANCING.
           ACCEPT FXR-CURR.
           DISPLAY "DATE (DD-MM-YYYY)  : " WITH NO ADVANCING.
           ACCEPT FXR-DATE.

           READ FX-RATES
              INVALID KEY
                 DISPLAY "RATE NOT FOUND: " FXR-CURR " " FXR-DATE
              NOT INVALID KEY
                 MOVE SPACE TO WS-PAUSE
                 DISPLAY SCR-RATE-VIEW
                 ACCEPT SCR-RATE-VIEW
           END-READ.

       800-REFUSE-CHOICE.

           DISPLAY "NOT AUTHORISED - INQUIRY ONLY".
           MOVE "DENIED" TO SGN-ACTION.
           MOVE SPACES TO SGN-KEY.
           MOVE SPACES TO SGN-DETAIL.
           STRING "MENU CHOICE " WS-CHOICE " REFUSED - ROLE " SGN-ROLE
               DELIMITED BY SIZE INTO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       810-LOG-RATE.

           MOVE SPACES TO SGN-KEY.
           STRING FXR-CURR " " FXR-DATE
               DELIMITED BY SIZE INTO SGN-KEY.
           MOVE WS-OLD-RATE TO WS-OLD-RATE-ED.
           MOVE FXR-RATE TO WS-NEW-RATE-ED.
           MOVE SPACES TO SGN-DETAIL.
           STRING "RATE " WS-OLD-RATE-ED " TO " WS-NEW-RATE-ED
               DELIMITED BY SIZE INTO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       820-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           CLOSE FX-RATES.

      * Weekends never need entering -- getbusday knows Saturday and
      * Sunday on its own.
      *
      * The clerk signs on through the signon service. Any role may
      * list a year; only role M may add or delete a holiday. Every
      * holiday added or deleted goes to the security access log,
      * and every refused choice is logged as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holmaint.
               88 WS-CHOICE-DELETE VALUE "D".
               88 WS-CHOICE-LIST   VALUE "L".
               88 WS-CHOICE-QUIT   VALUE "Q".
               88 WS-CHOICE-MAINTAIN VALUE "A" "D".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".
               05 FILLER PIC X(1).
               05 WS-HD-YYYY PIC X(4).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "holmaint" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN I-O HOLIDAY-CAL.
           IF WS-HOL-STATUS = "35"
      * First holiday ever captured: create the calendar empty.
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-MAINTAIN AND NOT SGN-ROLE-MAINTAIN
                   PERFORM 800-REFUSE-CHOICE
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-HOLIDAY
               WHEN WS-CHOICE-DELETE
                    DISPLAY "HOLIDAY ALREADY ON FILE: " HOL-DATE
                 NOT INVALID KEY
                    DISPLAY "HOLIDAY ADDED: " HOL-DATE
                    MOVE "ADD" TO SGN-ACTION
                    PERFORM 810-LOG-HOLIDAY
              END-WRITE
           END-IF.

              NOT INVALID KEY
                 DELETE HOLIDAY-CAL
                 DISPLAY "HOLIDAY DELETED: " HOL-DATE
                 MOVE "DELETE" TO SGN-ACTION
                 PERFORM 810-LOG-HOLIDAY
           END-READ.

       500-LIST-YEAR.
                 END-IF
           END-READ.

       800-REFUSE-CHOICE.

           DISPLAY "NOT AUTHORISED - INQUIRY ONLY".
           MOVE "DENIED" TO SGN-ACTION.
           MOVE SPACES TO SGN-KEY.
           MOVE SPACES TO SGN-DETAIL.
           STRING "MENU CHOICE " WS-CHOICE " REFUSED - ROLE " SGN-ROLE
               DELIMITED BY SIZE INTO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       810-LOG-HOLIDAY.

           MOVE HOL-DATE TO SGN-KEY.
           MOVE HOL-DESC TO SGN-DETAIL.
           PERFORM 820-LOG-ACTION.

       820-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           CLOSE HOLIDAY-CAL.

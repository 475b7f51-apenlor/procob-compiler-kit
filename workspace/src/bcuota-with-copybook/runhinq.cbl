      * runs of exactly that range, or zeros to list every run on
      * file.
      *
      * Operators sign on through the signon service before the
      * first inquiry; any role may use it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runhinq.
               05 FILLER PIC X(9) VALUE "  SLICE: ".
               05 INQ-SLICE PIC X(1).

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-INQUIRY.
               05 BLANK SCREEN.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "runhinq" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN INPUT RUN-HISTORY.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RUN HISTORY, STATUS: "

      * figure, and can print a quote document with a validity date
      * to the bcuota-payoff-quote file.
      *
      * Staff sign on through the signon service before the first
      * quote; any role may use this inquiry.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payquote.
               05 QTE-VALID PIC X(10).
           01 WS-QUOTE-SEP PIC X(80) VALUE ALL "-".

           COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-INQUIRY.
               05 BLANK SCREEN.

       100-INIT.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "payquote" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE WS-TYEAR TO WS-CYEAR.
           MOVE WS-TMONTH TO WS-CMONTH.

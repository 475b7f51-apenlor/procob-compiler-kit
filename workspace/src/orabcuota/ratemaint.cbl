      * The one-record euribor-rate-ctl file carries the last loaded
      * date and its rate forward between imports.
      *
      * The clerk signs on through the signon service. Any role may
      * view a date; only role M may import the feed or correct a
      * rate. Each import and each correction also goes to the
      * security access log under the operator's ID, and a refused
      * import or correction is logged as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ratemaint.
               88 WS-CHOICE-VIEW   VALUE "V".
               88 WS-CHOICE-QUIT   VALUE "Q".

           01 WS-OLD-RATE-ED PIC -9.999.
           01 WS-NEW-RATE-ED PIC -9.999.
           01 WS-IMPORT-DETAIL.
               05 FILLER PIC X(7) VALUE "LOADED ".
               05 WS-ID-LOADED PIC Z(8)9.
               05 FILLER PIC X(6) VALUE " GAPS ".
               05 WS-ID-GAPS PIC Z(8)9.
               05 FILLER PIC X(10) VALUE " REJECTED ".
               05 WS-ID-REJECTED PIC Z(8)9.

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".


       COPY BUSDAY-COPYBOOK.

       COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.
           MOVE WS-TMONTH TO WS-CMONTH.
           MOVE WS-TDAY TO WS-CDAY.

           MOVE "S" TO SGN-FUNCTION.
           MOVE "ratemaint" TO SGN-PROGRAM.
           MOVE "I" TO SGN-NEED-ROLE.
           CALL "signon" USING SIGNON-PARAMS.
           IF NOT SGN-GRANTED
              MOVE 'Y' TO WS-DONE
           END-IF.

           OPEN I-O EURIBOR-RATES.
           IF WS-RATE-STATUS = "35"
      * First controlled load: create the rate file empty rather than
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-IMPORT AND NOT SGN-ROLE-MAINTAIN
                   DISPLAY "NOT AUTHORISED - INQUIRY ONLY"
                   MOVE SPACES TO SGN-KEY
                   MOVE "IMPORT REFUSED - INQUIRY ROLE" TO SGN-DETAIL
                   PERFORM 800-LOG-DENIED
               WHEN WS-CHOICE-IMPORT
                   PERFORM 300-IMPORT-FEED
               WHEN WS-CHOICE-VIEW
           DISPLAY "GAP DAYS FILLED: " WS-GAP-COUNTER.
           DISPLAY "LINES REJECTED:  " WS-REJ-COUNTER.

           MOVE "IMPORT" TO SGN-ACTION.
           MOVE WS-LAST-DATE TO SGN-KEY.
           MOVE WS-LOAD-COUNTER TO WS-ID-LOADED.
           MOVE WS-GAP-COUNTER TO WS-ID-GAPS.
           MOVE WS-REJ-COUNTER TO WS-ID-REJECTED.
           MOVE WS-IMPORT-DETAIL TO SGN-DETAIL.
           PERFORM 810-LOG-ACTION.

       310-READ-CONTROL.

           MOVE 'N' TO WS-HAVE-CTL.
                    OR WS-SCR-VALUE > WS-MAX-RATE
                    DISPLAY "RATE OUT OF RANGE, NOT APPLIED"
                 ELSE
                    MOVE WS-SCR-DATE TO SGN-KEY
                    MOVE WS-SCR-OLD TO WS-OLD-RATE-ED
                    MOVE WS-SCR-VALUE TO WS-NEW-RATE-ED
                    MOVE SPACES TO SGN-DETAIL
                    STRING "RATE " WS-OLD-RATE-ED " TO " WS-NEW-RATE-ED
                        DELIMITED BY SIZE INTO SGN-DETAIL
                    EVALUATE TRUE
                        WHEN WS-SCR-VALUE = WS-SCR-OLD
                            CONTINUE
                        WHEN NOT SGN-ROLE-MAINTAIN
                            DISPLAY "NOT AUTHORISED - INQUIRY ONLY"
                            PERFORM 800-LOG-DENIED
                        WHEN OTHER
                            MOVE WS-SCR-VALUE TO RATE-VALUE
                            REWRITE EURIBOR-RATE-REC
                            PERFORM 510-LOG-CORRECTION
                            DISPLAY "RATE UPDATED FOR: " WS-SCR-DATE
                            MOVE "CHANGE" TO SGN-ACTION
                            PERFORM 810-LOG-ACTION
                    END-EVALUATE
                 END-IF
           END-READ.

              END-IF
           END-IF.

       800-LOG-DENIED.

           MOVE "DENIED" TO SGN-ACTION.
           PERFORM 810-LOG-ACTION.

       810-LOG-ACTION.

           MOVE "L" TO SGN-FUNCTION.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           CLOSE EURIBOR-RATES.

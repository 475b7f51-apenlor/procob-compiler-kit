      * bcuota run whose quotas are being aged; the FROM date is the
      * due date stamped on newly arisen arrears.
      *
      * An account with an open dispute on bcuota-disputes (on the
      * account or on any of its items, see dispmaint) is still aged
      * but is not extracted for the agency while the dispute
      * stands; it is listed at the foot of the report as held - in
      * dispute.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agingrpt.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT DISPUTE-MASTER ASSIGN TO "bcuota-disputes"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-STATUS.

           SELECT OPENITEM-MASTER ASSIGN TO "bcuota-openitems"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
                   88 OPN-PENALTY-ITEM VALUE "P".
               05 FILLER PIC X(4).

       FD DISPUTE-MASTER.
           01 DISPUTE-REC.
               05 DSP-KEY.
                   10 DSP-ACC PIC X(29).
                   10 DSP-DUE-YMD PIC 9(8).
               05 DSP-STATUS PIC X(1).
                   88 DSP-OPEN VALUE "O".
                   88 DSP-CLOSED VALUE "C".
               05 DSP-REASON PIC X(40).
               05 DSP-REVIEW-YMD PIC 9(8).
               05 DSP-OPENED-YMD PIC 9(8).
               05 DSP-OPENED-BY PIC X(8).
               05 DSP-CLOSED-YMD PIC 9(8).
               05 DSP-CLOSED-BY PIC X(8).
               05 DSP-CLOSE-NOTE PIC X(40).
               05 FILLER PIC X(12).

       FD COLLECT-FILE.
           01 COLLECT-REC.
               05 COL-ACC PIC X(29).
               88 WS-OPEN-ITEMS-ON-FILE VALUE "Y".
           01 WS-OPN-EOF PIC X(1) VALUE "N".
           01 WS-OPN-HIT PIC X(1) VALUE "N".
           01 WS-DSP-STATUS PIC X(2) VALUE SPACES.
           01 WS-DSP-AVAIL PIC X(1) VALUE "N".
               88 WS-DISPUTES-ON-FILE VALUE "Y".
           01 WS-DSP-EOF PIC X(1) VALUE "N".
           01 WS-DSP-HELD PIC X(1) VALUE "N".
               88 WS-IN-DISPUTE VALUE "Y".
           01 WS-DSP-CHECK-ACC PIC X(29) VALUE SPACES.

           01 WS-EOF PIC X(1) VALUE "N".


           01 WS-COLL-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-ARR-COUNTER PIC 9(9) VALUE ZERO.
           01 WS-DISPUTE-COUNTER PIC 9(9) VALUE ZERO.

      * Accounts held in dispute, listed after the bucket lines.
           01 WS-HELD-MAX PIC 9(4) VALUE 500.
           01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HELD-SUB PIC 9(4) VALUE ZERO.
           01 WS-HELD-TABLE.
               05 WS-HELD-ENTRY OCCURS 500 TIMES.
                   10 WS-HELD-ACC PIC X(29).
                   10 WS-HELD-DAYS PIC 9(5).
                   10 WS-HELD-AMT PIC S9(9)V9(2).
                   10 WS-HELD-CURR PIC X(3).
           01 WS-HELD-HEAD PIC X(80) VALUE
               "HELD - IN DISPUTE (NOT EXTRACTED)".
           01 WS-HELD-LINE.
               05 RPT-HELD-ACC PIC X(29).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-HELD-DAYS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-HELD-AMT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPT-HELD-CURR PIC X(3).

           01 WS-DISPREG-PARM PIC X(60) VALUE SPACES.

              ELSE
                 OPEN OUTPUT AGING-FILE
                 OPEN OUTPUT COLLECT-FILE
                 MOVE 'N' TO WS-DSP-AVAIL
                 OPEN INPUT DISPUTE-MASTER
                 IF WS-DSP-STATUS = "00"
                    MOVE 'Y' TO WS-DSP-AVAIL
                 END-IF
              END-IF
           END-IF.

                            MOVE 4 TO WS-BUCKET-SUB
                    END-EVALUATE
                    PERFORM 320-ACCUM-BUCKET
                    MOVE ARR-ACC TO WS-DSP-CHECK-ACC
                    PERFORM 315-CHECK-DISPUTE
      * Accounts the agency already returned as uncollectible or
      * closed are not extracted again.
                    IF WS-IN-DISPUTE
                       PERFORM 335-HOLD-FROM-EXTRACT
                    ELSE
                       IF WS-PAST-DAYS >= 60
                          AND NOT ARR-AGENCY-UNCOLL
                          AND NOT ARR-AGENCY-CLOSED
                          PERFORM 330-WRITE-COLLECTIONS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       315-CHECK-DISPUTE.

      * Any open dispute on the account -- on the whole account or
      * on one of its items -- holds the position.
           MOVE 'N' TO WS-DSP-HELD.
           IF WS-DISPUTES-ON-FILE
              MOVE WS-DSP-CHECK-ACC TO DSP-ACC
              MOVE ZERO TO DSP-DUE-YMD
              MOVE 'N' TO WS-DSP-EOF
              START DISPUTE-MASTER KEY IS >= DSP-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-DSP-EOF
              END-START
              PERFORM 316-SCAN-ONE-DISPUTE
                  UNTIL WS-DSP-EOF = 'Y' OR WS-IN-DISPUTE
           END-IF.

       316-SCAN-ONE-DISPUTE.

           READ DISPUTE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DSP-EOF
              NOT AT END
                 IF DSP-ACC NOT = WS-DSP-CHECK-ACC
                    MOVE 'Y' TO WS-DSP-EOF
                 ELSE
                    IF DSP-OPEN
                       MOVE 'Y' TO WS-DSP-HELD
                    END-IF
                 END-IF
           END-READ.
              REWRITE ARREARS-REC
           END-IF.

       335-HOLD-FROM-EXTRACT.

           ADD 1 TO WS-DISPUTE-COUNTER.
           IF WS-HELD-COUNT < WS-HELD-MAX
              ADD 1 TO WS-HELD-COUNT
              MOVE ARR-ACC TO WS-HELD-ACC(WS-HELD-COUNT)
              MOVE WS-PAST-DAYS TO WS-HELD-DAYS(WS-HELD-COUNT)
              MOVE ARR-AMOUNT TO WS-HELD-AMT(WS-HELD-COUNT)
              MOVE ARR-CURR TO WS-HELD-CURR(WS-HELD-COUNT)
           ELSE
              DISPLAY "HELD TABLE FULL, NOT LISTED: " ARR-ACC
           END-IF.

       400-WRITE-REPORT.

           MOVE WS-AGING-TITLE TO AGING-REC.
               VARYING WS-AGE-CURR-SUB FROM 1 BY 1
               UNTIL WS-AGE-CURR-SUB > WS-AGE-CURR-COUNT.

           IF WS-HELD-COUNT > ZERO
              MOVE SPACES TO AGING-REC
              WRITE AGING-REC
              MOVE WS-HELD-HEAD TO AGING-REC
              WRITE AGING-REC
              PERFORM 430-REPORT-ONE-HELD
                  VARYING WS-HELD-SUB FROM 1 BY 1
                  UNTIL WS-HELD-SUB > WS-HELD-COUNT
           END-IF.

       410-REPORT-ONE-CURRENCY.

           PERFORM 420-REPORT-ONE-BUCKET
           MOVE WS-AGING-LINE TO AGING-REC.
           WRITE AGING-REC.

       430-REPORT-ONE-HELD.

           MOVE WS-HELD-ACC(WS-HELD-SUB) TO RPT-HELD-ACC.
           MOVE WS-HELD-DAYS(WS-HELD-SUB) TO RPT-HELD-DAYS.
           MOVE WS-HELD-AMT(WS-HELD-SUB) TO RPT-HELD-AMT.
           MOVE WS-HELD-CURR(WS-HELD-SUB) TO RPT-HELD-CURR.
           MOVE WS-HELD-LINE TO AGING-REC.
           WRITE AGING-REC.

       340-COUNT-BUSINESS-DAYS.

      * How many business days lie between the due date (exclusive)
           IF WS-OPEN-ITEMS-ON-FILE
              CLOSE OPENITEM-MASTER
           END-IF.
           IF WS-DISPUTES-ON-FILE
              CLOSE DISPUTE-MASTER
           END-IF.

           DISPLAY "ACCOUNTS IN ARREARS:    " WS-ARR-COUNTER.
           DISPLAY "COLLECTIONS EXTRACTED:  " WS-COLL-COUNTER.
           DISPLAY "HELD - IN DISPUTE:      " WS-DISPUTE-COUNTER.

           PERFORM 950-REGISTER-DISPATCH.


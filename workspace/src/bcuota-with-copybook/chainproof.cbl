      *     (first period present per quota account),
      *   - the receipt application split: receipts read against the
      *     matched / partial / overpaid / suspense / reversal /
      *     recovery / duplicate-held lines.
      *
      * Run with the same FROM [TO] parameters as the bcuota run.
      * RETURN-CODE 0 when every leg agrees, 8 on any break.
           01 WS-SCHED-OK-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SCHED-MISS-COUNT PIC 9(9) VALUE ZERO.

      * Receipt application leg: the seven disposition files against
      * the receipts feed.
           01 WS-RCPT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DISP-TOTAL PIC 9(9) VALUE ZERO.
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-suspense".
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-reversals".
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-recovered".
               05 FILLER PIC X(40) VALUE "bcuota-rcpt-duplicates".
           01 WS-DISP-TABLE-R REDEFINES WS-DISP-TABLE.
               05 WS-DISP-NAME PIC X(40) OCCURS 7 TIMES.
           01 WS-RCPT-AVAIL PIC X(1) VALUE "N".
               88 WS-RECEIPTS-ON-FILE VALUE "Y".

       600-PROVE-RECEIPTS.

      * The receipt split is a whole-file proof: every receipt read
      * by rcptapply must be on exactly one of the seven disposition
      * files. A site that has not run receipts today skips the leg.
           MOVE "bcuota-receipts" TO WS-COUNT-PATH.
           MOVE 'N' TO WS-RCPT-AVAIL.
              MOVE ZERO TO WS-DISP-TOTAL
              PERFORM 620-COUNT-ONE-DISPOSITION
                  VARYING WS-DISP-SUB FROM 1 BY 1
                  UNTIL WS-DISP-SUB > 7

              MOVE "RECEIPTS READ:" TO PRC-LEG
              MOVE WS-RCPT-COUNT TO PRC-VALUE

      * GL Batch Consolidator
      * =====================
      *
      * Reads the posting files of the whole shop -- bcuota-gl-batch and
      * orabcuota-gl-batch always, plus the write-off batch
      * (bcuota-wof-gl-batch), the receipt recovery batch
      * (bcuota-rcpt-gl-batch), the penalty assessment batch
      * (bcuota-pen-gl-batch), the restructuring batch
      * (bcuota-rst-gl-batch), the month-end loss-provision batch
      * (bcuota-ecl-gl-batch), the deferred-fee amortisation batch
      * (bcuota-fee-gl-batch) and the suspense-clearing batch from
      * suspwork (bcuota-susp-gl-batch) whenever those runs produced one
      * (same GL-REC layout, written as balanced DR/CR pairs) --
      * verifies each file is internally balanced -- total DR equals
      * total CR per currency -- and merges them into one posting file,
      * gl-consolidated, wrapped with a batch header and a trailer
      * carrying the entry count and net amount. The file is NOT
      * released and the program ends with RETURN-CODE 94 if either
      * input is out of balance: an unbalanced upload to the ledger
      * costs a day of back-out.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.

      * The first two batches must exist and are regenerated by
      * every nightly run; a missing file in the other slots just
      * skips the slot. The write-off, recovery, penalty,
      * restructuring, provision, fee and suspense batches are
      * marked "C" and emptied after a successful release --
      * consolidating them a second night would double-post (the
      * recovery batch is normally recreated by rcptapply daily, but
      * a day with no receipts file leaves yesterday's batch
      * standing, so it is consumed like the others; the suspense
      * batch builds up across suspwork sessions until released).
           01 WS-FILE-MAX PIC 9(2) VALUE 9.
           01 WS-FILE-SUB PIC 9(2) VALUE ZERO.
           01 WS-FILE-TABLE.
               05 FILLER PIC X(40) VALUE "bcuota-gl-batch".
               05 FILLER PIC X(2) VALUE "R ".
               05 FILLER PIC X(2) VALUE "OC".
               05 FILLER PIC X(40) VALUE "bcuota-pen-gl-batch".
               05 FILLER PIC X(2) VALUE "OC".
               05 FILLER PIC X(40) VALUE "bcuota-rst-gl-batch".
               05 FILLER PIC X(2) VALUE "OC".
               05 FILLER PIC X(40) VALUE "bcuota-ecl-gl-batch".
               05 FILLER PIC X(2) VALUE "OC".
               05 FILLER PIC X(40) VALUE "bcuota-fee-gl-batch".
               05 FILLER PIC X(2) VALUE "OC".
               05 FILLER PIC X(40) VALUE "bcuota-susp-gl-batch".
               05 FILLER PIC X(2) VALUE "OC".
           01 WS-FILE-TABLE-R REDEFINES WS-FILE-TABLE.
               05 WS-FILE-ENTRY OCCURS 9 TIMES.
                   10 WS-FILE-NAME PIC X(40).
                   10 WS-FILE-REQ PIC X(1).
                       88 WS-FILE-REQUIRED VALUE "R".

      * Whether each slot's file was actually read this run; only
      * a batch that went into the release is emptied afterwards.
           01 WS-FILE-SEEN-TBL PIC X(9) VALUE "NNNNNNNNN".
           01 WS-FILE-SEEN-TBL-R REDEFINES WS-FILE-SEEN-TBL.
               05 WS-FILE-SEEN PIC X(1) OCCURS 9 TIMES.

           01 WS-PASS PIC X(1) VALUE "V".
               88 WS-PASS-VERIFY VALUE "V".

       DATA DIVISION.
       FILE SECTION.
       FD LOAN.
           01 LOAN-FILE PIC X(87).

       FD SLICE-FILE.
           01 SLICE-REC PIC X(87).

       WORKING-STORAGE SECTION.
           01 WS-LOAN.
               05 FILER PIC X(1).
               05 WS-ACC  PIC X(29).
               05 FILER PIC X(1).
               05 WS-REST PIC X(46).

           01 WS-EOF PIC X(1) VALUE "N".


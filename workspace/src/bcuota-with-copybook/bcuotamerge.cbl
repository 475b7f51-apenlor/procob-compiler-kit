       DATA DIVISION.
       FILE SECTION.
       FD MERGE-IN.
           01 MERGE-IN-REC PIC X(160).

       FD MERGE-OUT.
           01 MERGE-OUT-REC PIC X(160).

       FD CTL-FILE.
           01 CTL-REC.

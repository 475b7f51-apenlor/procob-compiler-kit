      ******************************************************************
      * COPYBOOK: PWHASH-PARAMS
      * PURPOSE : Define input and output fields for the operator
      *           password hashing service (CALL "pwhash").
      *           PWH-FUNCTION "S" makes a new salt for PWH-USER in
      *           PWH-SALT; "H" returns in PWH-DIGEST the one-way
      *           hash (SHA-256, 64 hexadecimal characters) of
      *           PWH-SALT followed by PWH-PASSWORD.
      ******************************************************************

       01  PWHASH-PARAMS.
           05  PWH-FUNCTION      PIC X(1).
               88  PWH-MAKE-SALT     VALUE "S".
               88  PWH-HASH          VALUE "H".
           05  PWH-USER          PIC X(8).
           05  PWH-SALT          PIC X(16).
           05  PWH-PASSWORD      PIC X(16).
           05  PWH-DIGEST        PIC X(64).

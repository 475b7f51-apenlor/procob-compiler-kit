      ******************************************************************
      * COPYBOOK: SIGNON-PARAMS
      * PURPOSE : Define input and output fields for the operator
      *           sign-on and security access log service (CALL
      *           "signon"). SGN-FUNCTION "S" signs an operator on to
      *           SGN-PROGRAM and needs at least SGN-NEED-ROLE; "L"
      *           records SGN-ACTION on SGN-KEY for SGN-OPERATOR in
      *           the security access log.
      *           Roles: I inquire only, M inquire and maintain,
      *           A security administration.
      ******************************************************************

       01  SIGNON-PARAMS.
           05  SGN-FUNCTION      PIC X(1).
               88  SGN-SIGN-ON       VALUE "S".
               88  SGN-LOG-ACTION    VALUE "L".
           05  SGN-PROGRAM       PIC X(12).
           05  SGN-NEED-ROLE     PIC X(1).
           05  SGN-OPERATOR      PIC X(8).
           05  SGN-ROLE          PIC X(1).
               88  SGN-ROLE-INQUIRE  VALUE "I".
               88  SGN-ROLE-MAINTAIN VALUE "M".
               88  SGN-ROLE-SECURITY VALUE "A".
           05  SGN-ACTION        PIC X(8).
           05  SGN-KEY           PIC X(40).
           05  SGN-DETAIL        PIC X(60).
           05  SGN-RESULT        PIC X(1).
               88  SGN-GRANTED       VALUE "Y".
               88  SGN-DENIED        VALUE "N".

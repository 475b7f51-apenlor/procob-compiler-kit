      ******************************************************************
      *
      * Operator Security Maintenance
      * =============================
      *
      * Security administrator's screen for the indexed
      * operator-security file the signon service checks at the start
      * of every online screen: one record per user ID with the
      * operator's name, the role and the status, and a salt and the
      * one-way hash pwhash makes of salt and password -- never the
      * password itself. Every new password gets a new salt.
      *
      *   A) add a user         C) change name or role
      *   P) reset a password   U) unlock or reinstate a user
      *   R) revoke a user      I) inquire
      *
      * Roles: I may only inquire, M may also add, change and delete
      * through the maintenance screens, A administers this file and
      * nothing else. Only role A may sign on here, and nobody may
      * change, revoke or reinstate their own user ID -- that takes a
      * second administrator. A password reset also clears a lock.
      *
      * Every action is written to the operator-access-log through
      * the signon service, never with the password. When the
      * security file is missing or empty the screen enrols the
      * first security administrator instead of asking for a sign-on;
      * that user then signs on as usual.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE ASSIGN TO "operator-security"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SEC-USER
           FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECURITY-FILE.
           01 SECURITY-REC.
               05 SEC-USER PIC X(8).
               05 SEC-PASSWORD PIC X(64).
               05 SEC-SALT PIC X(16).
               05 SEC-NAME PIC X(30).
               05 SEC-ROLE PIC X(1).
                   88 SEC-ROLE-INQUIRE VALUE "I".
                   88 SEC-ROLE-MAINTAIN VALUE "M".
                   88 SEC-ROLE-SECURITY VALUE "A".
                   88 SEC-ROLE-VALID VALUE "I" "M" "A".
               05 SEC-STATUS PIC X(1).
                   88 SEC-ACTIVE VALUE "A".
                   88 SEC-LOCKED VALUE "L".
                   88 SEC-REVOKED VALUE "R".
               05 SEC-FAIL-COUNT PIC 9(2).
               05 SEC-LAST-YMD PIC 9(8).
               05 SEC-LAST-TIME PIC 9(6).
               05 SEC-CHANGED-YMD PIC 9(8).
               05 SEC-CHANGED-BY PIC X(8).
               05 FILLER PIC X(12).

       WORKING-STORAGE SECTION.
           01 WS-SEC-STATUS PIC X(2) VALUE SPACES.
           01 WS-SEC-OPEN PIC X(1) VALUE "N".
               88 WS-SECURITY-OPEN VALUE "Y".
           01 WS-FIRST-USER PIC X(1) VALUE "N".
               88 WS-ENROL-FIRST VALUE "Y".

           01 WS-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-SDATE PIC 9(8) DISPLAY.

           01 WS-CHOICE PIC X(1) VALUE SPACE.
               88 WS-CHOICE-ADD      VALUE "A".
               88 WS-CHOICE-CHANGE   VALUE "C".
               88 WS-CHOICE-PASSWORD VALUE "P".
               88 WS-CHOICE-UNLOCK   VALUE "U".
               88 WS-CHOICE-REVOKE   VALUE "R".
               88 WS-CHOICE-INQUIRE  VALUE "I".
               88 WS-CHOICE-QUIT     VALUE "Q".

           01 WS-DONE PIC X(1) VALUE "N".
               88 WS-IS-DONE VALUE "Y".

           01 WS-PAUSE PIC X(1) VALUE SPACE.
           01 WS-NEW-PASSWORD PIC X(16) VALUE SPACES.
           01 WS-CONFIRM-PASSWORD PIC X(16) VALUE SPACES.
           01 WS-OLD-ROLE PIC X(1) VALUE SPACE.
           01 WS-OLD-NAME PIC X(30) VALUE SPACES.
           01 WS-USER-OK PIC X(1) VALUE "N".
               88 WS-USER-IS-VALID VALUE "Y".

           01 WS-ADD-DETAIL.
               05 FILLER PIC X(5) VALUE "ROLE ".
               05 WS-AD-ROLE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-AD-NAME PIC X(30).
           01 WS-ROLE-DETAIL.
               05 FILLER PIC X(5) VALUE "ROLE ".
               05 WS-RD-OLD-ROLE PIC X(1).
               05 FILLER PIC X(4) VALUE " TO ".
               05 WS-RD-NEW-ROLE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-NAME PIC X(30).

           COPY SIGNON-COPYBOOK.
           COPY PWHASH-COPYBOOK.

       SCREEN SECTION.
           01 SCR-MENU.
               05 BLANK SCREEN.
               05 LINE 1  COL 1 VALUE "OPERATOR SECURITY MAINTENANCE".
               05 LINE 3  COL 1 VALUE "A) ADD USER".
               05 LINE 4  COL 1 VALUE "C) CHANGE NAME OR ROLE".
               05 LINE 5  COL 1 VALUE "P) RESET PASSWORD".
               05 LINE 6  COL 1 VALUE "U) UNLOCK / REINSTATE USER".
               05 LINE 7  COL 1 VALUE "R) REVOKE USER".
               05 LINE 8  COL 1 VALUE "I) INQUIRE USER".
               05 LINE 9  COL 1 VALUE "Q) QUIT".
               05 LINE 11 COL 1 VALUE "SELECTION: ".
               05 LINE 11 COL 12 PIC X(1) USING WS-CHOICE.

           01 SCR-USER-NEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "USER ID        : ".
               05 LINE 1 COL 20 PIC X(8) USING SEC-USER.
               05 LINE 2 COL 1  VALUE "NAME           : ".
               05 LINE 2 COL 20 PIC X(30) USING SEC-NAME.
               05 LINE 3 COL 1  VALUE "ROLE (I/M/A)   : ".
               05 LINE 3 COL 20 PIC X(1) USING SEC-ROLE.
               05 LINE 4 COL 1  VALUE "PASSWORD       : ".
               05 LINE 4 COL 20 PIC X(16) USING WS-NEW-PASSWORD
                   SECURE.
               05 LINE 5 COL 1  VALUE "CONFIRM        : ".
               05 LINE 5 COL 20 PIC X(16) USING WS-CONFIRM-PASSWORD
                   SECURE.

           01 SCR-USER.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "USER ID        : ".
               05 LINE 1 COL 20 PIC X(8) FROM SEC-USER.
               05 LINE 2 COL 1  VALUE "NAME           : ".
               05 LINE 2 COL 20 PIC X(30) USING SEC-NAME.
               05 LINE 3 COL 1  VALUE "ROLE (I/M/A)   : ".
               05 LINE 3 COL 20 PIC X(1) USING SEC-ROLE.

           01 SCR-PASSWORD.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "USER ID        : ".
               05 LINE 1 COL 20 PIC X(8) FROM SEC-USER.
               05 LINE 2 COL 1  VALUE "NEW PASSWORD   : ".
               05 LINE 2 COL 20 PIC X(16) USING WS-NEW-PASSWORD
                   SECURE.
               05 LINE 3 COL 1  VALUE "CONFIRM        : ".
               05 LINE 3 COL 20 PIC X(16) USING WS-CONFIRM-PASSWORD
                   SECURE.

           01 SCR-USER-VIEW.
               05 BLANK SCREEN.
               05 LINE 1 COL 1  VALUE "USER ID        : ".
               05 LINE 1 COL 20 PIC X(8) FROM SEC-USER.
               05 LINE 2 COL 1  VALUE "NAME           : ".
               05 LINE 2 COL 20 PIC X(30) FROM SEC-NAME.
               05 LINE 3 COL 1  VALUE "ROLE (I/M/A)   : ".
               05 LINE 3 COL 20 PIC X(1) FROM SEC-ROLE.
               05 LINE 4 COL 1  VALUE "STATUS (A/L/R) : ".
               05 LINE 4 COL 20 PIC X(1) FROM SEC-STATUS.
               05 LINE 5 COL 1  VALUE "FAILED SIGN-ONS: ".
               05 LINE 5 COL 20 PIC Z9 FROM SEC-FAIL-COUNT.
               05 LINE 6 COL 1  VALUE "LAST SIGN-ON   : ".
               05 LINE 6 COL 20 PIC 9(8) FROM SEC-LAST-YMD.
               05 LINE 6 COL 30 PIC 9(6) FROM SEC-LAST-TIME.
               05 LINE 7 COL 1  VALUE "LAST CHANGED   : ".
               05 LINE 7 COL 20 PIC 9(8) FROM SEC-CHANGED-YMD.
               05 LINE 7 COL 30 PIC X(8) FROM SEC-CHANGED-BY.
               05 LINE 9 COL 1  VALUE "PRESS ENTER TO RETURN: ".
               05 LINE 9 COL 24 PIC X(1) USING WS-PAUSE.

       PROCEDURE DIVISION.

           PERFORM 100-INIT.
           PERFORM 200-MENU-LOOP UNTIL WS-IS-DONE.
           PERFORM 900-WRAPUP.

       100-INIT.

           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           MOVE "secmaint" TO SGN-PROGRAM.

      * An empty or missing security file means nobody could ever
      * sign on, so the first administrator is enrolled here.
           OPEN INPUT SECURITY-FILE.
           EVALUATE WS-SEC-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO SEC-USER
                   START SECURITY-FILE KEY IS >= SEC-USER
                      INVALID KEY
                         MOVE 'Y' TO WS-FIRST-USER
                   END-START
                   CLOSE SECURITY-FILE
               WHEN "35"
                   MOVE 'Y' TO WS-FIRST-USER
                   OPEN OUTPUT SECURITY-FILE
                   CLOSE SECURITY-FILE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN OPERATOR SECURITY, STATUS: "
                           WS-SEC-STATUS
                   MOVE 'Y' TO WS-DONE
           END-EVALUATE.

           IF NOT WS-IS-DONE AND NOT WS-ENROL-FIRST
              MOVE "S" TO SGN-FUNCTION
              MOVE "A" TO SGN-NEED-ROLE
              CALL "signon" USING SIGNON-PARAMS
              IF SGN-GRANTED
                 MOVE SGN-OPERATOR TO WS-OPERATOR
              ELSE
                 MOVE 'Y' TO WS-DONE
              END-IF
           END-IF.

           IF NOT WS-IS-DONE
              OPEN I-O SECURITY-FILE
              IF WS-SEC-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN OPERATOR SECURITY, STATUS: "
                         WS-SEC-STATUS
                 MOVE 'Y' TO WS-DONE
              ELSE
                 MOVE 'Y' TO WS-SEC-OPEN
              END-IF
           END-IF.

           IF NOT WS-IS-DONE AND WS-ENROL-FIRST
              PERFORM 150-ENROL-FIRST-ADMIN
              MOVE 'Y' TO WS-DONE
           END-IF.

       150-ENROL-FIRST-ADMIN.

           DISPLAY "NO OPERATORS ON FILE - ENROL THE FIRST SECURITY "
                   "ADMINISTRATOR".
           PERFORM 310-ACCEPT-NEW-USER.
           IF WS-USER-IS-VALID AND NOT SEC-ROLE-SECURITY
              DISPLAY "THE FIRST USER MUST HAVE ROLE A"
              MOVE 'N' TO WS-USER-OK
           END-IF.
           IF WS-USER-IS-VALID
              MOVE SEC-USER TO WS-OPERATOR
              PERFORM 320-WRITE-NEW-USER
           END-IF.

       200-MENU-LOOP.

           MOVE SPACE TO WS-CHOICE.
           DISPLAY SCR-MENU.
           ACCEPT SCR-MENU.

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-USER
               WHEN WS-CHOICE-CHANGE
                   PERFORM 400-CHANGE-USER
               WHEN WS-CHOICE-PASSWORD
                   PERFORM 500-RESET-PASSWORD
               WHEN WS-CHOICE-UNLOCK
                   PERFORM 600-UNLOCK-USER
               WHEN WS-CHOICE-REVOKE
                   PERFORM 650-REVOKE-USER
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 700-INQUIRE-USER
               WHEN WS-CHOICE-QUIT
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       300-ADD-USER.

           PERFORM 310-ACCEPT-NEW-USER.
           IF WS-USER-IS-VALID
              PERFORM 320-WRITE-NEW-USER
           END-IF.

       310-ACCEPT-NEW-USER.

           MOVE SPACES TO SECURITY-REC.
           MOVE "I" TO SEC-ROLE.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           DISPLAY SCR-USER-NEW.
           ACCEPT SCR-USER-NEW.

           MOVE 'Y' TO WS-USER-OK.
           EVALUATE TRUE
               WHEN SEC-USER = SPACES
                   DISPLAY "USER ID REQUIRED"
                   MOVE 'N' TO WS-USER-OK
               WHEN SEC-NAME = SPACES
                   DISPLAY "NAME REQUIRED"
                   MOVE 'N' TO WS-USER-OK
               WHEN NOT SEC-ROLE-VALID
                   DISPLAY "ROLE MUST BE I, M OR A"
                   MOVE 'N' TO WS-USER-OK
               WHEN OTHER
                   PERFORM 800-CHECK-PASSWORD
           END-EVALUATE.

       320-WRITE-NEW-USER.

           PERFORM 810-HASH-NEW-PASSWORD.
           MOVE "A" TO SEC-STATUS.
           MOVE ZERO TO SEC-FAIL-COUNT.
           MOVE ZERO TO SEC-LAST-YMD.
           MOVE ZERO TO SEC-LAST-TIME.
           MOVE WS-SDATE TO SEC-CHANGED-YMD.
           MOVE WS-OPERATOR TO SEC-CHANGED-BY.
           WRITE SECURITY-REC
              INVALID KEY
                 DISPLAY "USER ALREADY EXISTS: " SEC-USER
              NOT INVALID KEY
                 DISPLAY "USER ADDED: " SEC-USER
                 MOVE "ADDUSER" TO SGN-ACTION
                 MOVE SEC-ROLE TO WS-AD-ROLE
                 MOVE SEC-NAME TO WS-AD-NAME
                 MOVE WS-ADD-DETAIL TO SGN-DETAIL
                 PERFORM 850-LOG-ACTION
           END-WRITE.

       400-CHANGE-USER.

           PERFORM 750-READ-OTHER-USER.
           IF WS-USER-IS-VALID
              MOVE SEC-ROLE TO WS-OLD-ROLE
              MOVE SEC-NAME TO WS-OLD-NAME
              DISPLAY SCR-USER
              ACCEPT SCR-USER
              EVALUATE TRUE
                  WHEN NOT SEC-ROLE-VALID
                      DISPLAY "ROLE MUST BE I, M OR A, NOT CHANGED"
                  WHEN SEC-NAME = SPACES
                      DISPLAY "NAME REQUIRED, NOT CHANGED"
                  WHEN SEC-ROLE = WS-OLD-ROLE
                       AND SEC-NAME = WS-OLD-NAME
                      DISPLAY "NO CHANGE ENTERED: " SEC-USER
                  WHEN OTHER
                      MOVE "CHGUSER" TO SGN-ACTION
                      MOVE WS-OLD-ROLE TO WS-RD-OLD-ROLE
                      MOVE SEC-ROLE TO WS-RD-NEW-ROLE
                      MOVE SEC-NAME TO WS-RD-NAME
                      MOVE WS-ROLE-DETAIL TO SGN-DETAIL
                      PERFORM 760-REWRITE-USER
              END-EVALUATE
           END-IF.

       500-RESET-PASSWORD.

           PERFORM 750-READ-OTHER-USER.
           IF WS-USER-IS-VALID
              MOVE SPACES TO WS-NEW-PASSWORD
              MOVE SPACES TO WS-CONFIRM-PASSWORD
              DISPLAY SCR-PASSWORD
              ACCEPT SCR-PASSWORD
              PERFORM 800-CHECK-PASSWORD
              IF WS-USER-IS-VALID
                 PERFORM 810-HASH-NEW-PASSWORD
                 MOVE ZERO TO SEC-FAIL-COUNT
                 IF SEC-LOCKED
                    MOVE "A" TO SEC-STATUS
                    MOVE "PASSWORD RESET, LOCK CLEARED" TO SGN-DETAIL
                 ELSE
                    MOVE "PASSWORD RESET" TO SGN-DETAIL
                 END-IF
                 MOVE "PASSWORD" TO SGN-ACTION
                 PERFORM 760-REWRITE-USER
              END-IF
           END-IF.

       600-UNLOCK-USER.

           PERFORM 750-READ-OTHER-USER.
           IF WS-USER-IS-VALID
              IF SEC-ACTIVE
                 DISPLAY "USER IS NOT LOCKED OR REVOKED: " SEC-USER
              ELSE
                 IF SEC-LOCKED
                    MOVE "UNLOCKED" TO SGN-DETAIL
                 ELSE
                    MOVE "REINSTATED" TO SGN-DETAIL
                 END-IF
                 MOVE "A" TO SEC-STATUS
                 MOVE ZERO TO SEC-FAIL-COUNT
                 MOVE "UNLOCK" TO SGN-ACTION
                 PERFORM 760-REWRITE-USER
              END-IF
           END-IF.

       650-REVOKE-USER.

           PERFORM 750-READ-OTHER-USER.
           IF WS-USER-IS-VALID
              IF SEC-REVOKED
                 DISPLAY "USER ALREADY REVOKED: " SEC-USER
              ELSE
                 MOVE "R" TO SEC-STATUS
                 MOVE "REVOKE" TO SGN-ACTION
                 MOVE "REVOKED" TO SGN-DETAIL
                 PERFORM 760-REWRITE-USER
              END-IF
           END-IF.

       700-INQUIRE-USER.

           DISPLAY "USER ID TO INQUIRE: " WITH NO ADVANCING.
           ACCEPT SEC-USER.

           READ SECURITY-FILE
              INVALID KEY
                 DISPLAY "USER NOT FOUND: " SEC-USER
              NOT INVALID KEY
                 MOVE SPACE TO WS-PAUSE
                 DISPLAY SCR-USER-VIEW
                 ACCEPT SCR-USER-VIEW
           END-READ.

       750-READ-OTHER-USER.

      * An administrator's own record is changed by another
      * administrator, never by themselves.
           DISPLAY "USER ID: " WITH NO ADVANCING.
           ACCEPT SEC-USER.

           MOVE 'N' TO WS-USER-OK.
           IF SEC-USER = WS-OPERATOR
              DISPLAY "OWN USER ID - ANOTHER ADMINISTRATOR MUST DO THIS"
              MOVE "DENIED" TO SGN-ACTION
              MOVE "OWN USER ID REFUSED" TO SGN-DETAIL
              PERFORM 850-LOG-ACTION
           ELSE
              READ SECURITY-FILE
                 INVALID KEY
                    DISPLAY "USER NOT FOUND: " SEC-USER
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-USER-OK
              END-READ
           END-IF.

       760-REWRITE-USER.

           MOVE WS-SDATE TO SEC-CHANGED-YMD.
           MOVE WS-OPERATOR TO SEC-CHANGED-BY.
           REWRITE SECURITY-REC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE USER: " SEC-USER
              NOT INVALID KEY
                 DISPLAY "USER UPDATED: " SEC-USER
                 PERFORM 850-LOG-ACTION
           END-REWRITE.

       800-CHECK-PASSWORD.

           MOVE 'Y' TO WS-USER-OK.
           IF WS-NEW-PASSWORD = SPACES
              DISPLAY "PASSWORD REQUIRED"
              MOVE 'N' TO WS-USER-OK
           ELSE
              IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                 DISPLAY "PASSWORDS DO NOT MATCH"
                 MOVE 'N' TO WS-USER-OK
              END-IF
           END-IF.

       810-HASH-NEW-PASSWORD.

           MOVE "S" TO PWH-FUNCTION.
           MOVE SEC-USER TO PWH-USER.
           CALL "pwhash" USING PWHASH-PARAMS.
           MOVE PWH-SALT TO SEC-SALT.
           MOVE "H" TO PWH-FUNCTION.
           MOVE WS-NEW-PASSWORD TO PWH-PASSWORD.
           CALL "pwhash" USING PWHASH-PARAMS.
           MOVE PWH-DIGEST TO SEC-PASSWORD.
           MOVE SPACES TO PWH-PASSWORD.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE SPACES TO WS-CONFIRM-PASSWORD.

       850-LOG-ACTION.

      * The user ID acted on is the key; the password never goes to
      * the log.
           MOVE "L" TO SGN-FUNCTION.
           MOVE WS-OPERATOR TO SGN-OPERATOR.
           MOVE SEC-USER TO SGN-KEY.
           CALL "signon" USING SIGNON-PARAMS.

       900-WRAPUP.

           IF WS-SECURITY-OPEN
              CLOSE SECURITY-FILE
           END-IF.
           GOBACK.
      ******************************************************************

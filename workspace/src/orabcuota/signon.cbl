      ******************************************************************
      *
      * Operator Sign-On and Security Access Log Service
      * ================================================
      *
      * Called at the start of every online screen. Function "S"
      * puts up the sign-on screen, checks the user ID and password
      * against the indexed operator-security file kept by secmaint,
      * and grants the program only when the user is active and holds
      * the role it needs: any role may inquire, maintenance needs
      * role M, security administration role A. The file holds no
      * passwords, only each operator's salt and the one-way hash
      * pwhash makes of salt and password; the password keyed is
      * hashed the same way and the two hashes compared. Three
      * tries are allowed per sign-on; five wrong passwords in a row
      * lock the user ID until a security administrator unlocks it.
      * The screen only ever says the ID or password is not valid --
      * the real reason goes to the log.
      *
      * Function "L" records a maintenance action -- who, which
      * program, what, on which key -- for the screens. Every
      * sign-on, every refused attempt and every logged action is
      * appended to the operator-access-log, which is never
      * rewritten, so the log answers who changed a given record.
      *
      * RETURN-CODE 0 on success, 4 when the sign-on is refused or
      * abandoned, 97 when the access log cannot be written, 98 when
      * the security file cannot be opened, 99 on an unknown
      * function. SGN-RESULT is "Y" only when granted.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. signon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE ASSIGN TO "operator-security"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SEC-USER
           FILE STATUS IS WS-SEC-STATUS.

           SELECT ACCESS-LOG ASSIGN TO "operator-access-log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

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

       FD ACCESS-LOG.
           01 ACCESS-LOG-REC.
               05 LOG-YMD PIC 9(8).
               05 FILLER PIC X(1).
               05 LOG-TIME PIC 9(6).
               05 FILLER PIC X(1).
               05 LOG-OPERATOR PIC X(8).
               05 FILLER PIC X(1).
               05 LOG-PROGRAM PIC X(12).
               05 FILLER PIC X(1).
               05 LOG-EVENT PIC X(8).
               05 FILLER PIC X(1).
               05 LOG-KEY PIC X(40).
               05 FILLER PIC X(1).
               05 LOG-DETAIL PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-SEC-STATUS PIC X(2) VALUE SPACES.
           01 WS-LOG-STATUS PIC X(2) VALUE SPACES.

           01 WS-SDATE PIC 9(8) DISPLAY.
           01 WS-STIME PIC 9(8) DISPLAY.
           01 WS-STIME-R REDEFINES WS-STIME.
               05 WS-STIME-HMS PIC 9(6).
               05 FILLER PIC 9(2).

           01 WS-MAX-TRIES PIC 9(1) VALUE 3.
           01 WS-LOCK-AFTER PIC 9(2) VALUE 5.
           01 WS-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-END PIC X(1) VALUE "N".
               88 WS-SIGNON-ENDED VALUE "Y".
           01 WS-ROLE-OK PIC X(1) VALUE "N".

           01 WS-PROGRAM PIC X(12) VALUE SPACES.
           01 WS-USER PIC X(8) VALUE SPACES.
           01 WS-PASSWORD PIC X(16) VALUE SPACES.
           01 WS-PASSWORD-HASH PIC X(64) VALUE SPACES.
           01 WS-SAVE-RC PIC S9(4) COMP VALUE ZERO.
           01 WS-SIGNON-MSG PIC X(50) VALUE SPACES.
           01 WS-DENY-REASON PIC X(60) VALUE SPACES.

           01 WS-LOG-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-LOG-EVENT PIC X(8) VALUE SPACES.
           01 WS-LOG-KEY PIC X(40) VALUE SPACES.
           01 WS-LOG-DETAIL PIC X(60) VALUE SPACES.

           01 WS-GRANT-DETAIL.
               05 FILLER PIC X(5) VALUE "ROLE ".
               05 WS-GD-ROLE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-GD-NAME PIC X(30).

       COPY PWHASH-COPYBOOK.

       LINKAGE SECTION.
       COPY SIGNON-COPYBOOK.

       SCREEN SECTION.
           01 SCR-SIGNON.
               05 BLANK SCREEN.
               05 LINE 1  COL 1  VALUE "OPERATOR SIGN-ON".
               05 LINE 1  COL 20 PIC X(12) FROM WS-PROGRAM.
               05 LINE 3  COL 1  VALUE "USER ID : ".
               05 LINE 3  COL 12 PIC X(8) USING WS-USER.
               05 LINE 4  COL 1  VALUE "PASSWORD: ".
               05 LINE 4  COL 12 PIC X(16) USING WS-PASSWORD SECURE.
               05 LINE 6  COL 1  VALUE "BLANK USER ID TO CANCEL".
               05 LINE 8  COL 1  PIC X(50) FROM WS-SIGNON-MSG.

       PROCEDURE DIVISION USING BY REFERENCE SIGNON-PARAMS.

           PERFORM 100-INIT.
           EVALUATE TRUE
               WHEN SGN-SIGN-ON
                   PERFORM 200-SIGN-ON
               WHEN SGN-LOG-ACTION
                   PERFORM 500-LOG-ACTION
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 900-WRAPUP.

       100-INIT.

           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO SGN-RESULT.
           ACCEPT WS-SDATE FROM DATE YYYYMMDD.
           ACCEPT WS-STIME FROM TIME.
           MOVE SGN-PROGRAM TO WS-PROGRAM.

       200-SIGN-ON.

           MOVE SPACES TO SGN-OPERATOR.
           MOVE SPACES TO SGN-ROLE.

           OPEN I-O SECURITY-FILE.
           IF WS-SEC-STATUS NOT = "00"
              DISPLAY "OPERATOR SECURITY FILE NOT AVAILABLE, STATUS: "
                      WS-SEC-STATUS
              MOVE SPACES TO WS-USER
              MOVE "SECURITY FILE NOT AVAILABLE" TO WS-DENY-REASON
              PERFORM 290-LOG-DENIED
              MOVE 98 TO RETURN-CODE
           ELSE
              MOVE ZERO TO WS-TRIES
              MOVE SPACES TO WS-SIGNON-MSG
              MOVE 'N' TO WS-SIGNON-END
              PERFORM 210-ONE-ATTEMPT
                  UNTIL WS-SIGNON-ENDED OR WS-TRIES >= WS-MAX-TRIES
              CLOSE SECURITY-FILE
              IF NOT SGN-GRANTED
                 DISPLAY "SIGN-ON REFUSED"
                 IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       210-ONE-ATTEMPT.

           ADD 1 TO WS-TRIES.
           MOVE SPACES TO WS-USER.
           MOVE SPACES TO WS-PASSWORD.
           DISPLAY SCR-SIGNON.
           ACCEPT SCR-SIGNON.
           MOVE SPACES TO WS-SIGNON-MSG.

           IF WS-USER = SPACES
              MOVE 'Y' TO WS-SIGNON-END
           ELSE
              MOVE WS-USER TO SEC-USER
              READ SECURITY-FILE
                 INVALID KEY
                    MOVE "UNKNOWN USER ID" TO WS-DENY-REASON
                    MOVE "USER ID OR PASSWORD NOT VALID"
                         TO WS-SIGNON-MSG
                    PERFORM 290-LOG-DENIED
                 NOT INVALID KEY
                    PERFORM 220-CHECK-USER
              END-READ
           END-IF.

       220-CHECK-USER.

           PERFORM 225-HASH-PASSWORD.
           EVALUATE TRUE
               WHEN SEC-LOCKED
                   MOVE "USER ID LOCKED" TO WS-DENY-REASON
                   MOVE "USER ID LOCKED - SEE SECURITY ADMINISTRATOR"
                        TO WS-SIGNON-MSG
                   PERFORM 290-LOG-DENIED
               WHEN NOT SEC-ACTIVE
                   MOVE "USER ID REVOKED" TO WS-DENY-REASON
                   MOVE "USER ID OR PASSWORD NOT VALID"
                        TO WS-SIGNON-MSG
                   PERFORM 290-LOG-DENIED
               WHEN SEC-PASSWORD NOT = WS-PASSWORD-HASH
                   PERFORM 230-WRONG-PASSWORD
               WHEN OTHER
                   PERFORM 240-CHECK-ROLE
           END-EVALUATE.

       225-HASH-PASSWORD.

      * pwhash sets its own return code; keep any earlier log
      * failure for the caller.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE "H" TO PWH-FUNCTION.
           MOVE SEC-USER TO PWH-USER.
           MOVE SEC-SALT TO PWH-SALT.
           MOVE WS-PASSWORD TO PWH-PASSWORD.
           CALL "pwhash" USING PWHASH-PARAMS.
           MOVE PWH-DIGEST TO WS-PASSWORD-HASH.
           MOVE SPACES TO PWH-PASSWORD.
           MOVE SPACES TO WS-PASSWORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       230-WRONG-PASSWORD.

      * Consecutive failures only: a good sign-on clears the count.
           ADD 1 TO SEC-FAIL-COUNT.
           IF SEC-FAIL-COUNT >= WS-LOCK-AFTER
              MOVE "L" TO SEC-STATUS
              MOVE "WRONG PASSWORD - USER ID NOW LOCKED"
                   TO WS-DENY-REASON
           ELSE
              MOVE "WRONG PASSWORD" TO WS-DENY-REASON
           END-IF.
           REWRITE SECURITY-REC.
           MOVE "USER ID OR PASSWORD NOT VALID" TO WS-SIGNON-MSG.
           PERFORM 290-LOG-DENIED.

       240-CHECK-ROLE.

           MOVE 'N' TO WS-ROLE-OK.
           EVALUATE SGN-NEED-ROLE
               WHEN "M"
                   IF SEC-ROLE-MAINTAIN
                      MOVE 'Y' TO WS-ROLE-OK
                   END-IF
               WHEN "A"
                   IF SEC-ROLE-SECURITY
                      MOVE 'Y' TO WS-ROLE-OK
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-ROLE-OK
           END-EVALUATE.

      * The password was right either way, so the failure count
      * starts again.
           MOVE ZERO TO SEC-FAIL-COUNT.
           IF WS-ROLE-OK = 'Y'
              MOVE WS-SDATE TO SEC-LAST-YMD
              MOVE WS-STIME-HMS TO SEC-LAST-TIME
           END-IF.
           REWRITE SECURITY-REC.

           IF WS-ROLE-OK = 'Y'
              MOVE SEC-USER TO SGN-OPERATOR
              MOVE SEC-ROLE TO SGN-ROLE
              MOVE 'Y' TO SGN-RESULT
              MOVE 'Y' TO WS-SIGNON-END
              MOVE SEC-ROLE TO WS-GD-ROLE
              MOVE SEC-NAME TO WS-GD-NAME
              MOVE SEC-USER TO WS-LOG-OPERATOR
              MOVE "SIGNON" TO WS-LOG-EVENT
              MOVE SPACES TO WS-LOG-KEY
              MOVE WS-GRANT-DETAIL TO WS-LOG-DETAIL
              PERFORM 600-WRITE-LOG
           ELSE
              MOVE "ROLE NOT PERMITTED FOR THIS PROGRAM"
                   TO WS-DENY-REASON
              MOVE "NOT AUTHORISED FOR THIS PROGRAM" TO WS-SIGNON-MSG
              PERFORM 290-LOG-DENIED
           END-IF.

       290-LOG-DENIED.

           MOVE WS-USER TO WS-LOG-OPERATOR.
           MOVE "DENIED" TO WS-LOG-EVENT.
           MOVE SPACES TO WS-LOG-KEY.
           MOVE WS-DENY-REASON TO WS-LOG-DETAIL.
           PERFORM 600-WRITE-LOG.

       500-LOG-ACTION.

           MOVE SGN-OPERATOR TO WS-LOG-OPERATOR.
           MOVE SGN-ACTION TO WS-LOG-EVENT.
           MOVE SGN-KEY TO WS-LOG-KEY.
           MOVE SGN-DETAIL TO WS-LOG-DETAIL.
           PERFORM 600-WRITE-LOG.
           IF RETURN-CODE = 0
              MOVE 'Y' TO SGN-RESULT
           END-IF.

       600-WRITE-LOG.

      * Opened and closed around every entry so each one is on disk
      * at once, whatever happens to the screen afterwards. Only a
      * missing log is created; any other open failure must never
      * start the log again.
           OPEN EXTEND ACCESS-LOG.
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT ACCESS-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACCESS LOG, STATUS: "
                      WS-LOG-STATUS
              MOVE 97 TO RETURN-CODE
           ELSE
              MOVE SPACES TO ACCESS-LOG-REC
              MOVE WS-SDATE TO LOG-YMD
              MOVE WS-STIME-HMS TO LOG-TIME
              MOVE WS-LOG-OPERATOR TO LOG-OPERATOR
              MOVE WS-PROGRAM TO LOG-PROGRAM
              MOVE WS-LOG-EVENT TO LOG-EVENT
              MOVE WS-LOG-KEY TO LOG-KEY
              MOVE WS-LOG-DETAIL TO LOG-DETAIL
              WRITE ACCESS-LOG-REC
              CLOSE ACCESS-LOG
           END-IF.

       900-WRAPUP.

           GOBACK.
      ******************************************************************

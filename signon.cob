      *================================================================*
      * PROGRAM-ID : SIGNON                                           *
      * Operator sign-on check, called by every online transaction    *
      * that authorizes against the central operator security file    *
      * (OPSEC) - CTLMAINT, CATMAINT, EXCREPAIR, AUDQUERY, SECMAINT,  *
      * HOLDRLSE, FEEDREV, GLMAINT, and SRCMAINT - with the user ID   *
      * and password keyed on its login screen and its own program    *
      * name. Knowing an operator's user ID is no longer enough: the  *
      * password must match the one-way hash on OPSEC (PWHASH). Each  *
      * wrong password adds to the operator's consecutive-failure     *
      * count, and the failure that reaches the limit on the policy   *
      * record locks the operator until a security administrator      *
      * unlocks them in SECMAINT; a good password clears the count.   *
      * A password flagged for change at first use, or older than the *
      * policy's lifetime, must be changed here before the sign-on    *
      * completes. Every refused sign-on - unknown user, wrong        *
      * password, lockout, or an attempt on a locked, suspended, or   *
      * expired operator or one with no password yet - is appended to *
      * the violation log (SECVIOL) for the daily SECVRPT report, and *
      * lockouts and password changes go to the SECAUDIT trail like   *
      * every other OPSEC change. The caller still checks the roles   *
      * its own functions need. Without a policy record the limits    *
      * are three failures, 90 days, and six characters.              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE ASSIGN TO "OPSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SECAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE.
       COPY SECREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       FD  VIOLATION-FILE
           RECORDING MODE IS F.
       COPY SVLREC.

       WORKING-STORAGE SECTION.
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SVL-FILE-STATUS          PIC X(2).
       01  WS-RECORD-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-RECORD-FOUND                     VALUE 'Y'.
       01  WS-CHANGE-DONE-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-CHANGE-DONE                      VALUE 'Y'.
       01  WS-VIOLATION-REASON         PIC X(2)    VALUE SPACES.
       01  WS-MAX-ATTEMPTS             PIC 9(2)    VALUE 3.
       01  WS-PASSWORD-DAYS            PIC 9(3)    VALUE 90.
       01  WS-MIN-LENGTH               PIC 9(2)    VALUE 6.
       01  WS-ENTERED-HASH             PIC 9(18)   VALUE 0.
       01  WS-NEW-HASH                 PIC 9(18)   VALUE 0.
       01  WS-NEW-PASSWORD             PIC X(16)   VALUE SPACES.
       01  WS-CONFIRM-PASSWORD         PIC X(16)   VALUE SPACES.
       01  WS-PASSWORD-LENGTH          PIC 9(2)    VALUE 0.
       01  WS-PASSWORD-TRAILING        PIC 9(2)    VALUE 0.
       01  WS-CHANGE-TRIES             PIC 9(1)    VALUE 0.
       01  WS-CHANGE-REASON            PIC X(50)   VALUE SPACES.
       01  WS-PASSWORD-AGE             PIC 9(7)    VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       LINKAGE SECTION.
       01  SGN-USER-ID                 PIC X(8).
       01  SGN-PASSWORD                PIC X(16).
       01  SGN-PROGRAM                 PIC X(10).
       01  SGN-RESULT                  PIC X(1).
           88  SGN-SIGNED-ON                       VALUE 'Y'.

       SCREEN SECTION.
       01  CHANGE-PASSWORD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "SIGN-ON - PASSWORD CHANGE REQUIRED".
           05  LINE 2 COLUMN 1 PIC X(50) FROM WS-CHANGE-REASON.
           05  LINE 4 COLUMN 1 VALUE "New password ........: ".
           05  LINE 4 COLUMN 25 PIC X(16) TO WS-NEW-PASSWORD
               SECURE.
           05  LINE 5 COLUMN 1 VALUE "Repeat new password .: ".
           05  LINE 5 COLUMN 25 PIC X(16) TO WS-CONFIRM-PASSWORD
               SECURE.

       PROCEDURE DIVISION USING SGN-USER-ID SGN-PASSWORD SGN-PROGRAM
                                SGN-RESULT.
       0000-MAINLINE.
           MOVE 'N' TO SGN-RESULT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN I-O SECURITY-FILE
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "Operator security file OPSEC not usable - "
                   "status " WS-SEC-FILE-STATUS
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN EXTEND VIOLATION-FILE
               IF WS-SVL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT VIOLATION-FILE
               END-IF
               PERFORM 1000-LOAD-SIGNON-POLICY
               PERFORM 2000-AUTHENTICATE-OPERATOR
               CLOSE VIOLATION-FILE
               CLOSE AUDIT-FILE
               CLOSE SECURITY-FILE
           END-IF
           GOBACK.

      * Policy values that are missing or zero fall back to the
      * defaults, except the password lifetime, where zero means
      * passwords do not expire.
       1000-LOAD-SIGNON-POLICY.
           MOVE "*POLICY*" TO SEC-USER-ID
           READ SECURITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEC-POLICY-RECORD
                       IF SEC-POL-MAX-ATTEMPTS IS NUMERIC
                           AND SEC-POL-MAX-ATTEMPTS > 0
                           MOVE SEC-POL-MAX-ATTEMPTS
                               TO WS-MAX-ATTEMPTS
                       END-IF
                       IF SEC-POL-PASSWORD-DAYS IS NUMERIC
                           MOVE SEC-POL-PASSWORD-DAYS
                               TO WS-PASSWORD-DAYS
                       END-IF
                       IF SEC-POL-MIN-LENGTH IS NUMERIC
                           AND SEC-POL-MIN-LENGTH > 0
                           MOVE SEC-POL-MIN-LENGTH TO WS-MIN-LENGTH
                       END-IF
                   END-IF
           END-READ.

      * The checks run in the order an administrator would want them
      * reported: a locked, suspended, or expired operator is refused
      * before the password is even looked at, so those attempts do
      * not add to the failure count.
       2000-AUTHENTICATE-OPERATOR.
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH
           MOVE SPACES TO WS-VIOLATION-REASON
           MOVE SGN-USER-ID TO SEC-USER-ID
           IF NOT SEC-POLICY-KEY AND SGN-USER-ID NOT = SPACES
               READ SECURITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FOUND
                   MOVE "UU" TO WS-VIOLATION-REASON
                   MOVE 0 TO SEC-FAILED-ATTEMPTS
               WHEN SEC-LOCKED
                   MOVE "LA" TO WS-VIOLATION-REASON
               WHEN NOT SEC-ACTIVE
                   MOVE "SU" TO WS-VIOLATION-REASON
               WHEN SEC-EXPIRY-DATE NOT = 0
                   AND SEC-EXPIRY-DATE < WS-CURR-DATE
                   MOVE "EX" TO WS-VIOLATION-REASON
               WHEN SEC-PASSWORD-HASH = 0
                   MOVE "NP" TO WS-VIOLATION-REASON
               WHEN OTHER
                   PERFORM 2100-CHECK-PASSWORD
           END-EVALUATE
           IF WS-VIOLATION-REASON NOT = SPACES
               PERFORM 5000-LOG-VIOLATION
           END-IF.

       2100-CHECK-PASSWORD.
           CALL "PWHASH" USING SGN-USER-ID SGN-PASSWORD
                               WS-ENTERED-HASH
           IF WS-ENTERED-HASH = SEC-PASSWORD-HASH
               MOVE 0 TO SEC-FAILED-ATTEMPTS
               PERFORM 3000-CHECK-PASSWORD-AGE
               IF WS-CHANGE-DONE
                   MOVE WS-CURRENT-DATE-TIME
                       TO SEC-LAST-SIGNON-TIMESTAMP
                   SET SGN-SIGNED-ON TO TRUE
               END-IF
               REWRITE OPERATOR-SECURITY-RECORD
               IF WS-SEC-FILE-STATUS NOT = "00"
                   DISPLAY "Sign-on could not be recorded on OPSEC - "
                       "status " WS-SEC-FILE-STATUS
                   MOVE 'N' TO SGN-RESULT
               END-IF
           ELSE
               ADD 1 TO SEC-FAILED-ATTEMPTS
               IF SEC-FAILED-ATTEMPTS >= WS-MAX-ATTEMPTS
                   MOVE 'L' TO SEC-STATUS
                   MOVE "LK" TO WS-VIOLATION-REASON
               ELSE
                   MOVE "BP" TO WS-VIOLATION-REASON
               END-IF
               MOVE WS-CURRENT-DATE-TIME TO SEC-TIMESTAMP
               REWRITE OPERATOR-SECURITY-RECORD
               IF SEC-LOCKED
                   MOVE "SEC-STATUS" TO SAUD-FIELD-NAME
                   MOVE "A" TO SAUD-OLD-VALUE
                   MOVE "L" TO SAUD-NEW-VALUE
                   MOVE "SIGNON" TO SAUD-CHANGED-BY
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      * A password set or reset by an administrator is known to two
      * people, so it must be replaced before first use; any other is
      * replaced once it reaches the policy lifetime.
       3000-CHECK-PASSWORD-AGE.
           SET WS-CHANGE-DONE TO TRUE
           MOVE SPACES TO WS-CHANGE-REASON
           IF SEC-MUST-CHANGE-PASSWORD
               MOVE "Your password was set by an administrator"
                   TO WS-CHANGE-REASON
           ELSE
               IF WS-PASSWORD-DAYS > 0
                   COMPUTE WS-PASSWORD-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                       - FUNCTION INTEGER-OF-DATE(SEC-PASSWORD-DATE)
                   IF WS-PASSWORD-AGE >= WS-PASSWORD-DAYS
                       MOVE "Your password has expired"
                           TO WS-CHANGE-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-CHANGE-REASON NOT = SPACES
               MOVE 'N' TO WS-CHANGE-DONE-SWITCH
               MOVE 0 TO WS-CHANGE-TRIES
               PERFORM 3100-ACCEPT-NEW-PASSWORD
                   UNTIL WS-CHANGE-DONE OR WS-CHANGE-TRIES >= 3
               IF NOT WS-CHANGE-DONE
                   DISPLAY "Sign-on not completed - the password "
                       "must be changed first"
               END-IF
           END-IF.

       3100-ACCEPT-NEW-PASSWORD.
           ADD 1 TO WS-CHANGE-TRIES
           MOVE SPACES TO WS-NEW-PASSWORD
           MOVE SPACES TO WS-CONFIRM-PASSWORD
           DISPLAY CHANGE-PASSWORD-SCREEN
           ACCEPT CHANGE-PASSWORD-SCREEN
           MOVE 0 TO WS-PASSWORD-TRAILING
           INSPECT FUNCTION REVERSE(WS-NEW-PASSWORD)
               TALLYING WS-PASSWORD-TRAILING FOR LEADING SPACES
           COMPUTE WS-PASSWORD-LENGTH = 16 - WS-PASSWORD-TRAILING
           CALL "PWHASH" USING SGN-USER-ID WS-NEW-PASSWORD
                               WS-NEW-HASH
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "The two entries do not match"
               WHEN WS-PASSWORD-LENGTH < WS-MIN-LENGTH
                   DISPLAY "The password must be at least "
                       WS-MIN-LENGTH " characters"
               WHEN WS-NEW-PASSWORD(1:8) = SGN-USER-ID
                   DISPLAY "The password must not be the user ID"
               WHEN WS-NEW-HASH = SEC-PASSWORD-HASH
                   DISPLAY "The new password must differ from the "
                       "old one"
               WHEN OTHER
                   MOVE WS-NEW-HASH TO SEC-PASSWORD-HASH
                   MOVE WS-CURR-DATE TO SEC-PASSWORD-DATE
                   MOVE 'N' TO SEC-PASSWORD-CHANGE-FLAG
                   MOVE WS-CURRENT-DATE-TIME TO SEC-TIMESTAMP
                   MOVE "SEC-PASSWORD" TO SAUD-FIELD-NAME
                   MOVE SPACES TO SAUD-OLD-VALUE
                   MOVE "CHANGED" TO SAUD-NEW-VALUE
                   MOVE SGN-USER-ID TO SAUD-CHANGED-BY
                   PERFORM 7000-WRITE-AUDIT-RECORD
                   SET WS-CHANGE-DONE TO TRUE
                   DISPLAY "Password changed"
           END-EVALUATE.

      * An unknown user and a wrong password get the same message, so
      * the screen does not confirm which user IDs exist.
       5000-LOG-VIOLATION.
           MOVE WS-CURRENT-DATE-TIME TO SVL-TIMESTAMP
           MOVE SGN-USER-ID TO SVL-USER-ID
           MOVE SGN-PROGRAM TO SVL-PROGRAM
           MOVE WS-VIOLATION-REASON TO SVL-REASON
           MOVE SEC-FAILED-ATTEMPTS TO SVL-FAILED-ATTEMPTS
           WRITE SIGNON-VIOLATION-RECORD
           EVALUATE TRUE
               WHEN SVL-UNKNOWN-USER
               WHEN SVL-BAD-PASSWORD
                   DISPLAY "Sign-on refused - user ID or password "
                       "not valid"
               WHEN SVL-LOCKED-OUT
                   DISPLAY "Sign-on refused - too many failed "
                       "attempts; user ID " SGN-USER-ID " is now "
                       "locked - contact the security administrator"
               WHEN SVL-LOCKED-ATTEMPT
                   DISPLAY "Sign-on refused - user ID " SGN-USER-ID
                       " is locked - contact the security "
                       "administrator"
               WHEN SVL-SUSPENDED-ATTEMPT
                   DISPLAY "Sign-on refused - user ID " SGN-USER-ID
                       " is suspended"
               WHEN SVL-EXPIRED-ATTEMPT
                   DISPLAY "Sign-on refused - access for user ID "
                       SGN-USER-ID " has expired"
               WHEN SVL-NO-PASSWORD
                   DISPLAY "Sign-on refused - no password has been "
                       "set for user ID " SGN-USER-ID
                       " - contact the security administrator"
           END-EVALUATE.

       7000-WRITE-AUDIT-RECORD.
           MOVE SGN-USER-ID TO SAUD-TARGET-USER-ID
           MOVE WS-CURRENT-DATE-TIME TO SAUD-TIMESTAMP
           WRITE SECURITY-AUDIT-RECORD.

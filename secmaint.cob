      * Bootstrap: when OPSEC does not exist yet (first use), the    *
      * first user to sign on is registered as the security          *
      * administrator, with the bootstrap itself on the audit trail. *
      * Sign-on takes a password as well as the user ID, checked by  *
      * SIGNON. The administrator sets or resets an operator's       *
      * password here as a temporary one the operator must change at *
      * first use (a reset also clears a lockout), unlocks an        *
      * operator locked out by failed sign-ons, and maintains the    *
      * sign-on policy - failures before lockout, password lifetime, *
      * minimum length - on the reserved *POLICY* record. A new      *
      * operator cannot sign on until a password is set. The         *
      * bootstrap administrator's own password is the one keyed at   *
      * that first sign-on.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMAINT.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "SECMAINT".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-FILE-EMPTY-SWITCH        PIC X(1)    VALUE 'N'.
       01  WS-NEW-ROLE-SECADMIN        PIC X(1)    VALUE SPACE.
       01  WS-NEW-EXPIRY-ENTRY         PIC 9(8)    VALUE 0.
       01  WS-EXPIRY-EDIT              PIC 9(8)    VALUE 0.
      * Password set or reset by the administrator, and the sign-on
      * policy (defaults as SIGNON applies them when there is no
      * policy record).
       01  WS-NEW-PASSWORD             PIC X(16)   VALUE SPACES.
       01  WS-CONFIRM-PASSWORD         PIC X(16)   VALUE SPACES.
       01  WS-PASSWORD-LENGTH          PIC 9(2)    VALUE 0.
       01  WS-PASSWORD-TRAILING        PIC 9(2)    VALUE 0.
       01  WS-PASSWORD-OK-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-PASSWORD-OK                      VALUE 'Y'.
       01  WS-NEW-HASH                 PIC 9(18)   VALUE 0.
       01  WS-POLICY-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-POLICY-FOUND                     VALUE 'Y'.
       01  WS-POL-MAX-ATTEMPTS         PIC 9(2)    VALUE 3.
       01  WS-POL-PASSWORD-DAYS        PIC 9(3)    VALUE 90.
       01  WS-POL-MIN-LENGTH           PIC 9(2)    VALUE 6.
       01  WS-OLD-POLICY.
           05  WS-OLD-POL-MAX-ATTEMPTS PIC 9(2)    VALUE 0.
           05  WS-OLD-POL-PASSWORD-DAYS
                                       PIC 9(3)    VALUE 0.
           05  WS-OLD-POL-MIN-LENGTH   PIC 9(2)    VALUE 0.
       01  WS-NEW-POL-MAX-ATTEMPTS     PIC 9(2)    VALUE 0.
       01  WS-NEW-POL-PASSWORD-DAYS    PIC 9(3)    VALUE 0.
       01  WS-NEW-POL-MIN-LENGTH       PIC 9(2)    VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
               VALUE "OPERATOR SECURITY MAINTENANCE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 5 COLUMN 1
               VALUE "3. Suspend an operator".
           05  LINE 6 COLUMN 1
               VALUE "4. Reactivate or unlock an operator".
           05  LINE 7 COLUMN 1
               VALUE "5. Set or reset an operator's password".
           05  LINE 8 COLUMN 1
               VALUE "6. Sign-on policy".
           05  LINE 9 COLUMN 1 VALUE "X. Exit".
           05  LINE 11 COLUMN 1 VALUE "Selection: ".
           05  LINE 11 COLUMN 12 PIC X(1) TO WS-MENU-CHOICE.

       01  TARGET-SCREEN.
           05  BLANK SCREEN.
           05  LINE 8 COLUMN 25 PIC X(1) FROM SEC-ROLE-AUDIT.
           05  LINE 9 COLUMN 1 VALUE "Security admin ......: ".
           05  LINE 9 COLUMN 25 PIC X(1) FROM SEC-ROLE-SECADMIN.
           05  LINE 10 COLUMN 1 VALUE "Status (A/S/L) ......: ".
           05  LINE 10 COLUMN 25 PIC X(1) FROM SEC-STATUS.
           05  LINE 11 COLUMN 1 VALUE "Expiry (0 = never) ..: ".
           05  LINE 11 COLUMN 25 PIC 9(8) FROM SEC-EXPIRY-DATE.
           05  LINE 12 COLUMN 1 VALUE "Password set on .....: ".
           05  LINE 12 COLUMN 25 PIC 9(8) FROM SEC-PASSWORD-DATE.
           05  LINE 13 COLUMN 1 VALUE "Change at next use ..: ".
           05  LINE 13 COLUMN 25 PIC X(1)
               FROM SEC-PASSWORD-CHANGE-FLAG.
           05  LINE 14 COLUMN 1 VALUE "Failed sign-ons .....: ".
           05  LINE 14 COLUMN 25 PIC 9(2) FROM SEC-FAILED-ATTEMPTS.
           05  LINE 15 COLUMN 1 VALUE "Last sign-on ........: ".
           05  LINE 15 COLUMN 25 PIC X(14)
               FROM SEC-LAST-SIGNON-TIMESTAMP.
           05  LINE 17 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 17 COLUMN 25 PIC X(1) TO WS-DUMMY-KEY.

       01  UPDATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 10 COLUMN 1 VALUE "Expiry (0 = never) ..: ".
           05  LINE 10 COLUMN 25 PIC 9(8) USING WS-NEW-EXPIRY-ENTRY.

       01  PASSWORD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "SET OR RESET PASSWORD".
           05  LINE 2 COLUMN 1 VALUE "User ID .............: ".
           05  LINE 2 COLUMN 25 PIC X(8) FROM WS-TARGET-USER-ENTRY.
           05  LINE 4 COLUMN 1 VALUE "Temporary password ..: ".
           05  LINE 4 COLUMN 25 PIC X(16) TO WS-NEW-PASSWORD
               SECURE.
           05  LINE 5 COLUMN 1 VALUE "Repeat password .....: ".
           05  LINE 5 COLUMN 25 PIC X(16) TO WS-CONFIRM-PASSWORD
               SECURE.
           05  LINE 7 COLUMN 1
               VALUE "The operator must change it at first use".

       01  POLICY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "SIGN-ON POLICY".
           05  LINE 3 COLUMN 1 VALUE "Failed sign-ons to lock: ".
           05  LINE 3 COLUMN 27 PIC 9(2) USING WS-NEW-POL-MAX-ATTEMPTS.
           05  LINE 4 COLUMN 1 VALUE "Password life (days) ..: ".
           05  LINE 4 COLUMN 27 PIC 9(3)
               USING WS-NEW-POL-PASSWORD-DAYS.
           05  LINE 5 COLUMN 1 VALUE "Minimum password length: ".
           05  LINE 5 COLUMN 27 PIC 9(2) USING WS-NEW-POL-MIN-LENGTH.
           05  LINE 7 COLUMN 1
               VALUE "Password life 0 = passwords do not expire".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               CLOSE SECURITY-FILE
               OPEN I-O SECURITY-FILE
           END-IF
      * SIGNON opens OPSEC and SECAUDIT itself, so the file is
      * released while it runs. An empty file has no one to sign on
      * against; the bootstrap below takes that case.
           IF WS-SEC-FILE-STATUS = "00"
               PERFORM 1020-CHECK-FILE-EMPTY
               IF NOT WS-FILE-EMPTY
                   CLOSE SECURITY-FILE
                   CALL "SIGNON" USING WS-USER-ID WS-PASSWORD
                                       WS-SIGNON-PROGRAM
                                       WS-SIGNON-RESULT
                   MOVE SPACES TO WS-PASSWORD
                   OPEN I-O SECURITY-FILE
               END-IF
           END-IF
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator security file - "
                   "status " WS-SEC-FILE-STATUS
               END-IF
           END-IF.

      * The signing-on user must have passed SIGNON and be an
      * active, unexpired security administrator. With an empty file
      * there is no one to sign on, so the first user bootstraps
      * themselves as the admin - an audited event, not a back door.
       1010-VALIDATE-USER.
           MOVE 'N' TO WS-AUTH-SWITCH
           IF WS-FILE-EMPTY
               PERFORM 1030-BOOTSTRAP-FIRST-ADMIN
           END-IF
           IF WS-SIGNED-ON
               MOVE WS-USER-ID TO SEC-USER-ID
               READ SECURITY-FILE
                   INVALID KEY
               END-READ
           END-IF.

      * The password keyed at login becomes the first
      * administrator's own password, so it is not flagged for
      * change; it must still meet the default minimum length.
       1030-BOOTSTRAP-FIRST-ADMIN.
           MOVE WS-PASSWORD TO WS-NEW-PASSWORD
           MOVE WS-PASSWORD TO WS-CONFIRM-PASSWORD
           MOVE SPACES TO WS-PASSWORD
           MOVE WS-USER-ID TO WS-TARGET-USER-ENTRY
           PERFORM 6550-EDIT-NEW-PASSWORD
           IF WS-PASSWORD-OK
               PERFORM 1040-REGISTER-FIRST-ADMIN
           END-IF.

       1040-REGISTER-FIRST-ADMIN.
           DISPLAY "Security file is empty - registering "
               WS-USER-ID " as the first security administrator"
           MOVE WS-USER-ID TO SEC-USER-ID
           MOVE WS-USER-ID TO SEC-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO SEC-TIMESTAMP
           MOVE WS-NEW-HASH TO SEC-PASSWORD-HASH
           MOVE WS-CURR-DATE TO SEC-PASSWORD-DATE
           MOVE 'N' TO SEC-PASSWORD-CHANGE-FLAG
           MOVE 0 TO SEC-FAILED-ATTEMPTS
           MOVE WS-CURRENT-DATE-TIME TO SEC-LAST-SIGNON-TIMESTAMP
           WRITE OPERATOR-SECURITY-RECORD
           IF WS-SEC-FILE-STATUS = "00"
               MOVE WS-USER-ID TO WS-TARGET-USER-ENTRY
               MOVE SPACES TO SAUD-OLD-VALUE
               MOVE "FIRST ADMIN" TO SAUD-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
               SET WS-SIGNED-ON TO TRUE
           ELSE
               DISPLAY "Bootstrap write failed - status "
                   WS-SEC-FILE-STATUS
           END-IF.

      * The policy record shares the file but is not an operator;
      * only option 6 reaches it.
       1100-LOCATE-SECURITY-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH
           MOVE WS-TARGET-USER-ENTRY TO SEC-USER-ID
           IF NOT SEC-POLICY-KEY
               READ SECURITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

       2000-MAIN-MENU.
           DISPLAY MENU-SCREEN
                   PERFORM 5000-SUSPEND-OPERATOR
               WHEN "4"
                   PERFORM 6000-REACTIVATE-OPERATOR
               WHEN "5"
                   PERFORM 6500-RESET-PASSWORD
               WHEN "6"
                   PERFORM 6700-MAINTAIN-SIGNON-POLICY
               WHEN "X"
               WHEN "x"
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid selection - choose 1-6 or X"
           END-EVALUATE.

       3000-VIEW-OPERATOR.
       4000-UPDATE-OPERATOR.
           DISPLAY TARGET-SCREEN
           ACCEPT TARGET-SCREEN
           EVALUATE TRUE
               WHEN WS-TARGET-USER-ENTRY = SPACES
                   DISPLAY "Operator user ID must be entered"
               WHEN WS-TARGET-USER-ENTRY = "*POLICY*"
                   DISPLAY "*POLICY* is the sign-on policy record - "
                       "use option 6"
               WHEN OTHER
                   PERFORM 4010-APPLY-OPERATOR-UPDATE
           END-EVALUATE.

       4010-APPLY-OPERATOR-UPDATE.
           PERFORM 1100-LOCATE-SECURITY-RECORD
           MOVE WS-NEW-ROLE-AUDIT TO SEC-ROLE-AUDIT
           MOVE WS-NEW-ROLE-SECADMIN TO SEC-ROLE-SECADMIN
           MOVE WS-NEW-EXPIRY-ENTRY TO SEC-EXPIRY-DATE
      * A new operator has no password until one is set with
      * option 5, and cannot sign on before then.
           IF NOT WS-RECORD-FOUND
               MOVE 'A' TO SEC-STATUS
               MOVE WS-USER-ID TO SEC-ENTERED-BY
               MOVE 0 TO SEC-PASSWORD-HASH
               MOVE 0 TO SEC-PASSWORD-DATE
               MOVE 'Y' TO SEC-PASSWORD-CHANGE-FLAG
               MOVE 0 TO SEC-FAILED-ATTEMPTS
               MOVE SPACES TO SEC-LAST-SIGNON-TIMESTAMP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO SEC-TIMESTAMP
           ELSE
               PERFORM 4100-AUDIT-OPERATOR-CHANGES
               DISPLAY "Operator " WS-TARGET-USER-ENTRY " updated"
               IF NOT WS-RECORD-FOUND
                   DISPLAY "Set a password with option 5 before "
                       WS-TARGET-USER-ENTRY " can sign on"
               END-IF
           END-IF.

      * Role entries are Y or N, nothing else; anything unreadable
               ELSE
                   MOVE SEC-STATUS TO WS-OLD-STATUS
                   MOVE 'A' TO SEC-STATUS
                   MOVE 0 TO SEC-FAILED-ATTEMPTS
                   PERFORM 5500-REWRITE-STATUS-CHANGE
               END-IF
           END-IF.
                   " status is now " SEC-STATUS
           END-IF.

      * The administrator keys a temporary password, which the
      * operator must replace at first sign-on; a reset also clears
      * the failure count and a lockout, since a locked-out operator
      * is the usual reason for one. The policy is read before the
      * operator, as both live in the same record area.
       6500-RESET-PASSWORD.
           PERFORM 6750-LOAD-SIGNON-POLICY
           DISPLAY TARGET-SCREEN
           ACCEPT TARGET-SCREEN
           PERFORM 1100-LOCATE-SECURITY-RECORD
           IF NOT WS-RECORD-FOUND
               DISPLAY "Operator " WS-TARGET-USER-ENTRY
                   " is not on the security file"
           ELSE
               MOVE SPACES TO WS-NEW-PASSWORD
               MOVE SPACES TO WS-CONFIRM-PASSWORD
               DISPLAY PASSWORD-SCREEN
               ACCEPT PASSWORD-SCREEN
               PERFORM 6550-EDIT-NEW-PASSWORD
               IF WS-PASSWORD-OK
                   PERFORM 6600-APPLY-PASSWORD-RESET
               END-IF
           END-IF
           MOVE SPACES TO WS-NEW-PASSWORD
           MOVE SPACES TO WS-CONFIRM-PASSWORD.

      * The same rules SIGNON applies when an operator changes their
      * own password. Only the hash is kept.
       6550-EDIT-NEW-PASSWORD.
           MOVE 'N' TO WS-PASSWORD-OK-SWITCH
           MOVE 0 TO WS-PASSWORD-TRAILING
           INSPECT FUNCTION REVERSE(WS-NEW-PASSWORD)
               TALLYING WS-PASSWORD-TRAILING FOR LEADING SPACES
           COMPUTE WS-PASSWORD-LENGTH = 16 - WS-PASSWORD-TRAILING
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "The two password entries do not match"
               WHEN WS-PASSWORD-LENGTH < WS-POL-MIN-LENGTH
                   DISPLAY "The password must be at least "
                       WS-POL-MIN-LENGTH " characters"
               WHEN WS-NEW-PASSWORD(1:8) = WS-TARGET-USER-ENTRY
                   DISPLAY "The password must not be the user ID"
               WHEN OTHER
                   CALL "PWHASH" USING WS-TARGET-USER-ENTRY
                                       WS-NEW-PASSWORD WS-NEW-HASH
                   SET WS-PASSWORD-OK TO TRUE
           END-EVALUATE.

       6600-APPLY-PASSWORD-RESET.
           MOVE SEC-STATUS TO WS-OLD-STATUS
           MOVE WS-NEW-HASH TO SEC-PASSWORD-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO SEC-PASSWORD-DATE
           MOVE 'Y' TO SEC-PASSWORD-CHANGE-FLAG
           MOVE 0 TO SEC-FAILED-ATTEMPTS
           IF SEC-LOCKED
               MOVE 'A' TO SEC-STATUS
           END-IF
           MOVE WS-CURRENT-DATE-TIME TO SEC-TIMESTAMP
           REWRITE OPERATOR-SECURITY-RECORD
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "Password reset failed - file status "
                   WS-SEC-FILE-STATUS
           ELSE
               MOVE "SEC-PASSWORD" TO SAUD-FIELD-NAME
               MOVE SPACES TO SAUD-OLD-VALUE
               MOVE "RESET" TO SAUD-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
               IF SEC-STATUS NOT = WS-OLD-STATUS
                   MOVE "SEC-STATUS" TO SAUD-FIELD-NAME
                   MOVE WS-OLD-STATUS TO SAUD-OLD-VALUE
                   MOVE SEC-STATUS TO SAUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               DISPLAY "Password for " WS-TARGET-USER-ENTRY
                   " set - it must be changed at first use"
           END-IF.

       6700-MAINTAIN-SIGNON-POLICY.
           PERFORM 6750-LOAD-SIGNON-POLICY
           MOVE WS-POL-MAX-ATTEMPTS TO WS-OLD-POL-MAX-ATTEMPTS
           MOVE WS-POL-PASSWORD-DAYS TO WS-OLD-POL-PASSWORD-DAYS
           MOVE WS-POL-MIN-LENGTH TO WS-OLD-POL-MIN-LENGTH
           MOVE WS-POL-MAX-ATTEMPTS TO WS-NEW-POL-MAX-ATTEMPTS
           MOVE WS-POL-PASSWORD-DAYS TO WS-NEW-POL-PASSWORD-DAYS
           MOVE WS-POL-MIN-LENGTH TO WS-NEW-POL-MIN-LENGTH
           DISPLAY POLICY-SCREEN
           ACCEPT POLICY-SCREEN
           EVALUATE TRUE
               WHEN WS-NEW-POL-MAX-ATTEMPTS = 0
                   DISPLAY "Policy not changed - at least one failed "
                       "sign-on must be allowed before a lockout"
               WHEN WS-NEW-POL-MIN-LENGTH = 0
                 OR WS-NEW-POL-MIN-LENGTH > 16
                   DISPLAY "Policy not changed - the minimum "
                       "password length must be 1 to 16"
               WHEN OTHER
                   PERFORM 6800-WRITE-SIGNON-POLICY
           END-EVALUATE.

      * Without a policy record SIGNON applies the defaults held
      * here, so they are what the screen starts from.
       6750-LOAD-SIGNON-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND-SWITCH
           MOVE 3 TO WS-POL-MAX-ATTEMPTS
           MOVE 90 TO WS-POL-PASSWORD-DAYS
           MOVE 6 TO WS-POL-MIN-LENGTH
           MOVE "*POLICY*" TO SEC-USER-ID
           READ SECURITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEC-POLICY-RECORD
                       SET WS-POLICY-FOUND TO TRUE
                       IF SEC-POL-MAX-ATTEMPTS IS NUMERIC
                           AND SEC-POL-MAX-ATTEMPTS > 0
                           MOVE SEC-POL-MAX-ATTEMPTS
                               TO WS-POL-MAX-ATTEMPTS
                       END-IF
                       IF SEC-POL-PASSWORD-DAYS IS NUMERIC
                           MOVE SEC-POL-PASSWORD-DAYS
                               TO WS-POL-PASSWORD-DAYS
                       END-IF
                       IF SEC-POL-MIN-LENGTH IS NUMERIC
                           AND SEC-POL-MIN-LENGTH > 0
                           MOVE SEC-POL-MIN-LENGTH
                               TO WS-POL-MIN-LENGTH
                       END-IF
                   END-IF
           END-READ.

       6800-WRITE-SIGNON-POLICY.
           MOVE "*POLICY*" TO SEC-USER-ID
           MOVE SPACES TO SEC-OPERATOR-NAME
           MOVE WS-NEW-POL-MAX-ATTEMPTS TO SEC-POL-MAX-ATTEMPTS
           MOVE WS-NEW-POL-PASSWORD-DAYS TO SEC-POL-PASSWORD-DAYS
           MOVE WS-NEW-POL-MIN-LENGTH TO SEC-POL-MIN-LENGTH
           MOVE 'N' TO SEC-ROLE-REPAIR
           MOVE 'N' TO SEC-ROLE-MAINTAIN
           MOVE 'N' TO SEC-ROLE-APPROVE
           MOVE 'N' TO SEC-ROLE-AUDIT
           MOVE 'N' TO SEC-ROLE-SECADMIN
           MOVE 'P' TO SEC-STATUS
           MOVE 0 TO SEC-EXPIRY-DATE
           MOVE WS-USER-ID TO SEC-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO SEC-TIMESTAMP
           MOVE 0 TO SEC-PASSWORD-HASH
           MOVE 0 TO SEC-PASSWORD-DATE
           MOVE 'N' TO SEC-PASSWORD-CHANGE-FLAG
           MOVE 0 TO SEC-FAILED-ATTEMPTS
           MOVE SPACES TO SEC-LAST-SIGNON-TIMESTAMP
           IF WS-POLICY-FOUND
               REWRITE OPERATOR-SECURITY-RECORD
           ELSE
               WRITE OPERATOR-SECURITY-RECORD
           END-IF
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "Policy update failed - file status "
                   WS-SEC-FILE-STATUS
           ELSE
               MOVE "*POLICY*" TO WS-TARGET-USER-ENTRY
               IF WS-NEW-POL-MAX-ATTEMPTS NOT = WS-OLD-POL-MAX-ATTEMPTS
                   OR NOT WS-POLICY-FOUND
                   MOVE "SEC-POL-MAX-ATTEMPTS" TO SAUD-FIELD-NAME
                   MOVE WS-OLD-POL-MAX-ATTEMPTS TO SAUD-OLD-VALUE
                   MOVE WS-NEW-POL-MAX-ATTEMPTS TO SAUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF WS-NEW-POL-PASSWORD-DAYS
                       NOT = WS-OLD-POL-PASSWORD-DAYS
                   OR NOT WS-POLICY-FOUND
                   MOVE "SEC-POL-PASSWD-DAYS" TO SAUD-FIELD-NAME
                   MOVE WS-OLD-POL-PASSWORD-DAYS TO SAUD-OLD-VALUE
                   MOVE WS-NEW-POL-PASSWORD-DAYS TO SAUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF WS-NEW-POL-MIN-LENGTH NOT = WS-OLD-POL-MIN-LENGTH
                   OR NOT WS-POLICY-FOUND
                   MOVE "SEC-POL-MIN-LENGTH" TO SAUD-FIELD-NAME
                   MOVE WS-OLD-POL-MIN-LENGTH TO SAUD-OLD-VALUE
                   MOVE WS-NEW-POL-MIN-LENGTH TO SAUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               DISPLAY "Sign-on policy updated"
           END-IF.

       7000-WRITE-AUDIT-RECORD.
           MOVE WS-TARGET-USER-ENTRY TO SAUD-TARGET-USER-ID
           MOVE WS-USER-ID TO SAUD-CHANGED-BY

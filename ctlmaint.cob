      * downstream, so no one stages and approves alone. Access and   *
      * the approver role come from the central operator security     *
      * file (OPSEC), not a user table compiled into the program.     *
      * Each row also carries the category's authorization limit -    *
      * the value above which BUGSOLUTION holds a fed value for       *
      * second-operator release instead of sending it to settlement.  *
      * The review screen shows the impact simulation THRSIM ran for  *
      * the pending row (THRSIMR) - or that none was run, or that the *
      * row was re-staged since - and the approval writes the         *
      * simulation's run id to the audit file beside the status       *
      * change, so every approved limit names the evidence it was     *
      * approved on. Sign-on takes the operator's password as well as *
      * the user ID; SIGNON checks it, enforces lockout and password  *
      * changes, and logs refused sign-ons to SECVIOL. The DEF row    *
      * also carries the duplicate tolerance - the share of a         *
      * transmission's details BUGSOLUTION may reject as already      *
      * processed (DU) before it abandons the run - maintained,       *
      * staged, approved and audited like the reject tolerance; zero  *
      * turns the check off.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT SIMULATION-FILE ASSIGN TO "THRSIMR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-KEY
               FILE STATUS IS WS-SIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       FD  SECURITY-FILE.
       COPY SECREC.

       FD  SIMULATION-FILE.
       COPY SIMREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-SIM-FILE-STATUS          PIC X(2).
       01  WS-CTL-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-CTL-FILE-OPEN                    VALUE 'Y'.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "CTLMAINT".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-MAINTAINER-SWITCH        PIC X(1)    VALUE 'N'.
       01  WS-OLD-TOLERANCE-EDIT       PIC ZZ9.99.
       01  WS-TOLERANCE-EDIT           PIC ZZ9.99.
       01  WS-NEW-TOLERANCE-ENTRY      PIC ZZ9.99.
       01  WS-OLD-DUP-TOLERANCE        PIC 9(3)V99.
       01  WS-OLD-DUP-TOLERANCE-EDIT   PIC ZZ9.99.
       01  WS-DUP-TOLERANCE-EDIT       PIC ZZ9.99.
       01  WS-NEW-DUP-TOLERANCE-ENTRY  PIC ZZ9.99.
       01  WS-OLD-AUTH-LIMIT           PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       01  WS-AUTH-LIMIT-EDIT          PIC -9999999.99.
       01  WS-NEW-AUTH-LIMIT-ENTRY     PIC -9999999.99.
       01  WS-NEW-AUTH-LIMIT           PIC S9(7)V99.
       01  WS-OLD-AUTH-LIMIT-EDIT      PIC -9999999.99.
      * The impact simulation of the pending row under review.
       01  WS-SIM-STATE-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-SIM-NOT-RUN                      VALUE 'N'.
           88  WS-SIM-CURRENT                      VALUE 'C'.
           88  WS-SIM-STALE                        VALUE 'S'.
       01  WS-SIM-STATE-TEXT           PIC X(40)   VALUE SPACES.
       01  WS-SIM-RUN-ID               PIC 9(14)   VALUE 0.
       01  WS-SIM-MOVED-EDIT           PIC Z(7)9.
       01  WS-SIM-STOP-FED-EDIT        PIC Z(7)9.
       01  WS-SIM-COUNT-CHANGE         PIC S9(8).
       01  WS-SIM-COUNT-CHANGE-EDIT    PIC -(8)9.
       01  WS-SIM-VALUE-CHANGE         PIC S9(13)V99.
       01  WS-SIM-VALUE-CHANGE-EDIT    PIC -(13)9.99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
               VALUE "THRESHOLD / BAND CONTROL MAINTENANCE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6 COLUMN 25 PIC -9999999.99 FROM WS-BAND-HIGH-EDIT.
           05  LINE 7 COLUMN 1 VALUE "Reject tolerance % ..: ".
           05  LINE 7 COLUMN 25 PIC ZZ9.99 FROM WS-TOLERANCE-EDIT.
           05  LINE 8 COLUMN 1 VALUE "Authorization limit .: ".
           05  LINE 8 COLUMN 25 PIC -9999999.99 FROM WS-AUTH-LIMIT-EDIT.
           05  LINE 9 COLUMN 1 VALUE "Duplicate tol % .....: ".
           05  LINE 9 COLUMN 25 PIC ZZ9.99 FROM WS-DUP-TOLERANCE-EDIT.
           05  LINE 11 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 11 COLUMN 25 PIC X(1) TO WS-DUMMY-KEY.

       01  UPDATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 10 COLUMN 1 VALUE "New reject tol % ....: ".
           05  LINE 10 COLUMN 25 PIC ZZ9.99
               USING WS-NEW-TOLERANCE-ENTRY.
           05  LINE 12 COLUMN 1 VALUE "Current auth limit ..: ".
           05  LINE 12 COLUMN 25 PIC -9999999.99
               FROM WS-OLD-AUTH-LIMIT-EDIT.
           05  LINE 13 COLUMN 1 VALUE "New auth limit ......: ".
           05  LINE 13 COLUMN 25 PIC -9999999.99
               USING WS-NEW-AUTH-LIMIT-ENTRY.
           05  LINE 15 COLUMN 1 VALUE "Current dup tol % ...: ".
           05  LINE 15 COLUMN 25 PIC ZZ9.99
               FROM WS-OLD-DUP-TOLERANCE-EDIT.
           05  LINE 16 COLUMN 1 VALUE "New dup tol % .......: ".
           05  LINE 16 COLUMN 25 PIC ZZ9.99
               USING WS-NEW-DUP-TOLERANCE-ENTRY.

       01  STAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 7 COLUMN 1 VALUE "Reject tolerance % ..: ".
           05  LINE 7 COLUMN 25 PIC ZZ9.99
               USING WS-NEW-TOLERANCE-ENTRY.
           05  LINE 8 COLUMN 1 VALUE "Authorization limit .: ".
           05  LINE 8 COLUMN 25 PIC -9999999.99
               USING WS-NEW-AUTH-LIMIT-ENTRY.
           05  LINE 9 COLUMN 1 VALUE "Duplicate tol % .....: ".
           05  LINE 9 COLUMN 25 PIC ZZ9.99
               USING WS-NEW-DUP-TOLERANCE-ENTRY.

       01  APPROVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6 COLUMN 25 PIC -9999999.99 FROM WS-BAND-HIGH-EDIT.
           05  LINE 7 COLUMN 1 VALUE "Reject tolerance % ..: ".
           05  LINE 7 COLUMN 25 PIC ZZ9.99 FROM WS-TOLERANCE-EDIT.
           05  LINE 8 COLUMN 1 VALUE "Authorization limit .: ".
           05  LINE 8 COLUMN 25 PIC -9999999.99 FROM WS-AUTH-LIMIT-EDIT.
           05  LINE 9 COLUMN 1 VALUE "Duplicate tol % .....: ".
           05  LINE 9 COLUMN 25 PIC ZZ9.99 FROM WS-DUP-TOLERANCE-EDIT.
           05  LINE 10 COLUMN 1 VALUE "Entered by ..........: ".
           05  LINE 10 COLUMN 25 PIC X(8) FROM CTL-ENTERED-BY.
           05  LINE 11 COLUMN 1 VALUE "Impact simulation ...: ".
           05  LINE 11 COLUMN 25 PIC X(40) FROM WS-SIM-STATE-TEXT.
           05  LINE 12 COLUMN 1 VALUE "Records changing band: ".
           05  LINE 12 COLUMN 25 PIC Z(7)9 FROM WS-SIM-MOVED-EDIT.
           05  LINE 13 COLUMN 1 VALUE "Fed count change ....: ".
           05  LINE 13 COLUMN 25 PIC -(8)9
               FROM WS-SIM-COUNT-CHANGE-EDIT.
           05  LINE 14 COLUMN 1 VALUE "Fed value change ....: ".
           05  LINE 14 COLUMN 25 PIC -(13)9.99
               FROM WS-SIM-VALUE-CHANGE-EDIT.
           05  LINE 15 COLUMN 1 VALUE "Values stop being fed: ".
           05  LINE 15 COLUMN 25 PIC Z(7)9 FROM WS-SIM-STOP-FED-EDIT.
           05  LINE 17 COLUMN 1
               VALUE "Action (A=approve R=reject S=skip): ".
           05  LINE 17 COLUMN 37 PIC X(1) TO WS-APPROVE-ACTION.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       1000-INITIALIZE.
           DISPLAY LOGIN-SCREEN
           ACCEPT LOGIN-SCREEN
      * SIGNON proves the password (and logs a refusal) before any
      * role is looked at; a refused sign-on leaves the user
      * unauthorized.
           CALL "SIGNON" USING WS-USER-ID WS-PASSWORD
                               WS-SIGNON-PROGRAM WS-SIGNON-RESULT
           MOVE SPACES TO WS-PASSWORD
           IF WS-SIGNED-ON
               PERFORM 1010-VALIDATE-USER
           END-IF
           IF NOT WS-USER-AUTHORIZED
               DISPLAY "User not authorized for control "
                   "maintenance - access denied"
               READ CONTROL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RECORD-FOUND-SWITCH
                   NOT INVALID KEY
                       PERFORM 1120-DEFAULT-AUTH-LIMIT
                       PERFORM 1125-DEFAULT-DUP-TOLERANCE
               END-READ
           END-IF
           IF NOT WS-RECORD-FOUND
                   END-IF
           END-READ.

      * Rows written before the authorization limit existed carry
      * spaces in it; they are read as zero (no limit) so the screens
      * and the audit trail show a number, and the first REWRITE
      * stores the zero properly.
       1120-DEFAULT-AUTH-LIMIT.
           IF CTL-AUTH-LIMIT IS NOT NUMERIC
               MOVE ZERO TO CTL-AUTH-LIMIT
           END-IF.

      * The duplicate tolerance came later still; a row without one
      * is read as zero (check off) on the same terms.
       1125-DEFAULT-DUP-TOLERANCE.
           IF CTL-DUPLICATE-TOLERANCE-PCT IS NOT NUMERIC
               MOVE ZERO TO CTL-DUPLICATE-TOLERANCE-PCT
           END-IF.

       2000-MAIN-MENU.
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
               MOVE CTL-THRESHOLD TO WS-THRESHOLD-EDIT
               MOVE CTL-BAND-HIGH-BOUNDARY TO WS-BAND-HIGH-EDIT
               MOVE CTL-REJECT-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
               MOVE CTL-AUTH-LIMIT TO WS-AUTH-LIMIT-EDIT
               MOVE CTL-DUPLICATE-TOLERANCE-PCT
                   TO WS-DUP-TOLERANCE-EDIT
               DISPLAY VIEW-SCREEN
               ACCEPT VIEW-SCREEN
           END-IF.
               MOVE ZERO TO CTL-THRESHOLD
               MOVE ZERO TO CTL-BAND-HIGH-BOUNDARY
               MOVE ZERO TO CTL-REJECT-TOLERANCE-PCT
               MOVE ZERO TO CTL-AUTH-LIMIT
               MOVE ZERO TO CTL-DUPLICATE-TOLERANCE-PCT
               MOVE 'A' TO CTL-APPROVAL-STATUS
               MOVE WS-USER-ID TO CTL-ENTERED-BY
               MOVE SPACES TO CTL-APPROVED-BY
           MOVE CTL-REJECT-TOLERANCE-PCT TO WS-OLD-TOLERANCE
           MOVE CTL-REJECT-TOLERANCE-PCT TO WS-OLD-TOLERANCE-EDIT
           MOVE CTL-REJECT-TOLERANCE-PCT TO WS-NEW-TOLERANCE-ENTRY
           MOVE CTL-AUTH-LIMIT TO WS-OLD-AUTH-LIMIT
           MOVE CTL-AUTH-LIMIT TO WS-OLD-AUTH-LIMIT-EDIT
           MOVE CTL-AUTH-LIMIT TO WS-NEW-AUTH-LIMIT-ENTRY
           MOVE CTL-DUPLICATE-TOLERANCE-PCT TO WS-OLD-DUP-TOLERANCE
           MOVE CTL-DUPLICATE-TOLERANCE-PCT
               TO WS-OLD-DUP-TOLERANCE-EDIT
           MOVE CTL-DUPLICATE-TOLERANCE-PCT
               TO WS-NEW-DUP-TOLERANCE-ENTRY
           DISPLAY UPDATE-SCREEN
           ACCEPT UPDATE-SCREEN
           PERFORM 4050-GUARD-TOLERANCE-ENTRY
           PERFORM 4060-GUARD-AUTH-LIMIT-ENTRY
           PERFORM 4070-GUARD-DUP-TOLERANCE-ENTRY
           IF WS-NEW-BAND-HIGH-ENTRY NOT > WS-NEW-THRESHOLD-ENTRY
               DISPLAY "Update rejected - band HIGH boundary must be "
                   "greater than the threshold"
               MOVE WS-NEW-BAND-HIGH-ENTRY TO CTL-BAND-HIGH-BOUNDARY
               MOVE WS-NEW-TOLERANCE-ENTRY
                   TO CTL-REJECT-TOLERANCE-PCT
               MOVE WS-NEW-AUTH-LIMIT TO CTL-AUTH-LIMIT
               MOVE WS-NEW-DUP-TOLERANCE-ENTRY
                   TO CTL-DUPLICATE-TOLERANCE-PCT
               IF CTL-THRESHOLD NOT = WS-OLD-THRESHOLD
                   PERFORM 4100-AUDIT-THRESHOLD-CHANGE
               END-IF
               IF CTL-REJECT-TOLERANCE-PCT NOT = WS-OLD-TOLERANCE
                   PERFORM 4300-AUDIT-TOLERANCE-CHANGE
               END-IF
               IF WS-NEW-AUTH-LIMIT NOT = WS-OLD-AUTH-LIMIT
                   PERFORM 4500-AUDIT-AUTH-LIMIT-CHANGE
               END-IF
               IF CTL-DUPLICATE-TOLERANCE-PCT NOT = WS-OLD-DUP-TOLERANCE
                   PERFORM 4700-AUDIT-DUP-TOLERANCE-CHANGE
               END-IF
               IF WS-RECORD-FOUND
                   REWRITE THRESHOLD-CONTROL-RECORD
               ELSE
               MOVE WS-OLD-TOLERANCE TO WS-NEW-TOLERANCE-ENTRY
           END-IF.

      * A negative authorization limit would hold every fed value of
      * the category; zero is how "no limit" is keyed, so a negative
      * entry is refused and the previous limit kept.
       4060-GUARD-AUTH-LIMIT-ENTRY.
           MOVE WS-NEW-AUTH-LIMIT-ENTRY TO WS-NEW-AUTH-LIMIT
           IF WS-NEW-AUTH-LIMIT < 0
               DISPLAY "Authorization limit cannot be negative (zero "
                   "means no limit) - entry ignored"
               MOVE WS-OLD-AUTH-LIMIT TO WS-NEW-AUTH-LIMIT
               MOVE WS-OLD-AUTH-LIMIT TO WS-NEW-AUTH-LIMIT-ENTRY
           END-IF.

      * The duplicate tolerance is read from the DEF row only, the
      * same as the reject tolerance, and is refused elsewhere for
      * the same reason.
       4070-GUARD-DUP-TOLERANCE-ENTRY.
           IF WS-CATEGORY-ENTRY NOT = "DEF"
               AND WS-NEW-DUP-TOLERANCE-ENTRY
                   NOT = WS-OLD-DUP-TOLERANCE-EDIT
               DISPLAY "Duplicate tolerance is only honored on the "
                   "DEF record - entry ignored"
               MOVE WS-OLD-DUP-TOLERANCE TO WS-NEW-DUP-TOLERANCE-ENTRY
           END-IF.

       4100-AUDIT-THRESHOLD-CHANGE.
           MOVE CTL-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           MOVE CTL-CATEGORY TO AUD-CATEGORY
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

       4500-AUDIT-AUTH-LIMIT-CHANGE.
           MOVE CTL-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           MOVE CTL-CATEGORY TO AUD-CATEGORY
           MOVE "AUTH-LIMIT" TO AUD-FIELD-NAME
           MOVE WS-OLD-AUTH-LIMIT-EDIT TO AUD-OLD-VALUE
           MOVE WS-NEW-AUTH-LIMIT-ENTRY TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

      * Written with every approval: the old value is the run id of
      * the simulation the approver saw (zero when none was run), the
      * new value says whether it simulated the values approved.
       4600-AUDIT-SIMULATION-REF.
           MOVE CTL-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           MOVE CTL-CATEGORY TO AUD-CATEGORY
           MOVE "SIMULATION-REF" TO AUD-FIELD-NAME
           MOVE WS-SIM-RUN-ID TO AUD-OLD-VALUE
           EVALUATE TRUE
               WHEN WS-SIM-CURRENT
                   MOVE "SIMULATED" TO AUD-NEW-VALUE
               WHEN WS-SIM-STALE
                   MOVE "STALE SIM" TO AUD-NEW-VALUE
               WHEN OTHER
                   MOVE "NOT SIMULATED" TO AUD-NEW-VALUE
           END-EVALUATE
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

       4700-AUDIT-DUP-TOLERANCE-CHANGE.
           MOVE CTL-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           MOVE CTL-CATEGORY TO AUD-CATEGORY
           MOVE "DUP-TOLERANCE-PCT" TO AUD-FIELD-NAME
           MOVE WS-OLD-DUP-TOLERANCE-EDIT TO AUD-OLD-VALUE
           MOVE WS-NEW-DUP-TOLERANCE-ENTRY TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

      * Stages a control change for a future effective date. The row
      * is written PENDING under the entering user's name and is
      * invisible to the readers until a different authorized user
               MOVE CTL-REJECT-TOLERANCE-PCT TO WS-OLD-TOLERANCE
               MOVE CTL-REJECT-TOLERANCE-PCT TO WS-OLD-TOLERANCE-EDIT
               MOVE CTL-REJECT-TOLERANCE-PCT TO WS-NEW-TOLERANCE-ENTRY
               MOVE CTL-AUTH-LIMIT TO WS-OLD-AUTH-LIMIT
               MOVE CTL-AUTH-LIMIT TO WS-OLD-AUTH-LIMIT-EDIT
               MOVE CTL-AUTH-LIMIT TO WS-NEW-AUTH-LIMIT-ENTRY
               MOVE CTL-DUPLICATE-TOLERANCE-PCT TO WS-OLD-DUP-TOLERANCE
               MOVE CTL-DUPLICATE-TOLERANCE-PCT
                   TO WS-OLD-DUP-TOLERANCE-EDIT
               MOVE CTL-DUPLICATE-TOLERANCE-PCT
                   TO WS-NEW-DUP-TOLERANCE-ENTRY
           ELSE
               MOVE ZERO TO WS-OLD-THRESHOLD
               MOVE ZERO TO WS-OLD-THRESHOLD-EDIT
               MOVE ZERO TO WS-OLD-TOLERANCE
               MOVE ZERO TO WS-OLD-TOLERANCE-EDIT
               MOVE ZERO TO WS-NEW-TOLERANCE-ENTRY
               MOVE ZERO TO WS-OLD-AUTH-LIMIT
               MOVE ZERO TO WS-OLD-AUTH-LIMIT-EDIT
               MOVE ZERO TO WS-NEW-AUTH-LIMIT-ENTRY
               MOVE ZERO TO WS-OLD-DUP-TOLERANCE
               MOVE ZERO TO WS-OLD-DUP-TOLERANCE-EDIT
               MOVE ZERO TO WS-NEW-DUP-TOLERANCE-ENTRY
           END-IF
           MOVE 0 TO WS-STAGE-DATE-ENTRY
           DISPLAY STAGE-SCREEN
           ACCEPT STAGE-SCREEN
           PERFORM 4050-GUARD-TOLERANCE-ENTRY
           PERFORM 4060-GUARD-AUTH-LIMIT-ENTRY
           PERFORM 4070-GUARD-DUP-TOLERANCE-ENTRY
           IF WS-STAGE-DATE-ENTRY NOT > WS-CURR-DATE
               DISPLAY "Staging rejected - effective date must be "
                   "in the future"
               MOVE WS-NEW-BAND-HIGH-ENTRY TO CTL-BAND-HIGH-BOUNDARY
               MOVE WS-NEW-TOLERANCE-ENTRY
                   TO CTL-REJECT-TOLERANCE-PCT
               MOVE WS-NEW-AUTH-LIMIT TO CTL-AUTH-LIMIT
               MOVE WS-NEW-DUP-TOLERANCE-ENTRY
                   TO CTL-DUPLICATE-TOLERANCE-PCT
               MOVE 'P' TO CTL-APPROVAL-STATUS
               MOVE WS-USER-ID TO CTL-ENTERED-BY
               MOVE SPACES TO CTL-APPROVED-BY
               IF CTL-REJECT-TOLERANCE-PCT NOT = WS-OLD-TOLERANCE
                   PERFORM 4300-AUDIT-TOLERANCE-CHANGE
               END-IF
               IF WS-NEW-AUTH-LIMIT NOT = WS-OLD-AUTH-LIMIT
                   PERFORM 4500-AUDIT-AUTH-LIMIT-CHANGE
               END-IF
               IF CTL-DUPLICATE-TOLERANCE-PCT NOT = WS-OLD-DUP-TOLERANCE
                   PERFORM 4700-AUDIT-DUP-TOLERANCE-CHANGE
               END-IF
               PERFORM 4400-AUDIT-APPROVAL-EVENT
               DISPLAY "Change staged for " WS-CATEGORY-ENTRY
                   " effective " WS-STAGE-DATE-ENTRY
               NOT AT END
                   IF CTL-PENDING-APPROVAL
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM 1120-DEFAULT-AUTH-LIMIT
                       PERFORM 1125-DEFAULT-DUP-TOLERANCE
                       PERFORM 6200-DISPOSE-PENDING-CHANGE
                   END-IF
           END-READ.

      * The simulation is looked up under the pending row's own key.
      * One run against other limits than the row now carries (the
      * row was rejected and re-staged since) is shown as stale, so
      * the approver knows to ask for a fresh run. No simulation does
      * not block approval - the audit trail records that there was
      * none.
       6150-LOCATE-SIMULATION.
           SET WS-SIM-NOT-RUN TO TRUE
           MOVE 0 TO WS-SIM-RUN-ID
           MOVE 0 TO WS-SIM-MOVED-EDIT
           MOVE 0 TO WS-SIM-STOP-FED-EDIT
           MOVE 0 TO WS-SIM-COUNT-CHANGE-EDIT
           MOVE 0 TO WS-SIM-VALUE-CHANGE-EDIT
           MOVE "NOT RUN - request THRSIM for this row"
               TO WS-SIM-STATE-TEXT
           OPEN INPUT SIMULATION-FILE
           IF WS-SIM-FILE-STATUS = "00"
               MOVE CTL-CATEGORY TO SIM-CATEGORY
               MOVE CTL-EFFECTIVE-DATE TO SIM-EFFECTIVE-DATE
               READ SIMULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 6160-SHOW-SIMULATION
               END-READ
               CLOSE SIMULATION-FILE
           END-IF.

       6160-SHOW-SIMULATION.
           MOVE SIM-RUN-ID TO WS-SIM-RUN-ID
           MOVE SPACES TO WS-SIM-STATE-TEXT
           IF SIM-PENDING-THRESHOLD = CTL-THRESHOLD
               AND SIM-PENDING-BAND-HIGH = CTL-BAND-HIGH-BOUNDARY
               AND SIM-PENDING-AUTH-LIMIT = CTL-AUTH-LIMIT
               SET WS-SIM-CURRENT TO TRUE
               STRING "RUN " SIM-RUN-ID " ON "
                   SIM-RECORDS-REPLAYED " RECORDS"
                   DELIMITED BY SIZE INTO WS-SIM-STATE-TEXT
               END-STRING
           ELSE
               SET WS-SIM-STALE TO TRUE
               STRING "STALE - RUN " SIM-RUN-ID " OTHER LIMITS"
                   DELIMITED BY SIZE INTO WS-SIM-STATE-TEXT
               END-STRING
           END-IF
           MOVE SIM-RECORDS-MOVED TO WS-SIM-MOVED-EDIT
           MOVE SIM-STOP-FED-COUNT TO WS-SIM-STOP-FED-EDIT
           COMPUTE WS-SIM-COUNT-CHANGE =
               SIM-FEED-COUNT-PENDING - SIM-FEED-COUNT-CURRENT
           MOVE WS-SIM-COUNT-CHANGE TO WS-SIM-COUNT-CHANGE-EDIT
           COMPUTE WS-SIM-VALUE-CHANGE =
               SIM-FEED-VALUE-PENDING - SIM-FEED-VALUE-CURRENT
           MOVE WS-SIM-VALUE-CHANGE TO WS-SIM-VALUE-CHANGE-EDIT.

       6200-DISPOSE-PENDING-CHANGE.
           MOVE CTL-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE CTL-BAND-HIGH-BOUNDARY TO WS-BAND-HIGH-EDIT
           MOVE CTL-REJECT-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
           MOVE CTL-AUTH-LIMIT TO WS-AUTH-LIMIT-EDIT
           MOVE CTL-DUPLICATE-TOLERANCE-PCT TO WS-DUP-TOLERANCE-EDIT
           PERFORM 6150-LOCATE-SIMULATION
           MOVE SPACE TO WS-APPROVE-ACTION
           DISPLAY APPROVE-SCREEN
           ACCEPT APPROVE-SCREEN
                       REWRITE THRESHOLD-CONTROL-RECORD
                       IF WS-CTL-FILE-STATUS = "00"
                           PERFORM 4400-AUDIT-APPROVAL-EVENT
                           PERFORM 4600-AUDIT-SIMULATION-REF
                           DISPLAY "Change approved"
                       ELSE
                           DISPLAY "Approval rewrite failed - "

      *================================================================*
      * PROGRAM-ID : HOLDRLSE                                         *
      * Online review and release transaction for the large-value     *
      * hold queue (HOLDQ). BUGSOLUTION holds every MID or HIGH value *
      * above its category's authorization limit instead of feeding   *
      * it; nothing on the queue reaches settlement until two         *
      * different operators have looked at it. The first marks a      *
      * held item REVIEWED (repair or approve role); a second         *
      * operator holding the approve role then RELEASES it to the     *
      * next run's feed or DECLINES it for good. The reviewer can     *
      * never release or decline their own review - the same          *
      * dual-control rule CTLMAINT applies to limit changes. Access   *
      * comes from the central operator security file (OPSEC), and    *
      * every status change is written to the THRAUDIT change trail   *
      * with the operator and timestamp. Sign-on takes the operator's *
      * password as well as the user ID; SIGNON checks it, enforces   *
      * lockout and password changes, and logs refused sign-ons to    *
      * SECVIOL. Every item is re-read just before its status         *
      * changes, so an item another session has acted on, or one      *
      * voided when its transmission failed, is left alone.           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRLSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "THRAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT SECURITY-FILE ASSIGN TO "OPSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  SECURITY-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS         PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-HOLD-FILE-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
           88  WS-HOLD-FILE-OPEN                   VALUE 'Y'.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "HOLDRLSE".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-REVIEWER-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-USER-CAN-REVIEW                  VALUE 'Y'.
       01  WS-APPROVER-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-USER-CAN-APPROVE                 VALUE 'Y'.
       01  WS-MENU-CHOICE              PIC X(1).
       01  WS-HOLD-ACTION              PIC X(1).
       01  WS-HOLD-SCAN-EOF-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-HOLD-SCAN-EOF                    VALUE 'Y'.
       01  WS-ITEM-COUNT               PIC 9(4)    VALUE 0.
       01  WS-SHOWN-STATUS             PIC X(1).
       01  WS-ITEM-CURRENT-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-ITEM-STILL-CURRENT               VALUE 'Y'.
       01  WS-CONTINUE-SWITCH          PIC X(1)    VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING              VALUE 'Y'.
       01  WS-HOLD-VALUE-EDIT          PIC -9999999.99.
       01  WS-AUTH-LIMIT-EDIT          PIC -9999999.99.
       01  WS-OLD-STATUS-TEXT          PIC X(15)   VALUE SPACES.
       01  WS-NEW-STATUS-TEXT          PIC X(15)   VALUE SPACES.
      * THRAUDIT's field-name column identifies which held item an
      * event belongs to - transmission sequence, stream and record
      * number; the run date goes in the effective-date column.
       01  WS-HOLD-AUDIT-NAME.
           05  FILLER                  PIC X(1)    VALUE "H".
           05  WS-HAN-FILE-SEQUENCE    PIC 9(6).
           05  FILLER                  PIC X(1)    VALUE "-".
           05  WS-HAN-STREAM-ID        PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "-".
           05  WS-HAN-RECORD-NUMBER    PIC 9(8).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "LARGE-VALUE HOLD QUEUE RELEASE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "LARGE-VALUE HOLD QUEUE RELEASE".
           05  LINE 3 COLUMN 1
               VALUE "1. Review held items".
           05  LINE 4 COLUMN 1
               VALUE "2. Release or decline reviewed items".
           05  LINE 5 COLUMN 1 VALUE "X. Exit".
           05  LINE 7 COLUMN 1 VALUE "Selection: ".
           05  LINE 7 COLUMN 12 PIC X(1) TO WS-MENU-CHOICE.

       01  HOLD-ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "HELD LARGE-VALUE ITEM".
           05  LINE 3 COLUMN 1 VALUE "Run date ............: ".
           05  LINE 3 COLUMN 25 PIC 9(8) FROM HLD-RUN-DATE.
           05  LINE 4 COLUMN 1 VALUE "Transmission seq ....: ".
           05  LINE 4 COLUMN 25 PIC 9(6) FROM HLD-FILE-SEQUENCE.
           05  LINE 5 COLUMN 1 VALUE "Stream / record .....: ".
           05  LINE 5 COLUMN 25 PIC 9(2) FROM HLD-STREAM-ID.
           05  LINE 5 COLUMN 28 PIC 9(8) FROM HLD-RECORD-NUMBER.
           05  LINE 6 COLUMN 1 VALUE "Source system .......: ".
           05  LINE 6 COLUMN 25 PIC X(8) FROM HLD-SOURCE-SYSTEM.
           05  LINE 7 COLUMN 1 VALUE "Category / band .....: ".
           05  LINE 7 COLUMN 25 PIC X(3) FROM HLD-SOURCE-CATEGORY.
           05  LINE 7 COLUMN 29 PIC X(4) FROM HLD-BAND-CODE.
           05  LINE 8 COLUMN 1 VALUE "Value ...............: ".
           05  LINE 8 COLUMN 25 PIC -9999999.99 FROM WS-HOLD-VALUE-EDIT.
           05  LINE 9 COLUMN 1 VALUE "Authorization limit .: ".
           05  LINE 9 COLUMN 25 PIC -9999999.99 FROM WS-AUTH-LIMIT-EDIT.
           05  LINE 10 COLUMN 1 VALUE "Held at .............: ".
           05  LINE 10 COLUMN 25 PIC X(21) FROM HLD-HELD-TIMESTAMP.
           05  LINE 11 COLUMN 1 VALUE "Reviewed by .........: ".
           05  LINE 11 COLUMN 25 PIC X(8) FROM HLD-REVIEWED-BY.
           05  LINE 12 COLUMN 1 VALUE "Reviewed at .........: ".
           05  LINE 12 COLUMN 25 PIC X(21) FROM HLD-REVIEW-TIMESTAMP.

       01  REVIEW-ACTION-SCREEN.
           05  LINE 14 COLUMN 1
               VALUE "Action (V=mark reviewed S=skip Q=quit): ".
           05  LINE 14 COLUMN 42 PIC X(1) TO WS-HOLD-ACTION.

       01  RELEASE-ACTION-SCREEN.
           05  LINE 14 COLUMN 1
               VALUE "Action (R=release D=decline S=skip Q=quit): ".
           05  LINE 14 COLUMN 46 PIC X(1) TO WS-HOLD-ACTION.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAIN-MENU UNTIL NOT WS-CONTINUE-PROCESSING
           PERFORM 9000-TERMINATE
           STOP RUN.

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
               DISPLAY "User not authorized for hold queue "
                   "release - access denied"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           ELSE
               OPEN I-O HOLD-FILE
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open hold queue HOLDQ - "
                       "status " WS-HOLD-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               ELSE
                   SET WS-HOLD-FILE-OPEN TO TRUE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUD-FILE-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   SET WS-AUD-FILE-OPEN TO TRUE
               END-IF
           END-IF.

      * The first look at a held item needs the repair or approve
      * role; releasing or declining it needs the approve role. The
      * user must exist, be active and unexpired. An unusable
      * security file denies everyone.
       1010-VALIDATE-USER.
           MOVE 'N' TO WS-AUTH-SWITCH
           MOVE 'N' TO WS-REVIEWER-SWITCH
           MOVE 'N' TO WS-APPROVER-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT SECURITY-FILE
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "Operator security file OPSEC not usable - "
                   "status " WS-SEC-FILE-STATUS
           ELSE
               MOVE WS-USER-ID TO SEC-USER-ID
               READ SECURITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEC-ACTIVE
                           AND (SEC-EXPIRY-DATE = 0
                               OR SEC-EXPIRY-DATE >= WS-CURR-DATE)
                           IF SEC-CAN-REPAIR OR SEC-CAN-APPROVE
                               SET WS-USER-CAN-REVIEW TO TRUE
                               SET WS-USER-AUTHORIZED TO TRUE
                           END-IF
                           IF SEC-CAN-APPROVE
                               SET WS-USER-CAN-APPROVE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.

       2000-MAIN-MENU.
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   IF WS-USER-CAN-REVIEW
                       PERFORM 3000-REVIEW-HELD-ITEMS
                   ELSE
                       DISPLAY "Repair or approve role required to "
                           "review held items"
                   END-IF
               WHEN "2"
                   IF WS-USER-CAN-APPROVE
                       PERFORM 4000-RELEASE-REVIEWED-ITEMS
                   ELSE
                       DISPLAY "Approve role required to release "
                           "held items"
                   END-IF
               WHEN "X"
               WHEN "x"
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid selection - choose 1-2 or X"
           END-EVALUATE.

      * Positions at the start of the queue for either walk; items
      * are presented in key order, oldest run first.
       2100-START-HOLD-SCAN.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-HOLD-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO HLD-KEY
           START HOLD-FILE KEY IS >= HLD-KEY
               INVALID KEY
                   SET WS-HOLD-SCAN-EOF TO TRUE
           END-START
           IF WS-HOLD-FILE-STATUS NOT = "00"
               SET WS-HOLD-SCAN-EOF TO TRUE
           END-IF.

       2200-SHOW-HOLD-ITEM.
           MOVE HLD-VALUE TO WS-HOLD-VALUE-EDIT
           MOVE HLD-AUTH-LIMIT TO WS-AUTH-LIMIT-EDIT
           MOVE SPACE TO WS-HOLD-ACTION
           DISPLAY HOLD-ITEM-SCREEN.

      * The item is re-read by key immediately before its status is
      * changed: another session may have acted on it while it sat on
      * this screen, or a failed BUGSOLUTION transmission may have
      * voided it, and a voided item must never be reviewed, released
      * or declined. Re-reading the same key leaves the walk
      * positioned where it was.
       2300-REREAD-HOLD-ITEM.
           MOVE 'N' TO WS-ITEM-CURRENT-SWITCH
           MOVE HLD-STATUS TO WS-SHOWN-STATUS
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "Item is no longer on the hold queue - "
                       "no action taken"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HLD-VOIDED
                           DISPLAY "Item was voided when its "
                               "transmission failed - no action taken"
                       WHEN HLD-STATUS NOT = WS-SHOWN-STATUS
                           DISPLAY "Item was changed by another "
                               "session - no action taken"
                       WHEN OTHER
                           SET WS-ITEM-STILL-CURRENT TO TRUE
                   END-EVALUATE
           END-READ.

      * Walks every HELD item and lets the operator mark it reviewed,
      * skip it, or stop the walk.
       3000-REVIEW-HELD-ITEMS.
           PERFORM 2100-START-HOLD-SCAN
           PERFORM 3100-REVIEW-NEXT-HELD UNTIL WS-HOLD-SCAN-EOF
           IF WS-ITEM-COUNT = 0
               DISPLAY "No held items awaiting review"
           END-IF.

       3100-REVIEW-NEXT-HELD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-HELD
                       ADD 1 TO WS-ITEM-COUNT
                       PERFORM 3200-DISPOSE-HELD-ITEM
                   END-IF
           END-READ.

       3200-DISPOSE-HELD-ITEM.
           PERFORM 2200-SHOW-HOLD-ITEM
           DISPLAY REVIEW-ACTION-SCREEN
           ACCEPT REVIEW-ACTION-SCREEN
           EVALUATE WS-HOLD-ACTION
               WHEN "V"
               WHEN "v"
                   PERFORM 2300-REREAD-HOLD-ITEM
                   IF WS-ITEM-STILL-CURRENT
                       PERFORM 3300-MARK-ITEM-REVIEWED
                   END-IF
               WHEN "Q"
               WHEN "q"
                   SET WS-HOLD-SCAN-EOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-MARK-ITEM-REVIEWED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'V' TO HLD-STATUS
           MOVE WS-USER-ID TO HLD-REVIEWED-BY
           MOVE WS-CURRENT-DATE-TIME TO HLD-REVIEW-TIMESTAMP
           REWRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "HELD" TO WS-OLD-STATUS-TEXT
               MOVE "REVIEWED" TO WS-NEW-STATUS-TEXT
               PERFORM 5000-AUDIT-HOLD-EVENT
               DISPLAY "Item marked reviewed - a different "
                   "approver must now release or decline it"
           ELSE
               DISPLAY "Review rewrite failed - status "
                   WS-HOLD-FILE-STATUS
           END-IF.

      * Walks every REVIEWED item. The operator who reviewed an item
      * cannot release or decline it - a second authorized user
      * must, or the dual control is only one person deep.
       4000-RELEASE-REVIEWED-ITEMS.
           PERFORM 2100-START-HOLD-SCAN
           PERFORM 4100-RELEASE-NEXT-REVIEWED UNTIL WS-HOLD-SCAN-EOF
           IF WS-ITEM-COUNT = 0
               DISPLAY "No reviewed items awaiting release"
           END-IF.

       4100-RELEASE-NEXT-REVIEWED.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-REVIEWED
                       ADD 1 TO WS-ITEM-COUNT
                       PERFORM 4200-DISPOSE-REVIEWED-ITEM
                   END-IF
           END-READ.

       4200-DISPOSE-REVIEWED-ITEM.
           PERFORM 2200-SHOW-HOLD-ITEM
           DISPLAY RELEASE-ACTION-SCREEN
           ACCEPT RELEASE-ACTION-SCREEN
           EVALUATE WS-HOLD-ACTION
               WHEN "R"
               WHEN "r"
               WHEN "D"
               WHEN "d"
                   PERFORM 2300-REREAD-HOLD-ITEM
                   EVALUATE TRUE
                       WHEN NOT WS-ITEM-STILL-CURRENT
                           CONTINUE
                       WHEN HLD-REVIEWED-BY = WS-USER-ID
                           DISPLAY "You cannot release or decline an "
                               "item you reviewed - a second "
                               "authorized user must act on it"
                       WHEN OTHER
                           PERFORM 4300-APPLY-RELEASE-DECISION
                   END-EVALUATE
               WHEN "Q"
               WHEN "q"
                   SET WS-HOLD-SCAN-EOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A released item is left for BUGSOLUTION to feed on its next
      * transmission; a declined one stays on the queue as the record
      * of the decision and is never fed.
       4300-APPLY-RELEASE-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-HOLD-ACTION = "R" OR WS-HOLD-ACTION = "r"
               MOVE 'R' TO HLD-STATUS
               MOVE "RELEASED" TO WS-NEW-STATUS-TEXT
           ELSE
               MOVE 'D' TO HLD-STATUS
               MOVE "DECLINED" TO WS-NEW-STATUS-TEXT
           END-IF
           MOVE WS-USER-ID TO HLD-RELEASED-BY
           MOVE WS-CURRENT-DATE-TIME TO HLD-RELEASE-TIMESTAMP
           REWRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "REVIEWED" TO WS-OLD-STATUS-TEXT
               PERFORM 5000-AUDIT-HOLD-EVENT
               IF HLD-RELEASED
                   DISPLAY "Item released - it will be fed with the "
                       "next transmission processed"
               ELSE
                   DISPLAY "Item declined - it will not be fed"
               END-IF
           ELSE
               DISPLAY "Release rewrite failed - status "
                   WS-HOLD-FILE-STATUS
           END-IF.

       5000-AUDIT-HOLD-EVENT.
           MOVE HLD-RUN-DATE TO AUD-EFFECTIVE-DATE
           MOVE HLD-SOURCE-CATEGORY TO AUD-CATEGORY
           MOVE HLD-FILE-SEQUENCE TO WS-HAN-FILE-SEQUENCE
           MOVE HLD-STREAM-ID TO WS-HAN-STREAM-ID
           MOVE HLD-RECORD-NUMBER TO WS-HAN-RECORD-NUMBER
           MOVE WS-HOLD-AUDIT-NAME TO AUD-FIELD-NAME
           MOVE WS-OLD-STATUS-TEXT TO AUD-OLD-VALUE
           MOVE WS-NEW-STATUS-TEXT TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.

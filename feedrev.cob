      *================================================================*
      * PROGRAM-ID : FEEDREV                                          *
      * Online feed reversal transaction for values already sent to   *
      * settlement. An authorized operator names the feed copy (the   *
      * FEEDOUT generation the values went out on), keys the run      *
      * date, an optional feed sequence ID range and band code, and a *
      * reason; every feed record that matches is shown on a screen   *
      * and can be reversed one at a time or all together. Each       *
      * reversal is written to the framed reversal file settlement    *
      * picks up (FEEDREVS, REVREC.CPY) carrying the original         *
      * FEED-RUN-DATE and FEED-SEQUENCE-ID, is posted to the reversal *
      * register (REVREG) so FEEDRECON treats the item as closed and  *
      * no value is reversed twice, and is logged to the reversal     *
      * audit trail (REVAUDIT) with the operator and the reason.      *
      * Taking money back from settlement needs the approve role on   *
      * the central operator security file (OPSEC). Sign-on takes the *
      * operator's password as well as the user ID; SIGNON checks it, *
      * enforces lockout and password changes, and logs refused       *
      * sign-ons to SECVIOL.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO WS-DD-FEEDCOPY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT REVERSAL-FILE ASSIGN TO "FEEDREVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVG-KEY
               FILE STATUS IS WS-RVG-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "REVAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT SECURITY-FILE ASSIGN TO "OPSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           RECORDING MODE IS F.
       COPY FEEDREC.

       FD  REVERSAL-FILE
           RECORDING MODE IS F.
       COPY REVREC.

       FD  REGISTER-FILE.
       COPY RVGREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY REVAUD.

       FD  SECURITY-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS         PIC X(2).
       01  WS-REV-FILE-STATUS          PIC X(2).
       01  WS-RVG-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-FEED-FILE-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
           88  WS-FEED-FILE-OPEN                   VALUE 'Y'.
       01  WS-REV-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-REV-FILE-OPEN                    VALUE 'Y'.
       01  WS-RVG-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-RVG-FILE-OPEN                    VALUE 'Y'.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-REV-HEADER-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-REV-HEADER-WRITTEN               VALUE 'Y'.
       01  WS-REV-DETAIL-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-REV-DETAIL-SENT                  VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "FEEDREV".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-CONTINUE-SWITCH          PIC X(1)    VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING              VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-REVERSE-ALL-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-REVERSE-ALL                      VALUE 'Y'.
       01  WS-ALREADY-REVERSED-SWITCH  PIC X(1)    VALUE 'N'.
           88  WS-ALREADY-REVERSED                 VALUE 'Y'.
       01  WS-DD-FEEDCOPY              PIC X(20)   VALUE SPACES.
       01  WS-RUN-DATE-ENTRY           PIC 9(8)    VALUE 0.
       01  WS-SEQ-FROM-ENTRY           PIC 9(8)    VALUE 0.
       01  WS-SEQ-TO-ENTRY             PIC 9(8)    VALUE 0.
       01  WS-BAND-ENTRY               PIC X(4)    VALUE SPACES.
       01  WS-REASON-CODE-ENTRY        PIC X(2)    VALUE SPACES.
       01  WS-REASON-TEXT-ENTRY        PIC X(30)   VALUE SPACES.
       01  WS-ACTION-CODE              PIC X(1).
      * Each session's reversals go out as one header-to-trailer set;
      * the set is numbered by the time of day the session started,
      * which keeps two sets issued the same day apart.
       01  WS-SESSION-SEQUENCE         PIC 9(6)    VALUE 0.
       01  WS-COUNT-READ               PIC 9(8)    VALUE 0.
       01  WS-COUNT-SELECTED           PIC 9(8)    VALUE 0.
       01  WS-COUNT-REVERSED           PIC 9(8)    VALUE 0.
       01  WS-COUNT-ALREADY-DONE       PIC 9(8)    VALUE 0.
       01  WS-COUNT-SKIPPED            PIC 9(8)    VALUE 0.
       01  WS-REVERSAL-HASH-TOTAL      PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-HASH-EDIT                PIC -(13)9.99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "FEED REVERSAL - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  SELECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "FEED REVERSAL - SELECT FEED RECORDS".
           05  LINE 3 COLUMN 1
               VALUE "Feed copy (blank = FEEDOUT) ..: ".
           05  LINE 3 COLUMN 33 PIC X(20) TO WS-DD-FEEDCOPY.
           05  LINE 4 COLUMN 1
               VALUE "Feed run date (YYYYMMDD) .....: ".
           05  LINE 4 COLUMN 33 PIC 9(8) TO WS-RUN-DATE-ENTRY.
           05  LINE 5 COLUMN 1
               VALUE "Sequence ID from (0 = first) .: ".
           05  LINE 5 COLUMN 33 PIC 9(8) TO WS-SEQ-FROM-ENTRY.
           05  LINE 6 COLUMN 1
               VALUE "Sequence ID to   (0 = last) ..: ".
           05  LINE 6 COLUMN 33 PIC 9(8) TO WS-SEQ-TO-ENTRY.
           05  LINE 7 COLUMN 1
               VALUE "Band code (blank = all) ......: ".
           05  LINE 7 COLUMN 33 PIC X(4) TO WS-BAND-ENTRY.
           05  LINE 8 COLUMN 1
               VALUE "Reason code ..................: ".
           05  LINE 8 COLUMN 33 PIC X(2) TO WS-REASON-CODE-ENTRY.
           05  LINE 9 COLUMN 1
               VALUE "Reason text ..................: ".
           05  LINE 9 COLUMN 33 PIC X(30) TO WS-REASON-TEXT-ENTRY.

       01  REVERSE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "FEED REVERSAL".
           05  LINE 3 COLUMN 1 VALUE "Feed run date .......: ".
           05  LINE 3 COLUMN 25 PIC 9(8) FROM FEED-RUN-DATE.
           05  LINE 4 COLUMN 1 VALUE "Feed sequence ID ....: ".
           05  LINE 4 COLUMN 25 PIC 9(8) FROM FEED-SEQUENCE-ID.
           05  LINE 5 COLUMN 1 VALUE "Value fed ...........: ".
           05  LINE 5 COLUMN 25 PIC X(11) FROM FEED-VALUE.
           05  LINE 6 COLUMN 1 VALUE "Band ................: ".
           05  LINE 6 COLUMN 25 PIC X(4) FROM FEED-BAND-CODE.
           05  LINE 7 COLUMN 1 VALUE "Fed at ..............: ".
           05  LINE 7 COLUMN 25 PIC X(21) FROM FEED-TIMESTAMP.
           05  LINE 8 COLUMN 1 VALUE "Reason ..............: ".
           05  LINE 8 COLUMN 25 PIC X(2) FROM WS-REASON-CODE-ENTRY.
           05  LINE 8 COLUMN 28 PIC X(30) FROM WS-REASON-TEXT-ENTRY.
           05  LINE 10 COLUMN 1
               VALUE "Action (R=reverse A=reverse all S=skip Q=quit): ".
           05  LINE 10 COLUMN 50 PIC X(1) TO WS-ACTION-CODE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-CONTINUE-PROCESSING
               PERFORM 2000-SELECT-FEED-RECORD UNTIL WS-EOF
               PERFORM 8000-DISPLAY-REVERSAL-TOTALS
           END-IF
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
               DISPLAY "User not authorized for feed reversal - "
                   "access denied"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           ELSE
               DISPLAY SELECT-SCREEN
               ACCEPT SELECT-SCREEN
               PERFORM 1020-EDIT-SELECTION
           END-IF
           IF WS-CONTINUE-PROCESSING
               PERFORM 1100-OPEN-FILES
           END-IF
           IF WS-CONTINUE-PROCESSING
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURR-TIME TO WS-SESSION-SEQUENCE
               PERFORM 2100-READ-FEED-FILE
           END-IF.

      * Authorization comes from the central operator security file:
      * the user must exist, be active and unexpired, and hold the
      * approve role - a reversal takes money back from settlement.
      * An unusable security file denies everyone.
       1010-VALIDATE-USER.
           MOVE 'N' TO WS-AUTH-SWITCH
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
                       IF SEC-ACTIVE AND SEC-CAN-APPROVE
                           AND (SEC-EXPIRY-DATE = 0
                               OR SEC-EXPIRY-DATE >= WS-CURR-DATE)
                           SET WS-USER-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.

      * A reversal without a reason would leave the audit trail
      * unable to say why money came back, so the reason code is
      * mandatory; the run date is the one selection that must be
      * given - a session never reverses across dates.
       1020-EDIT-SELECTION.
           IF WS-DD-FEEDCOPY = SPACES
               MOVE "FEEDOUT" TO WS-DD-FEEDCOPY
           END-IF
           IF WS-SEQ-TO-ENTRY = 0
               MOVE 99999999 TO WS-SEQ-TO-ENTRY
           END-IF
           IF WS-RUN-DATE-ENTRY = 0
               DISPLAY "Feed run date must be entered - nothing "
                   "reversed"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           END-IF
           IF WS-REASON-CODE-ENTRY = SPACES
               DISPLAY "Reason code must be entered - nothing "
                   "reversed"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           END-IF
           IF WS-SEQ-FROM-ENTRY > WS-SEQ-TO-ENTRY
               DISPLAY "Sequence ID range is reversed (from > to) - "
                   "nothing reversed"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           END-IF.

      * The register is created on first use; the reversal file and
      * the audit trail are appended to, falling back to a new file
      * the first time.
       1100-OPEN-FILES.
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "Feed copy " WS-DD-FEEDCOPY " not usable - "
                   "status " WS-FEED-FILE-STATUS
               MOVE 'N' TO WS-CONTINUE-SWITCH
           ELSE
               SET WS-FEED-FILE-OPEN TO TRUE
               OPEN I-O REGISTER-FILE
               IF WS-RVG-FILE-STATUS = "35"
                   OPEN OUTPUT REGISTER-FILE
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
               IF WS-RVG-FILE-STATUS NOT = "00"
                   DISPLAY "Reversal register REVREG not usable - "
                       "status " WS-RVG-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               ELSE
                   SET WS-RVG-FILE-OPEN TO TRUE
                   OPEN EXTEND REVERSAL-FILE
                   IF WS-REV-FILE-STATUS NOT = "00"
                       OPEN OUTPUT REVERSAL-FILE
                   END-IF
                   SET WS-REV-FILE-OPEN TO TRUE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUD-FILE-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   SET WS-AUD-FILE-OPEN TO TRUE
               END-IF
           END-IF.

       2000-SELECT-FEED-RECORD.
           IF FEED-DETAIL-RECORD
               AND FEED-RUN-DATE = WS-RUN-DATE-ENTRY
               AND FEED-SEQUENCE-ID >= WS-SEQ-FROM-ENTRY
               AND FEED-SEQUENCE-ID <= WS-SEQ-TO-ENTRY
               AND (WS-BAND-ENTRY = SPACES
                   OR FEED-BAND-CODE = WS-BAND-ENTRY)
               ADD 1 TO WS-COUNT-SELECTED
               PERFORM 3000-DISPOSE-FEED-RECORD
           END-IF
           IF NOT WS-EOF
               PERFORM 2100-READ-FEED-FILE
           END-IF.

      * Headers and trailers of the feed copy are read through; only
      * detail records are candidates for reversal.
       2100-READ-FEED-FILE.
           READ FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FEED-DETAIL-RECORD
                       ADD 1 TO WS-COUNT-READ
                   END-IF
           END-READ.

       3000-DISPOSE-FEED-RECORD.
           PERFORM 3010-CHECK-REGISTER
           EVALUATE TRUE
               WHEN WS-ALREADY-REVERSED
                   ADD 1 TO WS-COUNT-ALREADY-DONE
                   DISPLAY "Feed record " FEED-RUN-DATE "/"
                       FEED-SEQUENCE-ID " already reversed by "
                       RVG-REVERSED-BY " - skipped"
               WHEN WS-REVERSE-ALL
                   PERFORM 3100-ISSUE-REVERSAL
               WHEN OTHER
                   MOVE SPACE TO WS-ACTION-CODE
                   DISPLAY REVERSE-SCREEN
                   ACCEPT REVERSE-SCREEN
                   EVALUATE WS-ACTION-CODE
                       WHEN "R"
                       WHEN "r"
                           PERFORM 3100-ISSUE-REVERSAL
                       WHEN "A"
                       WHEN "a"
                           SET WS-REVERSE-ALL TO TRUE
                           PERFORM 3100-ISSUE-REVERSAL
                       WHEN "Q"
                       WHEN "q"
                           ADD 1 TO WS-COUNT-SKIPPED
                           SET WS-EOF TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-COUNT-SKIPPED
                   END-EVALUATE
           END-EVALUATE.

       3010-CHECK-REGISTER.
           MOVE 'N' TO WS-ALREADY-REVERSED-SWITCH
           MOVE FEED-RUN-DATE TO RVG-RUN-DATE
           MOVE FEED-SEQUENCE-ID TO RVG-SEQUENCE-ID
           READ REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-REVERSED TO TRUE
           END-READ.

      * The register entry is written first: it is the lock that
      * stops the same value going back twice, so a reversal record
      * is only sent once the register has accepted the key. If the
      * reversal record itself cannot be written the register entry
      * is taken back out, so the value is not left looking reversed
      * and can be reversed again once the file is put right; only a
      * reversal that was actually sent is logged to REVAUDIT.
       3100-ISSUE-REVERSAL.
           IF NOT WS-REV-HEADER-WRITTEN
               PERFORM 3200-WRITE-REVERSAL-HEADER
           END-IF
           IF WS-REV-HEADER-WRITTEN
               PERFORM 3110-REGISTER-AND-SEND
           ELSE
               ADD 1 TO WS-COUNT-SKIPPED
           END-IF.

       3110-REGISTER-AND-SEND.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE FEED-RUN-DATE TO RVG-RUN-DATE
           MOVE FEED-SEQUENCE-ID TO RVG-SEQUENCE-ID
           MOVE FEED-VALUE TO RVG-VALUE
           MOVE FEED-BAND-CODE TO RVG-BAND-CODE
           MOVE WS-REASON-CODE-ENTRY TO RVG-REASON-CODE
           MOVE WS-USER-ID TO RVG-REVERSED-BY
           MOVE WS-CURRENT-DATE-TIME TO RVG-TIMESTAMP
           MOVE WS-CURR-DATE TO RVG-ISSUE-DATE
           MOVE WS-SESSION-SEQUENCE TO RVG-ISSUE-SEQUENCE
           WRITE REVERSAL-REGISTER-RECORD
           IF WS-RVG-FILE-STATUS NOT = "00"
               DISPLAY "Reversal register write failed for "
                   FEED-RUN-DATE "/" FEED-SEQUENCE-ID " - status "
                   WS-RVG-FILE-STATUS " - not reversed"
               ADD 1 TO WS-COUNT-SKIPPED
           ELSE
               PERFORM 3300-WRITE-REVERSAL-DETAIL
               IF WS-REV-DETAIL-SENT
                   PERFORM 3400-WRITE-REVERSAL-AUDIT
               ELSE
                   PERFORM 3150-RELEASE-REGISTER-ENTRY
               END-IF
           END-IF.

       3150-RELEASE-REGISTER-ENTRY.
           DELETE REGISTER-FILE RECORD
           IF WS-RVG-FILE-STATUS NOT = "00"
               DISPLAY "Reversal register entry for " FEED-RUN-DATE
                   "/" FEED-SEQUENCE-ID " could not be removed - "
                   "status " WS-RVG-FILE-STATUS " - remove it before "
                   "the value is reversed again"
           END-IF
           ADD 1 TO WS-COUNT-SKIPPED.

       3200-WRITE-REVERSAL-HEADER.
           MOVE SPACES TO REVERSAL-RECORD
           MOVE 'H' TO REV-RECORD-TYPE
           MOVE WS-CURR-DATE TO REV-HDR-ISSUE-DATE
           MOVE WS-SESSION-SEQUENCE TO REV-HDR-SEQUENCE
           MOVE "NUMCHECK" TO REV-HDR-SENDING-SYSTEM
           WRITE REVERSAL-RECORD
           IF WS-REV-FILE-STATUS = "00"
               SET WS-REV-HEADER-WRITTEN TO TRUE
           ELSE
               DISPLAY "Reversal header write failed - status "
                   WS-REV-FILE-STATUS " - no reversals issued this "
                   "session"
               MOVE 'N' TO WS-CONTINUE-SWITCH
               SET WS-EOF TO TRUE
           END-IF.

       3300-WRITE-REVERSAL-DETAIL.
           MOVE SPACES TO REVERSAL-RECORD
           MOVE 'D' TO REV-RECORD-TYPE
           MOVE FEED-RUN-DATE TO REV-ORIG-RUN-DATE
           MOVE FEED-SEQUENCE-ID TO REV-ORIG-SEQUENCE-ID
           MOVE FEED-VALUE TO REV-VALUE
           MOVE FEED-BAND-CODE TO REV-BAND-CODE
           MOVE WS-REASON-CODE-ENTRY TO REV-REASON-CODE
           MOVE WS-CURR-DATE TO REV-ISSUE-DATE
           MOVE 'N' TO WS-REV-DETAIL-SWITCH
           WRITE REVERSAL-RECORD
           IF WS-REV-FILE-STATUS = "00"
               SET WS-REV-DETAIL-SENT TO TRUE
               ADD 1 TO WS-COUNT-REVERSED
               ADD FUNCTION NUMVAL(FEED-VALUE)
                   TO WS-REVERSAL-HASH-TOTAL
               DISPLAY "REVERSED: " FEED-RUN-DATE "/"
                   FEED-SEQUENCE-ID " value " FEED-VALUE
                   " band " FEED-BAND-CODE
           ELSE
               DISPLAY "Reversal record write failed for "
                   FEED-RUN-DATE "/" FEED-SEQUENCE-ID " - status "
                   WS-REV-FILE-STATUS
           END-IF.

       3400-WRITE-REVERSAL-AUDIT.
           MOVE FEED-RUN-DATE TO RAUD-ORIG-RUN-DATE
           MOVE FEED-SEQUENCE-ID TO RAUD-ORIG-SEQUENCE-ID
           MOVE FEED-VALUE TO RAUD-VALUE
           MOVE FEED-BAND-CODE TO RAUD-BAND-CODE
           MOVE WS-REASON-CODE-ENTRY TO RAUD-REASON-CODE
           MOVE WS-REASON-TEXT-ENTRY TO RAUD-REASON-TEXT
           MOVE WS-USER-ID TO RAUD-REVERSED-BY
           MOVE WS-CURRENT-DATE-TIME TO RAUD-TIMESTAMP
           WRITE REVERSAL-AUDIT-RECORD
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "Reversal audit write failed - status "
                   WS-AUD-FILE-STATUS
           END-IF.

      * The session's reversal set is closed with its own count and
      * hash so settlement can prove it arrived whole.
       3500-WRITE-REVERSAL-TRAILER.
           MOVE SPACES TO REVERSAL-RECORD
           MOVE 'T' TO REV-RECORD-TYPE
           MOVE WS-COUNT-REVERSED TO REV-TRL-RECORD-COUNT
           MOVE WS-REVERSAL-HASH-TOTAL TO REV-TRL-HASH-TOTAL
           WRITE REVERSAL-RECORD
           IF WS-REV-FILE-STATUS NOT = "00"
               DISPLAY "Reversal trailer write failed - status "
                   WS-REV-FILE-STATUS
           END-IF.

       8000-DISPLAY-REVERSAL-TOTALS.
           MOVE WS-REVERSAL-HASH-TOTAL TO WS-HASH-EDIT
           DISPLAY "============================================"
           DISPLAY "FEED REVERSAL - SESSION TOTALS"
           DISPLAY "============================================"
           DISPLAY "Feed copy .......................: "
               WS-DD-FEEDCOPY
           DISPLAY "Feed detail records read ........: "
               WS-COUNT-READ
           DISPLAY "Selected for reversal ...........: "
               WS-COUNT-SELECTED
           DISPLAY "Reversed and sent to FEEDREVS ...: "
               WS-COUNT-REVERSED
           DISPLAY "Value reversed (hash total) .....: "
               WS-HASH-EDIT
           DISPLAY "Already reversed earlier ........: "
               WS-COUNT-ALREADY-DONE
           DISPLAY "Skipped (left as fed) ...........: "
               WS-COUNT-SKIPPED
           DISPLAY "============================================".

       9000-TERMINATE.
           IF WS-REV-HEADER-WRITTEN
               PERFORM 3500-WRITE-REVERSAL-TRAILER
           END-IF
           IF WS-FEED-FILE-OPEN
               CLOSE FEED-FILE
           END-IF
           IF WS-REV-FILE-OPEN
               CLOSE REVERSAL-FILE
           END-IF
           IF WS-RVG-FILE-OPEN
               CLOSE REGISTER-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.

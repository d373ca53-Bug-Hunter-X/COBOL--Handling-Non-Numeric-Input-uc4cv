      *================================================================*
      * PROGRAM-ID : EXCREPAIR                                        *
      * Online exception repair and recycle transaction. Searches the *
      * exception master (EXCMAST, EXMREC.CPY) for open exceptions -  *
      * one run date, or every day on file, narrowed by source        *
      * category and/or reject reason when those are keyed - shows    *
      * each rejected value with its record number and timestamp on a *
      * screen, and lets an authorized operator key a corrected value *
      * or mark the reject "return to source". The exception's status *
      * is updated in place on the master with the operator's user    *
      * ID, so only open exceptions are ever offered and a second     *
      * session cannot work the same reject twice. Every disposition  *
      * is written to the recycle file (RCYREC.CPY) with the original *
      * run date and record number, so BUGSOLUTION can reprocess the  *
      * corrections ahead of NUMIN on the next run and every reject   *
      * can be proven resolved. An exception that is itself a failed  *
      * correction (the checker marks it reason RR with a nonzero     *
      * attempt count) is not offered for repair again: it is forced  *
      * back to source with disposition F, so a bad correction cannot *
      * circulate between the exception and recycle files forever.    *
      * Returned and forced items carry the sending system from the   *
      * exception, and the nightly return-to-source run (SRCRETURN)   *
      * sends them back to it. Sign-on takes the operator's password  *
      * as well as the user ID; SIGNON checks it, enforces lockout    *
      * and password changes, and logs refused sign-ons to SECVIOL.   *
      * Each exception shows the source transaction reference it      *
      * arrived with, and the recycle record keeps it. A duplicate    *
      * (reason DU) was already settled under its reference, so it    *
      * may be returned to source but not corrected - a recycled      *
      * correction is not checked for duplicates and would settle it  *
      * twice.                                                        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCREPAIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-RCY-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-EXM-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-EXM-FILE-OPEN                    VALUE 'Y'.
       01  WS-RCY-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-RCY-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "EXCREPAIR".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-CONTINUE-SWITCH          PIC X(1)    VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING              VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
      * Search criteria: a zero run date searches every day on the
      * master; a blank category or reason matches any.
       01  WS-RUN-DATE-ENTRY           PIC 9(8)    VALUE 0.
       01  WS-CATEGORY-ENTRY           PIC X(3)    VALUE SPACES.
       01  WS-REASON-ENTRY             PIC X(2)    VALUE SPACES.
       01  WS-FETCH-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-EXCEPTION-FETCHED                VALUE 'Y'.
       01  WS-CLAIM-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-EXCEPTION-CLAIMED                VALUE 'Y'.
       01  WS-NEW-EXM-STATUS           PIC X(1)    VALUE SPACE.
       01  WS-ACTION-CODE              PIC X(1).
       01  WS-ACTION-DONE-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-ACTION-DONE                      VALUE 'Y'.
                                       PIC S9(7)V99
                                        SIGN LEADING SEPARATE
                                        CHARACTER.
       01  WS-COUNT-ALREADY-DONE       PIC 9(8)    VALUE 0.
       01  WS-COUNT-FORCED             PIC 9(8)    VALUE 0.
       01  WS-COUNT-READ               PIC 9(8)    VALUE 0.
               VALUE "EXCEPTION REPAIR AND RECYCLE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  SELECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 3 COLUMN 1
               VALUE "Exception run date (YYYYMMDD): ".
           05  LINE 3 COLUMN 32 PIC 9(8) TO WS-RUN-DATE-ENTRY.
           05  LINE 3 COLUMN 42 VALUE "(0 = every day)".
           05  LINE 4 COLUMN 1
               VALUE "Source category ..............: ".
           05  LINE 4 COLUMN 32 PIC X(3) TO WS-CATEGORY-ENTRY.
           05  LINE 4 COLUMN 42 VALUE "(blank = any)".
           05  LINE 5 COLUMN 1
               VALUE "Reject reason (NN/UC/RR/DU) ..: ".
           05  LINE 5 COLUMN 32 PIC X(2) TO WS-REASON-ENTRY.
           05  LINE 5 COLUMN 42 VALUE "(blank = any)".

       01  REPAIR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "EXCEPTION REPAIR AND RECYCLE".
           05  LINE 3 COLUMN 1 VALUE "Run date ............: ".
           05  LINE 3 COLUMN 25 PIC 9(8) FROM EXM-RUN-DATE.
           05  LINE 3 COLUMN 35 VALUE "Seq: ".
           05  LINE 3 COLUMN 40 PIC 9(6) FROM EXM-FILE-SEQUENCE.
           05  LINE 4 COLUMN 1 VALUE "Record number .......: ".
           05  LINE 4 COLUMN 25 PIC 9(8) FROM EXM-RECORD-NUMBER.
           05  LINE 4 COLUMN 35 VALUE "Stream: ".
           05  LINE 4 COLUMN 43 PIC 9(2) FROM EXM-STREAM-ID.
           05  LINE 5 COLUMN 1 VALUE "Rejected at .........: ".
           05  LINE 5 COLUMN 25 PIC X(21) FROM EXM-TIMESTAMP.
           05  LINE 6 COLUMN 1 VALUE "Rejected value ......: ".
           05  LINE 6 COLUMN 25 PIC X(10) FROM EXM-VALUE.
           05  LINE 6 COLUMN 35 VALUE "Ref: ".
           05  LINE 6 COLUMN 40 PIC X(11) FROM EXM-SOURCE-REFERENCE.
           05  LINE 7 COLUMN 1 VALUE "Source category .....: ".
           05  LINE 7 COLUMN 25 PIC X(3) FROM EXM-SOURCE-CATEGORY.
           05  LINE 7 COLUMN 35 VALUE "Reason: ".
           05  LINE 7 COLUMN 43 PIC X(2) FROM EXM-REJECT-REASON.
           05  LINE 7 COLUMN 47 VALUE "Repairs: ".
           05  LINE 7 COLUMN 56 PIC 9(2) FROM EXM-RECYCLE-ATTEMPTS.
           05  LINE 8 COLUMN 1
               VALUE "Action (C=correct R=return to source S=skip): ".
           05  LINE 8 COLUMN 48 PIC X(1) TO WS-ACTION-CODE.
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
               DISPLAY "User not authorized for exception repair - "
                   "access denied"
           ELSE
               DISPLAY SELECT-SCREEN
               ACCEPT SELECT-SCREEN
               INSPECT WS-CATEGORY-ENTRY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-REASON-ENTRY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               OPEN I-O EXCEPTION-MASTER-FILE
               IF WS-EXM-FILE-STATUS NOT = "00"
                   DISPLAY "Exception master EXCMAST not usable - "
                       "status " WS-EXM-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               ELSE
                   SET WS-EXM-FILE-OPEN TO TRUE
                   OPEN EXTEND RECYCLE-FILE
                   IF WS-RCY-FILE-STATUS NOT = "00"
                       OPEN OUTPUT RECYCLE-FILE
                   END-IF
                   SET WS-RCY-FILE-OPEN TO TRUE
                   PERFORM 1100-POSITION-EXCEPTION-MASTER
                   PERFORM 2100-READ-EXCEPTION-FILE
               END-IF
           END-IF.
               CLOSE SECURITY-FILE
           END-IF.

      * The master is in run-date order, so a one-day search starts
      * at that date's first key and a search over every day starts
      * at the front of the file.
       1100-POSITION-EXCEPTION-MASTER.
           MOVE WS-RUN-DATE-ENTRY TO EXM-RUN-DATE
           MOVE 0 TO EXM-FILE-SEQUENCE
           MOVE 0 TO EXM-STREAM-ID
           MOVE 0 TO EXM-RECORD-NUMBER
           START EXCEPTION-MASTER-FILE KEY IS >= EXM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       2000-REPAIR-EXCEPTION.
           IF EXM-RECYCLE-ATTEMPTS > 0
               PERFORM 2030-FORCE-RETURN-TO-SOURCE
           ELSE
               MOVE 'N' TO WS-ACTION-DONE-SWITCH
               PERFORM 2010-ACCEPT-REPAIR-ACTION
                   UNTIL WS-ACTION-DONE
           END-IF
           PERFORM 2100-READ-EXCEPTION-FILE.

      * A correction that already rejected once gets no second
      * disposition code, and the forced return is visible on the
      * session totals and the recycle audit trail.
       2030-FORCE-RETURN-TO-SOURCE.
           DISPLAY "Record " EXM-RECORD-NUMBER " is a correction "
               "that rejected again - forced return to source"
           MOVE 'F' TO WS-NEW-EXM-STATUS
           PERFORM 3100-CLAIM-EXCEPTION
           IF WS-EXCEPTION-CLAIMED
               MOVE 'F' TO RCY-DISPOSITION
               MOVE SPACES TO WS-CORRECTED-ENTRY
               PERFORM 3000-WRITE-RECYCLE-RECORD
               ADD 1 TO WS-COUNT-FORCED
           END-IF.

      * A correction must satisfy the same picture the checker edits
      * NUM-VALUE against - sign plus nine digits with two implied
      * decimals - or it would be recycled only to be rejected again
      * next run; the operator is re-prompted until the value passes
      * or the exception is skipped or returned. A duplicate (DU) has
      * nothing wrong with its value - the source sent it twice - and
      * a recycled correction is not checked for duplicates, so it
      * can only be returned to source, never corrected.
       2010-ACCEPT-REPAIR-ACTION.
           MOVE SPACE TO WS-ACTION-CODE
           MOVE SPACES TO WS-CORRECTED-ENTRY
           EVALUATE WS-ACTION-CODE
               WHEN "C"
               WHEN "c"
                   EVALUATE TRUE
                       WHEN EXM-REASON-DUPLICATE
                           DISPLAY "Record " EXM-RECORD-NUMBER
                               " duplicates reference "
                               EXM-SOURCE-REFERENCE " - return it "
                               "to source or skip"
                       WHEN WS-CORRECTED-NUM IS NUMERIC
                           MOVE 'C' TO WS-NEW-EXM-STATUS
                           PERFORM 3100-CLAIM-EXCEPTION
                           IF WS-EXCEPTION-CLAIMED
                               MOVE 'C' TO RCY-DISPOSITION
                               PERFORM 3000-WRITE-RECYCLE-RECORD
                               ADD 1 TO WS-COUNT-CORRECTED
                           END-IF
                           SET WS-ACTION-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Corrected value must be keyed as "
                               "sign and nine digits, e.g. +000001234 "
                               "for 12.34 - re-key or skip"
                   END-EVALUATE
               WHEN "R"
               WHEN "r"
                   MOVE 'R' TO WS-NEW-EXM-STATUS
                   PERFORM 3100-CLAIM-EXCEPTION
                   IF WS-EXCEPTION-CLAIMED
                       MOVE 'R' TO RCY-DISPOSITION
                       MOVE SPACES TO WS-CORRECTED-ENTRY
                       PERFORM 3000-WRITE-RECYCLE-RECORD
                       ADD 1 TO WS-COUNT-RETURNED
                   END-IF
                   SET WS-ACTION-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-SKIPPED
                   SET WS-ACTION-DONE TO TRUE
           END-EVALUATE.

      * Only open exceptions that match the search are offered.
      * Anything else matching the search has already been worked
      * and is counted as such; a one-day search stops at the first
      * key of the next day.
       2100-READ-EXCEPTION-FILE.
           MOVE 'N' TO WS-FETCH-SWITCH
           PERFORM UNTIL WS-EXCEPTION-FETCHED OR WS-EOF
               READ EXCEPTION-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-RUN-DATE-ENTRY NOT = 0
                               AND EXM-RUN-DATE NOT = WS-RUN-DATE-ENTRY
                               SET WS-EOF TO TRUE
                           WHEN WS-CATEGORY-ENTRY NOT = SPACES
                               AND EXM-SOURCE-CATEGORY
                                   NOT = WS-CATEGORY-ENTRY
                               CONTINUE
                           WHEN WS-REASON-ENTRY NOT = SPACES
                               AND EXM-REJECT-REASON
                                   NOT = WS-REASON-ENTRY
                               CONTINUE
                           WHEN EXM-OPEN
                               ADD 1 TO WS-COUNT-READ
                               SET WS-EXCEPTION-FETCHED TO TRUE
                           WHEN OTHER
                               ADD 1 TO WS-COUNT-ALREADY-DONE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3000-WRITE-RECYCLE-RECORD.
           MOVE EXM-RUN-DATE TO RCY-ORIGINAL-RUN-DATE
           MOVE EXM-RECORD-NUMBER TO RCY-ORIGINAL-RECORD-NUMBER
           MOVE EXM-FILE-SEQUENCE TO RCY-FILE-SEQUENCE
           MOVE EXM-STREAM-ID TO RCY-STREAM-ID
           MOVE EXM-VALUE TO RCY-ORIGINAL-VALUE
           MOVE WS-CORRECTED-ENTRY TO RCY-CORRECTED-VALUE
           MOVE EXM-SOURCE-CATEGORY TO RCY-SOURCE-CATEGORY
           MOVE EXM-SOURCE-SYSTEM TO RCY-SOURCE-SYSTEM
           MOVE EXM-SOURCE-REFERENCE TO RCY-SOURCE-REFERENCE
           MOVE 0 TO RCY-RETURNED-DATE
           MOVE WS-USER-ID TO RCY-REPAIR-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO RCY-REPAIR-TIMESTAMP
           MOVE 0 TO RCY-CONSUMED-SEQUENCE
           IF RCY-CORRECTED
               COMPUTE RCY-ATTEMPT-COUNT =
                   EXM-RECYCLE-ATTEMPTS + 1
           ELSE
               MOVE EXM-RECYCLE-ATTEMPTS TO RCY-ATTEMPT-COUNT
           END-IF
           WRITE RECYCLE-RECORD
           IF WS-RCY-FILE-STATUS NOT = "00"
                   WS-RCY-FILE-STATUS
           END-IF.

      * The exception is re-read by key immediately before its status
      * is changed: another session, or the return-to-source run,
      * may have worked it while it sat on this screen, and a reject
      * worked twice would reach the recycle file twice. Re-reading
      * the same key leaves the browse positioned where it was.
       3100-CLAIM-EXCEPTION.
           MOVE 'N' TO WS-CLAIM-SWITCH
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "Record " EXM-RECORD-NUMBER " is no "
                       "longer on the exception master - skipped"
               NOT INVALID KEY
                   IF EXM-OPEN
                       MOVE WS-NEW-EXM-STATUS TO EXM-STATUS
                       MOVE WS-USER-ID TO EXM-CHANGED-BY
                       MOVE FUNCTION CURRENT-DATE
                           TO EXM-CHANGED-TIMESTAMP
                       REWRITE EXCEPTION-MASTER-RECORD
                       IF WS-EXM-FILE-STATUS = "00"
                           SET WS-EXCEPTION-CLAIMED TO TRUE
                       ELSE
                           DISPLAY "Exception master rewrite failed - "
                               "status " WS-EXM-FILE-STATUS
                               " - nothing recorded"
                       END-IF
                   ELSE
                       ADD 1 TO WS-COUNT-ALREADY-DONE
                       DISPLAY "Record " EXM-RECORD-NUMBER " already "
                           "dispositioned by " EXM-CHANGED-BY
                           " - skipped"
                   END-IF
           END-READ.

       8000-DISPLAY-REPAIR-TOTALS.
           DISPLAY "============================================"
           DISPLAY "EXCEPTION REPAIR - SESSION TOTALS"
           DISPLAY "============================================"
           DISPLAY "Open exceptions offered ........: " WS-COUNT-READ
           DISPLAY "Corrected for recycle ..........: "
               WS-COUNT-CORRECTED
           DISPLAY "Returned to source .............: "
           DISPLAY "============================================".

       9000-TERMINATE.
           IF WS-EXM-FILE-OPEN
               CLOSE EXCEPTION-MASTER-FILE
           END-IF
           IF WS-RCY-FILE-OPEN
               CLOSE RECYCLE-FILE

      *================================================================*
      * PROGRAM-ID : SECVRPT                                          *
      * Daily security violations report for the security             *
      * administrator. Lists every refused sign-on SIGNON logged to   *
      * the violation log (SECVIOL) for the report date - time, user  *
      * ID, the transaction it was tried on, and why it was refused - *
      * then the totals by reason and by user ID, so repeated         *
      * guessing against one operator or from one transaction stands  *
      * out, and finally every operator on OPSEC who is locked out    *
      * right now and waiting for SECMAINT to unlock them. Any        *
      * violation or locked operator ends the job with return code 4  *
      * so the report is not filed unread; an unusable violation log  *
      * or security file ends it with 12. Parameter DATE=yyyymmdd     *
      * reports an earlier day (default today).                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-FILE-STATUS.

           SELECT SECURITY-FILE ASSIGN TO "OPSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE
           RECORDING MODE IS F.
       COPY SVLREC.

       FD  SECURITY-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-SVL-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-RUN-PARM                 PIC X(40)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-DATE-ENTRY               PIC X(8)    VALUE SPACES.
       01  WS-REPORT-DATE              PIC 9(8)    VALUE 0.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-VIOLATION-TIME           PIC X(8)    VALUE SPACES.
       01  WS-COUNT-VIOLATIONS         PIC 9(6)    VALUE 0.
       01  WS-REASON-COUNTS.
           05  WS-COUNT-UNKNOWN-USER   PIC 9(6)    VALUE 0.
           05  WS-COUNT-BAD-PASSWORD   PIC 9(6)    VALUE 0.
           05  WS-COUNT-LOCKED-OUT     PIC 9(6)    VALUE 0.
           05  WS-COUNT-LOCKED-ATTEMPT PIC 9(6)    VALUE 0.
           05  WS-COUNT-SUSPENDED      PIC 9(6)    VALUE 0.
           05  WS-COUNT-EXPIRED        PIC 9(6)    VALUE 0.
           05  WS-COUNT-NO-PASSWORD    PIC 9(6)    VALUE 0.
           05  WS-COUNT-OTHER-REASON   PIC 9(6)    VALUE 0.
       01  WS-COUNT-LOCKED-NOW         PIC 9(6)    VALUE 0.
      * Violations per user ID for the day.
       01  WS-USER-COUNT               PIC 9(3)    VALUE 0.
       01  WS-USER-IDX                 PIC 9(3)    VALUE 0.
       01  WS-USER-HIT-IDX             PIC 9(3)    VALUE 0.
       01  WS-USER-OVERFLOW            PIC 9(6)    VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES.
               10  WS-USER-ID          PIC X(8).
               10  WS-USER-VIOLATIONS  PIC 9(6).
       01  WS-HIGHEST-RETURN-CODE      PIC 9(2)    VALUE 0.
       01  WS-PROPOSED-RETURN-CODE     PIC 9(2)    VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-VIOLATIONS
           PERFORM 3000-LIST-LOCKED-OPERATORS
           PERFORM 8000-PRODUCE-VIOLATION-TOTALS
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO WS-REPORT-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 28
               IF WS-RUN-PARM(WS-PARM-IDX:5) = "DATE="
                   MOVE WS-RUN-PARM(WS-PARM-IDX + 5:8)
                       TO WS-DATE-ENTRY
               END-IF
           END-PERFORM
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-REPORT-DATE
           END-IF
           DISPLAY "=============================================="
           DISPLAY "SECURITY VIOLATIONS REPORT - " WS-REPORT-DATE
           DISPLAY "==============================================".

      * No violation log yet means no sign-on has ever been refused.
       2000-LIST-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           EVALUATE WS-SVL-FILE-STATUS
               WHEN "00"
                   DISPLAY "TIME     USER ID  TRANSACTION  REASON"
                       "                          FAILED"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 2100-READ-VIOLATION UNTIL WS-EOF
                   CLOSE VIOLATION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Violation log SECVIOL not usable - status "
                       WS-SVL-FILE-STATUS " - violations not reported"
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
           END-EVALUATE
           IF WS-COUNT-VIOLATIONS = 0
               DISPLAY "No sign-on violations on " WS-REPORT-DATE
           ELSE
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

       2100-READ-VIOLATION.
           READ VIOLATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SVL-TIMESTAMP(1:8) = WS-REPORT-DATE
                       PERFORM 2200-REPORT-VIOLATION
                   END-IF
           END-READ.

       2200-REPORT-VIOLATION.
           ADD 1 TO WS-COUNT-VIOLATIONS
           EVALUATE TRUE
               WHEN SVL-UNKNOWN-USER
                   MOVE "User ID not on OPSEC" TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-UNKNOWN-USER
               WHEN SVL-BAD-PASSWORD
                   MOVE "Wrong password" TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-BAD-PASSWORD
               WHEN SVL-LOCKED-OUT
                   MOVE "Wrong password - now LOCKED" TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-LOCKED-OUT
               WHEN SVL-LOCKED-ATTEMPT
                   MOVE "Attempt while locked" TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-LOCKED-ATTEMPT
               WHEN SVL-SUSPENDED-ATTEMPT
                   MOVE "Attempt while suspended" TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-SUSPENDED
               WHEN SVL-EXPIRED-ATTEMPT
                   MOVE "Attempt after access expiry"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-EXPIRED
               WHEN SVL-NO-PASSWORD
                   MOVE "No password set yet" TO WS-REASON-TEXT
                   ADD 1 TO WS-COUNT-NO-PASSWORD
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "Reason code " SVL-REASON
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   END-STRING
                   ADD 1 TO WS-COUNT-OTHER-REASON
           END-EVALUATE
           STRING SVL-TIMESTAMP(9:2) ":" SVL-TIMESTAMP(11:2) ":"
               SVL-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO WS-VIOLATION-TIME
           END-STRING
           DISPLAY WS-VIOLATION-TIME " " SVL-USER-ID " "
               SVL-PROGRAM "   " WS-REASON-TEXT "  "
               SVL-FAILED-ATTEMPTS
           PERFORM 2300-COUNT-USER-VIOLATION.

       2300-COUNT-USER-VIOLATION.
           MOVE 0 TO WS-USER-HIT-IDX
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
                      OR WS-USER-HIT-IDX > 0
               IF WS-USER-ID(WS-USER-IDX) = SVL-USER-ID
                   MOVE WS-USER-IDX TO WS-USER-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-USER-HIT-IDX = 0
               IF WS-USER-COUNT < 500
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-USER-HIT-IDX
                   MOVE SVL-USER-ID TO WS-USER-ID(WS-USER-HIT-IDX)
                   MOVE 0 TO WS-USER-VIOLATIONS(WS-USER-HIT-IDX)
               ELSE
                   ADD 1 TO WS-USER-OVERFLOW
               END-IF
           END-IF
           IF WS-USER-HIT-IDX > 0
               ADD 1 TO WS-USER-VIOLATIONS(WS-USER-HIT-IDX)
           END-IF.

      * A lockout from an earlier day stays on this report until the
      * administrator clears it.
       3000-LIST-LOCKED-OPERATORS.
           OPEN INPUT SECURITY-FILE
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "Operator security file OPSEC not usable - "
                   "status " WS-SEC-FILE-STATUS
                   " - locked operators not reported"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           ELSE
               DISPLAY "----------------------------------------------"
               DISPLAY "OPERATORS LOCKED OUT NOW"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3100-CHECK-ONE-OPERATOR UNTIL WS-EOF
               CLOSE SECURITY-FILE
               IF WS-COUNT-LOCKED-NOW = 0
                   DISPLAY "None"
               ELSE
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

       3100-CHECK-ONE-OPERATOR.
           READ SECURITY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SEC-LOCKED
                       ADD 1 TO WS-COUNT-LOCKED-NOW
                       DISPLAY SEC-USER-ID " " SEC-OPERATOR-NAME
                           " locked " SEC-TIMESTAMP(1:8) " "
                           SEC-TIMESTAMP(9:4) " after "
                           SEC-FAILED-ATTEMPTS " failures"
                   END-IF
           END-READ.

       8000-PRODUCE-VIOLATION-TOTALS.
           DISPLAY "----------------------------------------------"
           DISPLAY "Sign-on violations ..............: "
               WS-COUNT-VIOLATIONS
           DISPLAY "  user ID not on OPSEC ..........: "
               WS-COUNT-UNKNOWN-USER
           DISPLAY "  wrong password ................: "
               WS-COUNT-BAD-PASSWORD
           DISPLAY "  wrong password, locked out ....: "
               WS-COUNT-LOCKED-OUT
           DISPLAY "  attempt while locked ..........: "
               WS-COUNT-LOCKED-ATTEMPT
           DISPLAY "  attempt while suspended .......: "
               WS-COUNT-SUSPENDED
           DISPLAY "  attempt after access expiry ...: "
               WS-COUNT-EXPIRED
           DISPLAY "  no password set yet ...........: "
               WS-COUNT-NO-PASSWORD
           IF WS-COUNT-OTHER-REASON > 0
               DISPLAY "  other reason codes ............: "
                   WS-COUNT-OTHER-REASON
           END-IF
           DISPLAY "Operators locked out now ........: "
               WS-COUNT-LOCKED-NOW
           IF WS-USER-COUNT > 0
               DISPLAY "----------------------------------------------"
               DISPLAY "VIOLATIONS BY USER ID"
               PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                       UNTIL WS-USER-IDX > WS-USER-COUNT
                   DISPLAY WS-USER-ID(WS-USER-IDX) " ........: "
                       WS-USER-VIOLATIONS(WS-USER-IDX)
               END-PERFORM
               IF WS-USER-OVERFLOW > 0
                   DISPLAY "More than 500 user IDs - "
                       WS-USER-OVERFLOW " violations not itemized"
               END-IF
           END-IF
           DISPLAY "==============================================".

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9900-SET-RETURN-CODE.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

      *================================================================*
      * PROGRAM-ID : GLMAINT                                          *
      * Online maintenance transaction for the general-ledger account *
      * mapping table (GLMAP) the GL journal extract (GLEXTRACT)      *
      * posts through. One row per source category and line type      *
      * (LOW, MID, HIGH, REJ, HELD, REL) names the debit and credit   *
      * accounts, or records that the line type is deliberately not   *
      * posted. DEF rows are the fallback for every category without  *
      * a row of its own, so a new source needs no GL setup unless    *
      * finance wants it posted separately. Every change is logged to *
      * the THRAUDIT change-history file the same way CATMAINT logs   *
      * category registrations, so AUDQUERY reports cover the GL      *
      * mapping too. Sign-on takes the operator's password as well as *
      * the user ID; SIGNON checks it, enforces lockout and password  *
      * changes, and logs refused sign-ons to SECVIOL.                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.

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
       FD  GL-MAPPING-FILE.
       COPY GLMREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  SECURITY-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-GLM-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-GLM-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-GLM-FILE-OPEN                    VALUE 'Y'.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "GLMAINT".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-MENU-CHOICE              PIC X(1).
       01  WS-CATEGORY-ENTRY           PIC X(3)    VALUE SPACES.
       01  WS-LINE-TYPE-ENTRY          PIC X(4)    VALUE SPACES.
       01  WS-KEY-OK-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-KEY-OK                           VALUE 'Y'.
       01  WS-RECORD-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-RECORD-FOUND                     VALUE 'Y'.
       01  WS-CONTINUE-SWITCH          PIC X(1)    VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING              VALUE 'Y'.
       01  WS-DUMMY-KEY                PIC X(1).
       01  WS-OLD-ACTION               PIC X(1)    VALUE SPACE.
       01  WS-OLD-DEBIT-ACCOUNT        PIC X(12)   VALUE SPACES.
       01  WS-OLD-CREDIT-ACCOUNT       PIC X(12)   VALUE SPACES.
       01  WS-OLD-DESCRIPTION          PIC X(30)   VALUE SPACES.
       01  WS-NEW-ACTION-ENTRY         PIC X(1)    VALUE SPACE.
       01  WS-NEW-DEBIT-ENTRY          PIC X(12)   VALUE SPACES.
       01  WS-NEW-CREDIT-ENTRY         PIC X(12)   VALUE SPACES.
       01  WS-NEW-DESCRIPTION-ENTRY    PIC X(30)   VALUE SPACES.
       01  WS-AUDIT-FIELD-SUFFIX       PIC X(8)    VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "GL ACCOUNT MAPPING MAINTENANCE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "GL ACCOUNT MAPPING MAINTENANCE".
           05  LINE 3 COLUMN 1
               VALUE "1. View a mapping row".
           05  LINE 4 COLUMN 1
               VALUE "2. Add or update a mapping row".
           05  LINE 5 COLUMN 1 VALUE "X. Exit".
           05  LINE 7 COLUMN 1 VALUE "Selection: ".
           05  LINE 7 COLUMN 12 PIC X(1) TO WS-MENU-CHOICE.

       01  KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "GL ACCOUNT MAPPING - SELECT ROW".
           05  LINE 3 COLUMN 1
               VALUE "Category code (or DEF) ...: ".
           05  LINE 3 COLUMN 29 PIC X(3) TO WS-CATEGORY-ENTRY.
           05  LINE 4 COLUMN 1
               VALUE "Line type ................: ".
           05  LINE 4 COLUMN 29 PIC X(4) TO WS-LINE-TYPE-ENTRY.
           05  LINE 6 COLUMN 1
               VALUE "Line types: LOW MID HIGH REJ HELD REL".

       01  VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "GL ACCOUNT MAPPING ROW".
           05  LINE 3 COLUMN 1 VALUE "Category ............: ".
           05  LINE 3 COLUMN 25 PIC X(3) FROM GLM-CATEGORY.
           05  LINE 4 COLUMN 1 VALUE "Line type ...........: ".
           05  LINE 4 COLUMN 25 PIC X(4) FROM GLM-LINE-TYPE.
           05  LINE 5 COLUMN 1 VALUE "Action (P/N) ........: ".
           05  LINE 5 COLUMN 25 PIC X(1) FROM GLM-ACTION.
           05  LINE 6 COLUMN 1 VALUE "Debit account .......: ".
           05  LINE 6 COLUMN 25 PIC X(12) FROM GLM-DEBIT-ACCOUNT.
           05  LINE 7 COLUMN 1 VALUE "Credit account ......: ".
           05  LINE 7 COLUMN 25 PIC X(12) FROM GLM-CREDIT-ACCOUNT.
           05  LINE 8 COLUMN 1 VALUE "Description .........: ".
           05  LINE 8 COLUMN 25 PIC X(30) FROM GLM-DESCRIPTION.
           05  LINE 9 COLUMN 1 VALUE "Entered by ..........: ".
           05  LINE 9 COLUMN 25 PIC X(8) FROM GLM-ENTERED-BY.
           05  LINE 10 COLUMN 1 VALUE "Last changed ........: ".
           05  LINE 10 COLUMN 25 PIC X(21) FROM GLM-TIMESTAMP.
           05  LINE 12 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 12 COLUMN 25 PIC X(1) TO WS-DUMMY-KEY.

       01  MAPPING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "ADD / UPDATE GL ACCOUNT MAPPING".
           05  LINE 2 COLUMN 1 VALUE "Category ............: ".
           05  LINE 2 COLUMN 25 PIC X(3) FROM WS-CATEGORY-ENTRY.
           05  LINE 3 COLUMN 1 VALUE "Line type ...........: ".
           05  LINE 3 COLUMN 25 PIC X(4) FROM WS-LINE-TYPE-ENTRY.
           05  LINE 5 COLUMN 1 VALUE "Action (P=post N=not): ".
           05  LINE 5 COLUMN 25 PIC X(1) USING WS-NEW-ACTION-ENTRY.
           05  LINE 6 COLUMN 1 VALUE "Debit account .......: ".
           05  LINE 6 COLUMN 25 PIC X(12) USING WS-NEW-DEBIT-ENTRY.
           05  LINE 7 COLUMN 1 VALUE "Credit account ......: ".
           05  LINE 7 COLUMN 25 PIC X(12) USING WS-NEW-CREDIT-ENTRY.
           05  LINE 8 COLUMN 1 VALUE "Description .........: ".
           05  LINE 8 COLUMN 25 PIC X(30)
               USING WS-NEW-DESCRIPTION-ENTRY.

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
               DISPLAY "User not authorized for GL mapping "
                   "maintenance - access denied"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           ELSE
               OPEN I-O GL-MAPPING-FILE
               IF WS-GLM-FILE-STATUS = "35"
                   OPEN OUTPUT GL-MAPPING-FILE
                   CLOSE GL-MAPPING-FILE
                   OPEN I-O GL-MAPPING-FILE
               END-IF
               IF WS-GLM-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open GL mapping file - "
                       "status " WS-GLM-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               ELSE
                   SET WS-GLM-FILE-OPEN TO TRUE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUD-FILE-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   SET WS-AUD-FILE-OPEN TO TRUE
               END-IF
           END-IF.

      * The GL mapping is control maintenance the same as thresholds
      * and category registrations, so it takes the maintain role.
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
                       IF SEC-ACTIVE AND SEC-CAN-MAINTAIN
                           AND (SEC-EXPIRY-DATE = 0
                               OR SEC-EXPIRY-DATE >= WS-CURR-DATE)
                           SET WS-USER-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.

      * DEF is allowed here - its rows are the fallback mapping - but
      * ALL is the run-total row name on the run-history file and is
      * never posted by category.
       1090-EDIT-KEY-ENTRY.
           MOVE 'Y' TO WS-KEY-OK-SWITCH
           MOVE WS-LINE-TYPE-ENTRY TO GLM-LINE-TYPE
           IF WS-CATEGORY-ENTRY = SPACES
               OR WS-CATEGORY-ENTRY = "ALL"
               DISPLAY "Category must be entered and cannot be the "
                   "reserved word ALL"
               MOVE 'N' TO WS-KEY-OK-SWITCH
           END-IF
           IF NOT GLM-VALID-LINE-TYPE
               DISPLAY "Line type must be LOW, MID, HIGH, REJ, HELD "
                   "or REL"
               MOVE 'N' TO WS-KEY-OK-SWITCH
           END-IF.

       1100-LOCATE-MAPPING-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH
           MOVE WS-CATEGORY-ENTRY TO GLM-CATEGORY
           MOVE WS-LINE-TYPE-ENTRY TO GLM-LINE-TYPE
           READ GL-MAPPING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.

       2000-MAIN-MENU.
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 3000-VIEW-MAPPING-RECORD
               WHEN "2"
                   PERFORM 4000-MAINTAIN-MAPPING
               WHEN "X"
               WHEN "x"
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid selection - choose 1, 2 or X"
           END-EVALUATE.

       3000-VIEW-MAPPING-RECORD.
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN
           PERFORM 1090-EDIT-KEY-ENTRY
           IF WS-KEY-OK
               PERFORM 1100-LOCATE-MAPPING-RECORD
               IF WS-RECORD-FOUND
                   DISPLAY VIEW-SCREEN
                   ACCEPT VIEW-SCREEN
               ELSE
                   DISPLAY "No mapping row for " WS-CATEGORY-ENTRY
                       " " WS-LINE-TYPE-ENTRY
               END-IF
           END-IF.

       4000-MAINTAIN-MAPPING.
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN
           PERFORM 1090-EDIT-KEY-ENTRY
           IF WS-KEY-OK
               PERFORM 4010-APPLY-MAPPING
           END-IF.

       4010-APPLY-MAPPING.
           PERFORM 1100-LOCATE-MAPPING-RECORD
           IF WS-RECORD-FOUND
               MOVE GLM-ACTION TO WS-OLD-ACTION
               MOVE GLM-DEBIT-ACCOUNT TO WS-OLD-DEBIT-ACCOUNT
               MOVE GLM-CREDIT-ACCOUNT TO WS-OLD-CREDIT-ACCOUNT
               MOVE GLM-DESCRIPTION TO WS-OLD-DESCRIPTION
           ELSE
               MOVE SPACE TO WS-OLD-ACTION
               MOVE SPACES TO WS-OLD-DEBIT-ACCOUNT
               MOVE SPACES TO WS-OLD-CREDIT-ACCOUNT
               MOVE SPACES TO WS-OLD-DESCRIPTION
           END-IF
           MOVE WS-OLD-ACTION TO WS-NEW-ACTION-ENTRY
           IF NOT WS-RECORD-FOUND
               MOVE 'P' TO WS-NEW-ACTION-ENTRY
           END-IF
           MOVE WS-OLD-DEBIT-ACCOUNT TO WS-NEW-DEBIT-ENTRY
           MOVE WS-OLD-CREDIT-ACCOUNT TO WS-NEW-CREDIT-ENTRY
           MOVE WS-OLD-DESCRIPTION TO WS-NEW-DESCRIPTION-ENTRY
           DISPLAY MAPPING-SCREEN
           ACCEPT MAPPING-SCREEN
           EVALUATE TRUE
               WHEN WS-NEW-ACTION-ENTRY NOT = 'P'
                   AND WS-NEW-ACTION-ENTRY NOT = 'N'
                   DISPLAY "Mapping rejected - action must be P "
                       "(post) or N (not posted)"
               WHEN WS-NEW-ACTION-ENTRY = 'P'
                   AND (WS-NEW-DEBIT-ENTRY = SPACES
                       OR WS-NEW-CREDIT-ENTRY = SPACES)
                   DISPLAY "Mapping rejected - a posted line type "
                       "needs both a debit and a credit account"
               WHEN WS-NEW-ACTION-ENTRY = 'P'
                   AND WS-NEW-DEBIT-ENTRY = WS-NEW-CREDIT-ENTRY
                   DISPLAY "Mapping rejected - debit and credit "
                       "account cannot be the same"
               WHEN OTHER
                   PERFORM 4020-WRITE-MAPPING
           END-EVALUATE.

       4020-WRITE-MAPPING.
           MOVE WS-CATEGORY-ENTRY TO GLM-CATEGORY
           MOVE WS-LINE-TYPE-ENTRY TO GLM-LINE-TYPE
           MOVE WS-NEW-ACTION-ENTRY TO GLM-ACTION
           MOVE WS-NEW-DEBIT-ENTRY TO GLM-DEBIT-ACCOUNT
           MOVE WS-NEW-CREDIT-ENTRY TO GLM-CREDIT-ACCOUNT
           MOVE WS-NEW-DESCRIPTION-ENTRY TO GLM-DESCRIPTION
           MOVE WS-USER-ID TO GLM-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO GLM-TIMESTAMP
           IF WS-RECORD-FOUND
               REWRITE GL-MAPPING-RECORD
           ELSE
               WRITE GL-MAPPING-RECORD
           END-IF
           IF WS-GLM-FILE-STATUS NOT = "00"
               DISPLAY "Mapping update failed - file status "
                   WS-GLM-FILE-STATUS
           ELSE
               IF NOT WS-RECORD-FOUND
                   MOVE "MAPPING" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE "ADDED" TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF GLM-ACTION NOT = WS-OLD-ACTION
                   MOVE "ACTION" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-ACTION TO AUD-OLD-VALUE
                   MOVE GLM-ACTION TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF GLM-DEBIT-ACCOUNT NOT = WS-OLD-DEBIT-ACCOUNT
                   MOVE "DEBIT" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DEBIT-ACCOUNT TO AUD-OLD-VALUE
                   MOVE GLM-DEBIT-ACCOUNT TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF GLM-CREDIT-ACCOUNT NOT = WS-OLD-CREDIT-ACCOUNT
                   MOVE "CREDIT" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-CREDIT-ACCOUNT TO AUD-OLD-VALUE
                   MOVE GLM-CREDIT-ACCOUNT TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF GLM-DESCRIPTION NOT = WS-OLD-DESCRIPTION
                   MOVE "DESC" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DESCRIPTION TO AUD-OLD-VALUE
                   MOVE GLM-DESCRIPTION TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               DISPLAY "GL mapping " WS-CATEGORY-ENTRY " "
                   WS-LINE-TYPE-ENTRY " added/updated"
           END-IF.

      * GL mapping rows share THRAUDIT with the other control files.
      * The field name carries the line type (GL-HIGH-DEBIT, and so
      * on) because the category column alone does not identify the
      * row that changed.
       7000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO AUD-EFFECTIVE-DATE
           MOVE WS-CATEGORY-ENTRY TO AUD-CATEGORY
           MOVE SPACES TO AUD-FIELD-NAME
           STRING "GL-" WS-LINE-TYPE-ENTRY DELIMITED BY SPACE
               "-" WS-AUDIT-FIELD-SUFFIX DELIMITED BY SPACE
               INTO AUD-FIELD-NAME
           END-STRING
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           IF WS-GLM-FILE-OPEN
               CLOSE GL-MAPPING-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.

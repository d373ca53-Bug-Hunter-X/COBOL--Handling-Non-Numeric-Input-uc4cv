      *================================================================*
      * PROGRAM-ID : CALMAINT                                         *
      * Online maintenance transaction for the business-day calendar  *
      * (BUSCAL) that BUSDAYS counts ages and windows from. Monday to *
      * Friday are business days and Saturday and Sunday are not;     *
      * an authorized operator records only the exceptions - a        *
      * holiday on a weekday, or a weekend date that is worked - with *
      * a description, can remove an entry that was keyed in error or *
      * has been cancelled, and can list the entries from any date    *
      * forward to check the year ahead. Every change is logged to    *
      * the THRAUDIT change-history file under category CAL, with the *
      * calendar date in the field name, so AUDQUERY reports cover    *
      * the calendar too. Sign-on takes the operator's password as    *
      * well as the user ID; SIGNON checks it, enforces lockout and   *
      * password changes, and logs refused sign-ons to SECVIOL.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

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
       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  SECURITY-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-CAL-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-CAL-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-CAL-FILE-OPEN                    VALUE 'Y'.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "CALMAINT".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-MENU-CHOICE              PIC X(1).
       01  WS-DATE-ENTRY               PIC 9(8)    VALUE 0.
       01  WS-DATE-OK-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-DATE-OK                          VALUE 'Y'.
       01  WS-RECORD-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-RECORD-FOUND                     VALUE 'Y'.
       01  WS-ENTRY-OK-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-ENTRY-OK                         VALUE 'Y'.
       01  WS-CONTINUE-SWITCH          PIC X(1)    VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING              VALUE 'Y'.
       01  WS-LIST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-LIST-EOF                         VALUE 'Y'.
       01  WS-CONFIRM-ENTRY            PIC X(1)    VALUE SPACE.
       01  WS-DUMMY-KEY                PIC X(1).
       01  WS-OLD-DAY-TYPE             PIC X(1)    VALUE SPACE.
       01  WS-OLD-DESCRIPTION          PIC X(30)   VALUE SPACES.
       01  WS-NEW-TYPE-ENTRY           PIC X(1)    VALUE SPACE.
       01  WS-NEW-DESCRIPTION-ENTRY    PIC X(30)   VALUE SPACES.
       01  WS-WEEKDAY                  PIC 9(1)    VALUE 0.
       01  WS-WEEKDAY-NAME             PIC X(3)    VALUE SPACES.
       01  WS-DAY-NAMES                PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-RULE-TEXT                PIC X(30)   VALUE SPACES.
       01  WS-LIST-COUNT               PIC 9(2)    VALUE 0.
       01  WS-LIST-LIMIT               PIC 9(2)    VALUE 15.
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
               VALUE "BUSINESS-DAY CALENDAR MAINTENANCE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "BUSINESS-DAY CALENDAR MAINTENANCE".
           05  LINE 3 COLUMN 1
               VALUE "1. View a date".
           05  LINE 4 COLUMN 1
               VALUE "2. Add or update a calendar entry".
           05  LINE 5 COLUMN 1
               VALUE "3. Remove a calendar entry".
           05  LINE 6 COLUMN 1
               VALUE "4. List calendar entries from a date".
           05  LINE 7 COLUMN 1 VALUE "X. Exit".
           05  LINE 9 COLUMN 1 VALUE "Selection: ".
           05  LINE 9 COLUMN 12 PIC X(1) TO WS-MENU-CHOICE.

       01  DATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "BUSINESS-DAY CALENDAR - SELECT DATE".
           05  LINE 3 COLUMN 1
               VALUE "Date (YYYYMMDD) ..........: ".
           05  LINE 3 COLUMN 29 PIC 9(8) USING WS-DATE-ENTRY.

       01  VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "BUSINESS-DAY CALENDAR ENTRY".
           05  LINE 3 COLUMN 1 VALUE "Date ................: ".
           05  LINE 3 COLUMN 25 PIC 9(8) FROM WS-DATE-ENTRY.
           05  LINE 3 COLUMN 35 PIC X(3) FROM WS-WEEKDAY-NAME.
           05  LINE 4 COLUMN 1 VALUE "Day type (H/W) ......: ".
           05  LINE 4 COLUMN 25 PIC X(1) FROM CAL-DAY-TYPE.
           05  LINE 5 COLUMN 1 VALUE "Description .........: ".
           05  LINE 5 COLUMN 25 PIC X(30) FROM CAL-DESCRIPTION.
           05  LINE 6 COLUMN 1 VALUE "Entered by ..........: ".
           05  LINE 6 COLUMN 25 PIC X(8) FROM CAL-ENTERED-BY.
           05  LINE 7 COLUMN 1 VALUE "Last changed ........: ".
           05  LINE 7 COLUMN 25 PIC X(21) FROM CAL-TIMESTAMP.
           05  LINE 9 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 9 COLUMN 25 PIC X(1) TO WS-DUMMY-KEY.

       01  ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "ADD / UPDATE CALENDAR ENTRY".
           05  LINE 2 COLUMN 1 VALUE "Date ................: ".
           05  LINE 2 COLUMN 25 PIC 9(8) FROM WS-DATE-ENTRY.
           05  LINE 2 COLUMN 35 PIC X(3) FROM WS-WEEKDAY-NAME.
           05  LINE 4 COLUMN 1 VALUE "Day type (H/W) ......: ".
           05  LINE 4 COLUMN 25 PIC X(1) USING WS-NEW-TYPE-ENTRY.
           05  LINE 4 COLUMN 28
               VALUE "(H holiday on a weekday, W worked weekend day)".
           05  LINE 5 COLUMN 1 VALUE "Description .........: ".
           05  LINE 5 COLUMN 25 PIC X(30)
               USING WS-NEW-DESCRIPTION-ENTRY.

       01  CONFIRM-SCREEN.
           05  LINE 11 COLUMN 1
               VALUE "Remove this entry (Y/N)? ".
           05  LINE 11 COLUMN 26 PIC X(1) TO WS-CONFIRM-ENTRY.

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
               DISPLAY "User not authorized for calendar "
                   "maintenance - access denied"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           ELSE
               OPEN I-O CALENDAR-FILE
               IF WS-CAL-FILE-STATUS = "35"
                   OPEN OUTPUT CALENDAR-FILE
                   CLOSE CALENDAR-FILE
                   OPEN I-O CALENDAR-FILE
               END-IF
               IF WS-CAL-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open business-day calendar - "
                       "status " WS-CAL-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               ELSE
                   SET WS-CAL-FILE-OPEN TO TRUE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUD-FILE-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   SET WS-AUD-FILE-OPEN TO TRUE
               END-IF
           END-IF.

      * The calendar moves every aging and retention figure in the
      * batch, so it takes the maintain role like the other control
      * files. An unusable security file denies everyone.
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

       1100-LOCATE-CALENDAR-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH
           MOVE WS-DATE-ENTRY TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO CAL-DAY-TYPE
                   MOVE SPACES TO CAL-DESCRIPTION
                   MOVE SPACES TO CAL-ENTERED-BY
                   MOVE SPACES TO CAL-TIMESTAMP
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.

      * Day 1 of the integer calendar was a Monday, the same rule
      * BUSDAYS and DLVRMON use for the weekday.
       1200-SET-WEEKDAY.
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATE-ENTRY)
                   - 1, 7) + 1
           MOVE WS-DAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3)
               TO WS-WEEKDAY-NAME.

       2000-MAIN-MENU.
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 3000-VIEW-DATE
               WHEN "2"
                   PERFORM 4000-MAINTAIN-ENTRY
               WHEN "3"
                   PERFORM 5000-REMOVE-ENTRY
               WHEN "4"
                   PERFORM 6000-LIST-ENTRIES
               WHEN "X"
               WHEN "x"
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid selection - choose 1, 2, 3, 4 "
                       "or X"
           END-EVALUATE.

       2100-ACCEPT-DATE-ENTRY.
           MOVE 'N' TO WS-DATE-OK-SWITCH
           MOVE 0 TO WS-DATE-ENTRY
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           IF WS-DATE-ENTRY = 0
               DISPLAY "Date must be entered"
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = 0
                   DISPLAY "Date " WS-DATE-ENTRY
                       " is not a valid YYYYMMDD date"
               ELSE
                   SET WS-DATE-OK TO TRUE
                   PERFORM 1200-SET-WEEKDAY
               END-IF
           END-IF.

      * A date with no entry is answered from the weekday rule so the
      * operator sees what the batch will make of it.
       3000-VIEW-DATE.
           PERFORM 2100-ACCEPT-DATE-ENTRY
           IF WS-DATE-OK
               PERFORM 1100-LOCATE-CALENDAR-RECORD
               IF WS-RECORD-FOUND
                   DISPLAY VIEW-SCREEN
                   ACCEPT VIEW-SCREEN
               ELSE
                   IF WS-WEEKDAY <= 5
                       MOVE "a business day" TO WS-RULE-TEXT
                   ELSE
                       MOVE "not a business day" TO WS-RULE-TEXT
                   END-IF
                   DISPLAY "No calendar entry for " WS-DATE-ENTRY
                       " (" WS-WEEKDAY-NAME ") - "
                       FUNCTION TRIM(WS-RULE-TEXT)
                       " by the weekday rule"
               END-IF
           END-IF.

       4000-MAINTAIN-ENTRY.
           PERFORM 2100-ACCEPT-DATE-ENTRY
           IF WS-DATE-OK
               PERFORM 4010-APPLY-ENTRY
           END-IF.

       4010-APPLY-ENTRY.
           PERFORM 1100-LOCATE-CALENDAR-RECORD
           IF WS-RECORD-FOUND
               MOVE CAL-DAY-TYPE TO WS-OLD-DAY-TYPE
               MOVE CAL-DESCRIPTION TO WS-OLD-DESCRIPTION
           ELSE
               MOVE SPACE TO WS-OLD-DAY-TYPE
               MOVE SPACES TO WS-OLD-DESCRIPTION
           END-IF
           MOVE WS-OLD-DAY-TYPE TO WS-NEW-TYPE-ENTRY
           MOVE WS-OLD-DESCRIPTION TO WS-NEW-DESCRIPTION-ENTRY
           DISPLAY ENTRY-SCREEN
           ACCEPT ENTRY-SCREEN
           PERFORM 4020-EDIT-CALENDAR-ENTRY
           IF WS-ENTRY-OK
               PERFORM 4030-WRITE-CALENDAR-ENTRY
           END-IF.

      * An entry has to change something: a holiday only on a weekday
      * and a working day only on a Saturday or Sunday, since the
      * weekday rule already covers the other cases. Holidays need a
      * description so the list means something a year on.
       4020-EDIT-CALENDAR-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK-SWITCH
           IF WS-NEW-TYPE-ENTRY = "h"
               MOVE "H" TO WS-NEW-TYPE-ENTRY
           END-IF
           IF WS-NEW-TYPE-ENTRY = "w"
               MOVE "W" TO WS-NEW-TYPE-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-TYPE-ENTRY NOT = "H"
                   AND WS-NEW-TYPE-ENTRY NOT = "W"
                   DISPLAY "Entry rejected - day type must be H "
                       "(holiday) or W (working day)"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN WS-NEW-TYPE-ENTRY = "H" AND WS-WEEKDAY > 5
                   DISPLAY "Entry rejected - " WS-WEEKDAY-NAME
                       " is already not a business day"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN WS-NEW-TYPE-ENTRY = "W" AND WS-WEEKDAY <= 5
                   DISPLAY "Entry rejected - " WS-WEEKDAY-NAME
                       " is already a business day"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN WS-NEW-DESCRIPTION-ENTRY = SPACES
                   DISPLAY "Entry rejected - description must be "
                       "entered"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4030-WRITE-CALENDAR-ENTRY.
           MOVE WS-DATE-ENTRY TO CAL-DATE
           MOVE WS-NEW-TYPE-ENTRY TO CAL-DAY-TYPE
           MOVE WS-NEW-DESCRIPTION-ENTRY TO CAL-DESCRIPTION
           MOVE WS-USER-ID TO CAL-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO CAL-TIMESTAMP
           IF WS-RECORD-FOUND
               REWRITE CALENDAR-RECORD
           ELSE
               WRITE CALENDAR-RECORD
           END-IF
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "Calendar update failed - file status "
                   WS-CAL-FILE-STATUS
           ELSE
               IF CAL-DAY-TYPE NOT = WS-OLD-DAY-TYPE
                   MOVE "TYPE" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DAY-TYPE TO AUD-OLD-VALUE
                   MOVE CAL-DAY-TYPE TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF CAL-DESCRIPTION NOT = WS-OLD-DESCRIPTION
                   MOVE "DESC" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DESCRIPTION TO AUD-OLD-VALUE
                   MOVE CAL-DESCRIPTION TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               DISPLAY "Calendar entry " WS-DATE-ENTRY
                   " added/updated"
           END-IF.

       5000-REMOVE-ENTRY.
           PERFORM 2100-ACCEPT-DATE-ENTRY
           IF WS-DATE-OK
               PERFORM 1100-LOCATE-CALENDAR-RECORD
               IF NOT WS-RECORD-FOUND
                   DISPLAY "No calendar entry for " WS-DATE-ENTRY
               ELSE
                   PERFORM 5010-CONFIRM-REMOVAL
               END-IF
           END-IF.

      * Removing an entry puts the date back under the weekday rule;
      * the audit keeps the type it had.
       5010-CONFIRM-REMOVAL.
           MOVE SPACE TO WS-CONFIRM-ENTRY
           DISPLAY VIEW-SCREEN
           DISPLAY CONFIRM-SCREEN
           ACCEPT CONFIRM-SCREEN
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               MOVE CAL-DAY-TYPE TO WS-OLD-DAY-TYPE
               DELETE CALENDAR-FILE
               IF WS-CAL-FILE-STATUS NOT = "00"
                   DISPLAY "Calendar removal failed - file status "
                       WS-CAL-FILE-STATUS
               ELSE
                   MOVE "TYPE" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DAY-TYPE TO AUD-OLD-VALUE
                   MOVE "REMOVED" TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
                   DISPLAY "Calendar entry " WS-DATE-ENTRY
                       " removed"
               END-IF
           ELSE
               DISPLAY "Calendar entry " WS-DATE-ENTRY " kept"
           END-IF.

      * Lists a screenful of entries from the date given, in date
      * order.
       6000-LIST-ENTRIES.
           PERFORM 2100-ACCEPT-DATE-ENTRY
           IF WS-DATE-OK
               MOVE 0 TO WS-LIST-COUNT
               MOVE 'N' TO WS-LIST-EOF-SWITCH
               MOVE WS-DATE-ENTRY TO CAL-DATE
               START CALENDAR-FILE KEY IS >= CAL-KEY
                   INVALID KEY
                       SET WS-LIST-EOF TO TRUE
               END-START
               DISPLAY "CALENDAR ENTRIES FROM " WS-DATE-ENTRY
               PERFORM 6010-LIST-ONE-ENTRY
                   UNTIL WS-LIST-EOF
                      OR WS-LIST-COUNT >= WS-LIST-LIMIT
               IF WS-LIST-COUNT = 0
                   DISPLAY "  No calendar entries on or after "
                       WS-DATE-ENTRY
               END-IF
               DISPLAY "Press ENTER to continue"
               ACCEPT WS-DUMMY-KEY
           END-IF.

       6010-LIST-ONE-ENTRY.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE CAL-DATE TO WS-DATE-ENTRY
                   PERFORM 1200-SET-WEEKDAY
                   DISPLAY "  " CAL-DATE " " WS-WEEKDAY-NAME " "
                       CAL-DAY-TYPE " " CAL-DESCRIPTION " "
                       CAL-ENTERED-BY
           END-READ.

      * Calendar dates are not categories, so calendar changes go to
      * THRAUDIT under category CAL, and the field name carries the
      * date (20261225-TYPE, and so on).
       7000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO AUD-EFFECTIVE-DATE
           MOVE "CAL" TO AUD-CATEGORY
           MOVE SPACES TO AUD-FIELD-NAME
           STRING WS-DATE-ENTRY DELIMITED BY SIZE
               "-" WS-AUDIT-FIELD-SUFFIX DELIMITED BY SPACE
               INTO AUD-FIELD-NAME
           END-STRING
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           IF WS-CAL-FILE-OPEN
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.

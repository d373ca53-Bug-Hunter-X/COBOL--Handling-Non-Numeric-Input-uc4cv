      *================================================================*
      * PROGRAM-ID : SRCMAINT                                         *
      * Online maintenance transaction for the source-system delivery *
      * schedule (SRCMAST) the late-transmission monitor (DLVRMON)    *
      * works from. For each sending system an authorized operator    *
      * records the weekdays it delivers, the cutoff time by which    *
      * the day's transmission must have landed, the normal range of  *
      * detail records, and the landing file it arrives in, and can   *
      * suspend monitoring for a sender (a retired feed, an agreed    *
      * outage) without losing its schedule. Every change is logged   *
      * to the THRAUDIT change-history file under category SRC, with  *
      * the sending system in the field name, so AUDQUERY reports     *
      * cover the delivery schedule too. Sign-on takes the operator's *
      * password as well as the user ID; SIGNON checks it, enforces   *
      * lockout and password changes, and logs refused sign-ons to    *
      * SECVIOL.                                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRC-KEY
               FILE STATUS IS WS-SRC-FILE-STATUS.

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
       FD  SOURCE-MASTER-FILE.
       COPY SRCREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  SECURITY-FILE.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-SRC-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-SRC-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-SRC-FILE-OPEN                    VALUE 'Y'.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "SRCMAINT".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-MENU-CHOICE              PIC X(1).
       01  WS-SYSTEM-ENTRY             PIC X(8)    VALUE SPACES.
       01  WS-RECORD-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-RECORD-FOUND                     VALUE 'Y'.
       01  WS-ENTRY-OK-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-ENTRY-OK                         VALUE 'Y'.
       01  WS-CONTINUE-SWITCH          PIC X(1)    VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING              VALUE 'Y'.
       01  WS-DUMMY-KEY                PIC X(1).
       01  WS-OLD-DESCRIPTION          PIC X(30)   VALUE SPACES.
       01  WS-OLD-DAYS                 PIC X(7)    VALUE SPACES.
       01  WS-OLD-CUTOFF               PIC 9(4)    VALUE 0.
       01  WS-OLD-MIN-RECORDS          PIC 9(8)    VALUE 0.
       01  WS-OLD-MAX-RECORDS          PIC 9(8)    VALUE 0.
       01  WS-OLD-LANDING              PIC X(20)   VALUE SPACES.
       01  WS-OLD-STATUS               PIC X(1)    VALUE SPACE.
       01  WS-NEW-DESCRIPTION-ENTRY    PIC X(30)   VALUE SPACES.
       01  WS-NEW-DAYS-ENTRY           PIC X(7)    VALUE SPACES.
       01  WS-NEW-CUTOFF-ENTRY         PIC 9(4)    VALUE 0.
       01  WS-NEW-CUTOFF-PARTS REDEFINES WS-NEW-CUTOFF-ENTRY.
           05  WS-NEW-CUTOFF-HH        PIC 9(2).
           05  WS-NEW-CUTOFF-MM        PIC 9(2).
       01  WS-NEW-MIN-ENTRY            PIC ZZZZZZZ9.
       01  WS-NEW-MAX-ENTRY            PIC ZZZZZZZ9.
       01  WS-NEW-MIN-RECORDS          PIC 9(8)    VALUE 0.
       01  WS-NEW-MAX-RECORDS          PIC 9(8)    VALUE 0.
       01  WS-NEW-LANDING-ENTRY        PIC X(20)   VALUE SPACES.
       01  WS-DAY-Y-COUNT              PIC 9(2)    VALUE 0.
       01  WS-DAY-N-COUNT              PIC 9(2)    VALUE 0.
       01  WS-AUDIT-FIELD-SUFFIX       PIC X(8)    VALUE SPACES.
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       SCREEN SECTION.
       01  LOGIN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "SOURCE DELIVERY SCHEDULE MAINTENANCE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "SOURCE DELIVERY SCHEDULE MAINTENANCE".
           05  LINE 3 COLUMN 1
               VALUE "1. View a sending system".
           05  LINE 4 COLUMN 1
               VALUE "2. Add or update a sending system".
           05  LINE 5 COLUMN 1
               VALUE "3. Suspend monitoring".
           05  LINE 6 COLUMN 1
               VALUE "4. Resume monitoring".
           05  LINE 7 COLUMN 1 VALUE "X. Exit".
           05  LINE 9 COLUMN 1 VALUE "Selection: ".
           05  LINE 9 COLUMN 12 PIC X(1) TO WS-MENU-CHOICE.

       01  SYSTEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "DELIVERY SCHEDULE - SELECT SENDING SYSTEM".
           05  LINE 3 COLUMN 1
               VALUE "Sending system ...........: ".
           05  LINE 3 COLUMN 29 PIC X(8) TO WS-SYSTEM-ENTRY.

       01  VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "SENDING SYSTEM DELIVERY SCHEDULE".
           05  LINE 3 COLUMN 1 VALUE "Sending system ......: ".
           05  LINE 3 COLUMN 25 PIC X(8) FROM SRC-SOURCE-SYSTEM.
           05  LINE 4 COLUMN 1 VALUE "Description .........: ".
           05  LINE 4 COLUMN 25 PIC X(30) FROM SRC-DESCRIPTION.
           05  LINE 5 COLUMN 1 VALUE "Delivery days MTWTFSS: ".
           05  LINE 5 COLUMN 25 PIC X(7) FROM SRC-DELIVERY-DAYS.
           05  LINE 6 COLUMN 1 VALUE "Cutoff time (HHMM) ..: ".
           05  LINE 6 COLUMN 25 PIC 9(4) FROM SRC-CUTOFF-TIME.
           05  LINE 7 COLUMN 1 VALUE "Minimum records .....: ".
           05  LINE 7 COLUMN 25 PIC Z(7)9 FROM SRC-MIN-RECORDS.
           05  LINE 8 COLUMN 1 VALUE "Maximum records .....: ".
           05  LINE 8 COLUMN 25 PIC Z(7)9 FROM SRC-MAX-RECORDS.
           05  LINE 9 COLUMN 1 VALUE "Landing file ........: ".
           05  LINE 9 COLUMN 25 PIC X(20) FROM SRC-LANDING-FILE.
           05  LINE 10 COLUMN 1 VALUE "Status (A/S) ........: ".
           05  LINE 10 COLUMN 25 PIC X(1) FROM SRC-STATUS.
           05  LINE 11 COLUMN 1 VALUE "Entered by ..........: ".
           05  LINE 11 COLUMN 25 PIC X(8) FROM SRC-ENTERED-BY.
           05  LINE 12 COLUMN 1 VALUE "Last changed ........: ".
           05  LINE 12 COLUMN 25 PIC X(21) FROM SRC-TIMESTAMP.
           05  LINE 14 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 14 COLUMN 25 PIC X(1) TO WS-DUMMY-KEY.

       01  SCHEDULE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "ADD / UPDATE SENDING SYSTEM SCHEDULE".
           05  LINE 2 COLUMN 1 VALUE "Sending system ......: ".
           05  LINE 2 COLUMN 25 PIC X(8) FROM WS-SYSTEM-ENTRY.
           05  LINE 4 COLUMN 1 VALUE "Description .........: ".
           05  LINE 4 COLUMN 25 PIC X(30)
               USING WS-NEW-DESCRIPTION-ENTRY.
           05  LINE 5 COLUMN 1 VALUE "Delivery days MTWTFSS: ".
           05  LINE 5 COLUMN 25 PIC X(7) USING WS-NEW-DAYS-ENTRY.
           05  LINE 5 COLUMN 34 VALUE "(Y or N per day)".
           05  LINE 6 COLUMN 1 VALUE "Cutoff time (HHMM) ..: ".
           05  LINE 6 COLUMN 25 PIC 9(4) USING WS-NEW-CUTOFF-ENTRY.
           05  LINE 7 COLUMN 1 VALUE "Minimum records .....: ".
           05  LINE 7 COLUMN 25 PIC ZZZZZZZ9 USING WS-NEW-MIN-ENTRY.
           05  LINE 8 COLUMN 1 VALUE "Maximum records .....: ".
           05  LINE 8 COLUMN 25 PIC ZZZZZZZ9 USING WS-NEW-MAX-ENTRY.
           05  LINE 9 COLUMN 1 VALUE "Landing file ........: ".
           05  LINE 9 COLUMN 25 PIC X(20) USING WS-NEW-LANDING-ENTRY.

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
               DISPLAY "User not authorized for delivery schedule "
                   "maintenance - access denied"
               MOVE 'N' TO WS-CONTINUE-SWITCH
           ELSE
               OPEN I-O SOURCE-MASTER-FILE
               IF WS-SRC-FILE-STATUS = "35"
                   OPEN OUTPUT SOURCE-MASTER-FILE
                   CLOSE SOURCE-MASTER-FILE
                   OPEN I-O SOURCE-MASTER-FILE
               END-IF
               IF WS-SRC-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open source system master - "
                       "status " WS-SRC-FILE-STATUS
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               ELSE
                   SET WS-SRC-FILE-OPEN TO TRUE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUD-FILE-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   SET WS-AUD-FILE-OPEN TO TRUE
               END-IF
           END-IF.

      * The delivery schedule is control maintenance the same as the
      * category master, so it takes the maintain role. An unusable
      * security file denies everyone.
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

       1100-LOCATE-SOURCE-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH
           MOVE WS-SYSTEM-ENTRY TO SRC-SOURCE-SYSTEM
           READ SOURCE-MASTER-FILE
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
                   PERFORM 3000-VIEW-SOURCE-RECORD
               WHEN "2"
                   PERFORM 4000-MAINTAIN-SOURCE
               WHEN "3"
               WHEN "4"
                   PERFORM 5000-CHANGE-STATUS
               WHEN "X"
               WHEN "x"
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid selection - choose 1, 2, 3, 4 "
                       "or X"
           END-EVALUATE.

       2100-ACCEPT-SYSTEM-ENTRY.
           MOVE SPACES TO WS-SYSTEM-ENTRY
           DISPLAY SYSTEM-SCREEN
           ACCEPT SYSTEM-SCREEN
           IF WS-SYSTEM-ENTRY = SPACES
               DISPLAY "Sending system must be entered"
           END-IF.

       3000-VIEW-SOURCE-RECORD.
           PERFORM 2100-ACCEPT-SYSTEM-ENTRY
           IF WS-SYSTEM-ENTRY NOT = SPACES
               PERFORM 1100-LOCATE-SOURCE-RECORD
               IF WS-RECORD-FOUND
                   DISPLAY VIEW-SCREEN
                   ACCEPT VIEW-SCREEN
               ELSE
                   DISPLAY "Sending system " WS-SYSTEM-ENTRY
                       " is not on the delivery schedule"
               END-IF
           END-IF.

       4000-MAINTAIN-SOURCE.
           PERFORM 2100-ACCEPT-SYSTEM-ENTRY
           IF WS-SYSTEM-ENTRY NOT = SPACES
               PERFORM 4010-APPLY-SCHEDULE
           END-IF.

       4010-APPLY-SCHEDULE.
           PERFORM 1100-LOCATE-SOURCE-RECORD
           IF WS-RECORD-FOUND
               MOVE SRC-DESCRIPTION TO WS-OLD-DESCRIPTION
               MOVE SRC-DELIVERY-DAYS TO WS-OLD-DAYS
               MOVE SRC-CUTOFF-TIME TO WS-OLD-CUTOFF
               MOVE SRC-MIN-RECORDS TO WS-OLD-MIN-RECORDS
               MOVE SRC-MAX-RECORDS TO WS-OLD-MAX-RECORDS
               MOVE SRC-LANDING-FILE TO WS-OLD-LANDING
               MOVE SRC-STATUS TO WS-OLD-STATUS
           ELSE
               MOVE SPACES TO WS-OLD-DESCRIPTION
               MOVE "YYYYYNN" TO WS-OLD-DAYS
               MOVE 0 TO WS-OLD-CUTOFF
               MOVE 0 TO WS-OLD-MIN-RECORDS
               MOVE 0 TO WS-OLD-MAX-RECORDS
               MOVE SPACES TO WS-OLD-LANDING
               MOVE SPACE TO WS-OLD-STATUS
           END-IF
           MOVE WS-OLD-DESCRIPTION TO WS-NEW-DESCRIPTION-ENTRY
           MOVE WS-OLD-DAYS TO WS-NEW-DAYS-ENTRY
           MOVE WS-OLD-CUTOFF TO WS-NEW-CUTOFF-ENTRY
           MOVE WS-OLD-MIN-RECORDS TO WS-NEW-MIN-ENTRY
           MOVE WS-OLD-MAX-RECORDS TO WS-NEW-MAX-ENTRY
           MOVE WS-OLD-LANDING TO WS-NEW-LANDING-ENTRY
           DISPLAY SCHEDULE-SCREEN
           ACCEPT SCHEDULE-SCREEN
           PERFORM 4020-EDIT-SCHEDULE-ENTRY
           IF WS-ENTRY-OK
               PERFORM 4030-WRITE-SCHEDULE
           END-IF.

      * Every weekday flag must be Y or N and at least one must be Y;
      * the cutoff must be a real time of day; a maximum, when one is
      * given, cannot be below the minimum.
       4020-EDIT-SCHEDULE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK-SWITCH
           MOVE WS-NEW-MIN-ENTRY TO WS-NEW-MIN-RECORDS
           MOVE WS-NEW-MAX-ENTRY TO WS-NEW-MAX-RECORDS
           MOVE 0 TO WS-DAY-Y-COUNT
           MOVE 0 TO WS-DAY-N-COUNT
           INSPECT WS-NEW-DAYS-ENTRY TALLYING
               WS-DAY-Y-COUNT FOR ALL "Y"
               WS-DAY-N-COUNT FOR ALL "N"
           EVALUATE TRUE
               WHEN WS-DAY-Y-COUNT + WS-DAY-N-COUNT NOT = 7
                   OR WS-DAY-Y-COUNT = 0
                   DISPLAY "Schedule rejected - delivery days must be "
                       "seven Y/N flags, Monday first, with at least "
                       "one Y"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN WS-NEW-CUTOFF-HH > 23
                   OR WS-NEW-CUTOFF-MM > 59
                   DISPLAY "Schedule rejected - cutoff must be a time "
                       "of day, HHMM"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN WS-NEW-MAX-RECORDS > 0
                   AND WS-NEW-MAX-RECORDS < WS-NEW-MIN-RECORDS
                   DISPLAY "Schedule rejected - maximum records is "
                       "below the minimum"
                   MOVE 'N' TO WS-ENTRY-OK-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4030-WRITE-SCHEDULE.
           MOVE WS-SYSTEM-ENTRY TO SRC-SOURCE-SYSTEM
           MOVE WS-NEW-DESCRIPTION-ENTRY TO SRC-DESCRIPTION
           MOVE WS-NEW-DAYS-ENTRY TO SRC-DELIVERY-DAYS
           MOVE WS-NEW-CUTOFF-ENTRY TO SRC-CUTOFF-TIME
           MOVE WS-NEW-MIN-RECORDS TO SRC-MIN-RECORDS
           MOVE WS-NEW-MAX-RECORDS TO SRC-MAX-RECORDS
           MOVE WS-NEW-LANDING-ENTRY TO SRC-LANDING-FILE
           IF NOT WS-RECORD-FOUND
               MOVE 'A' TO SRC-STATUS
           END-IF
           MOVE WS-USER-ID TO SRC-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO SRC-TIMESTAMP
           IF WS-RECORD-FOUND
               REWRITE SOURCE-SYSTEM-RECORD
           ELSE
               WRITE SOURCE-SYSTEM-RECORD
           END-IF
           IF WS-SRC-FILE-STATUS NOT = "00"
               DISPLAY "Schedule update failed - file status "
                   WS-SRC-FILE-STATUS
           ELSE
               IF NOT WS-RECORD-FOUND
                   MOVE "SOURCE" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE "ADDED" TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF SRC-DESCRIPTION NOT = WS-OLD-DESCRIPTION
                   MOVE "DESC" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DESCRIPTION TO AUD-OLD-VALUE
                   MOVE SRC-DESCRIPTION TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF SRC-DELIVERY-DAYS NOT = WS-OLD-DAYS
                   MOVE "DAYS" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-DAYS TO AUD-OLD-VALUE
                   MOVE SRC-DELIVERY-DAYS TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF SRC-CUTOFF-TIME NOT = WS-OLD-CUTOFF
                   MOVE "CUTOFF" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-CUTOFF TO AUD-OLD-VALUE
                   MOVE SRC-CUTOFF-TIME TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF SRC-MIN-RECORDS NOT = WS-OLD-MIN-RECORDS
                   MOVE "MINREC" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-MIN-RECORDS TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO AUD-OLD-VALUE
                   MOVE SRC-MIN-RECORDS TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF SRC-MAX-RECORDS NOT = WS-OLD-MAX-RECORDS
                   MOVE "MAXREC" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-MAX-RECORDS TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO AUD-OLD-VALUE
                   MOVE SRC-MAX-RECORDS TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               IF SRC-LANDING-FILE NOT = WS-OLD-LANDING
                   MOVE "LANDING" TO WS-AUDIT-FIELD-SUFFIX
                   MOVE WS-OLD-LANDING TO AUD-OLD-VALUE
                   MOVE SRC-LANDING-FILE TO AUD-NEW-VALUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               END-IF
               DISPLAY "Sending system " WS-SYSTEM-ENTRY
                   " added/updated"
           END-IF.

      * Suspending keeps the schedule on file so resuming needs no
      * re-keying; the monitor simply skips a suspended sender.
       5000-CHANGE-STATUS.
           PERFORM 2100-ACCEPT-SYSTEM-ENTRY
           IF WS-SYSTEM-ENTRY NOT = SPACES
               PERFORM 1100-LOCATE-SOURCE-RECORD
               IF NOT WS-RECORD-FOUND
                   DISPLAY "Sending system " WS-SYSTEM-ENTRY
                       " is not on the delivery schedule"
               ELSE
                   MOVE SRC-STATUS TO WS-OLD-STATUS
                   IF WS-MENU-CHOICE = "3"
                       MOVE 'S' TO SRC-STATUS
                   ELSE
                       MOVE 'A' TO SRC-STATUS
                   END-IF
                   IF SRC-STATUS = WS-OLD-STATUS
                       DISPLAY "Sending system " WS-SYSTEM-ENTRY
                           " already has status " SRC-STATUS
                   ELSE
                       MOVE WS-USER-ID TO SRC-ENTERED-BY
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-TIME
                       MOVE WS-CURRENT-DATE-TIME TO SRC-TIMESTAMP
                       REWRITE SOURCE-SYSTEM-RECORD
                       IF WS-SRC-FILE-STATUS NOT = "00"
                           DISPLAY "Status update failed - file "
                               "status " WS-SRC-FILE-STATUS
                       ELSE
                           MOVE "STATUS" TO WS-AUDIT-FIELD-SUFFIX
                           MOVE WS-OLD-STATUS TO AUD-OLD-VALUE
                           MOVE SRC-STATUS TO AUD-NEW-VALUE
                           PERFORM 7000-WRITE-AUDIT-RECORD
                           DISPLAY "Sending system " WS-SYSTEM-ENTRY
                               " status now " SRC-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Sending systems are not categories, so schedule changes go
      * to THRAUDIT under category SRC, and the field name carries
      * the system (PAYROLL-CUTOFF, and so on).
       7000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO AUD-EFFECTIVE-DATE
           MOVE "SRC" TO AUD-CATEGORY
           MOVE SPACES TO AUD-FIELD-NAME
           STRING WS-SYSTEM-ENTRY DELIMITED BY SPACE
               "-" WS-AUDIT-FIELD-SUFFIX DELIMITED BY SPACE
               INTO AUD-FIELD-NAME
           END-STRING
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           IF WS-SRC-FILE-OPEN
               CLOSE SOURCE-MASTER-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.

      * without losing its registration history. Every change is      *
      * logged to the THRAUDIT change-history file the same way       *
      * CTLMAINT logs threshold changes, so AUDQUERY reports cover    *
      * category registrations too. Sign-on takes the operator's      *
      * password as well as the user ID; SIGNON checks it, enforces   *
      * lockout and password changes, and logs refused sign-ons to    *
      * SECVIOL.                                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMAINT.
       01  WS-AUD-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-AUD-FILE-OPEN                    VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16)   VALUE SPACES.
       01  WS-SIGNON-PROGRAM           PIC X(10)   VALUE "CATMAINT".
       01  WS-SIGNON-RESULT            PIC X(1)    VALUE 'N'.
           88  WS-SIGNED-ON                        VALUE 'Y'.
       01  WS-AUTH-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-USER-AUTHORIZED                  VALUE 'Y'.
       01  WS-MENU-CHOICE              PIC X(1).
               VALUE "SOURCE CATEGORY MASTER MAINTENANCE - LOGIN".
           05  LINE 3 COLUMN 1 VALUE "Enter your user ID: ".
           05  LINE 3 COLUMN 22 PIC X(8) TO WS-USER-ID.
           05  LINE 4 COLUMN 1 VALUE "Enter your password:".
           05  LINE 4 COLUMN 22 PIC X(16) TO WS-PASSWORD
               SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
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
               DISPLAY "User not authorized for category "
                   "maintenance - access denied"

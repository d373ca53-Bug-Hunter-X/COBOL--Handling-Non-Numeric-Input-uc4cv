      * second pair of eyes), running audit inquiries, and            *
      * administering this file itself. A suspended or expired        *
      * operator is refused everywhere at once. An expiry date of     *
      * zero means the access does not expire. Sign-on is proved by a *
      * password, kept only as the one-way hash PWHASH makes of it    *
      * with the user ID, so neither the file nor its backups give    *
      * it away. SECMAINT sets and resets it and flags it to be       *
      * changed at first use; SIGNON makes the operator change it     *
      * then and whenever it is older than the policy allows, counts  *
      * consecutive failures, and locks the operator (status L) when  *
      * they reach the policy limit - only a security administrator   *
      * can unlock. The policy itself is the reserved record          *
      * *POLICY* (status P), whose operator name area holds the       *
      * failure limit, the password lifetime in days (0 = no expiry), *
      * and the minimum password length; it can never sign on.        *
      *================================================================*
       01  OPERATOR-SECURITY-RECORD.
           05  SEC-KEY.
               10  SEC-USER-ID         PIC X(8).
                   88  SEC-POLICY-KEY              VALUE "*POLICY*".
           05  SEC-OPERATOR-NAME       PIC X(30).
           05  SEC-POLICY-DATA REDEFINES SEC-OPERATOR-NAME.
               10  SEC-POL-MAX-ATTEMPTS
                                       PIC 9(2).
               10  SEC-POL-PASSWORD-DAYS
                                       PIC 9(3).
               10  SEC-POL-MIN-LENGTH  PIC 9(2).
               10  FILLER              PIC X(23).
           05  SEC-ROLE-REPAIR         PIC X(1).
               88  SEC-CAN-REPAIR                  VALUE 'Y'.
           05  SEC-ROLE-MAINTAIN       PIC X(1).
           05  SEC-STATUS              PIC X(1).
               88  SEC-ACTIVE                      VALUE 'A'.
               88  SEC-SUSPENDED                   VALUE 'S'.
               88  SEC-LOCKED                      VALUE 'L'.
               88  SEC-POLICY-RECORD               VALUE 'P'.
           05  SEC-EXPIRY-DATE         PIC 9(8).
           05  SEC-ENTERED-BY          PIC X(8).
           05  SEC-TIMESTAMP           PIC X(21).
           05  SEC-PASSWORD-HASH       PIC 9(18).
           05  SEC-PASSWORD-DATE       PIC 9(8).
           05  SEC-PASSWORD-CHANGE-FLAG
                                       PIC X(1).
               88  SEC-MUST-CHANGE-PASSWORD        VALUE 'Y'.
           05  SEC-FAILED-ATTEMPTS     PIC 9(2).
           05  SEC-LAST-SIGNON-TIMESTAMP
                                       PIC X(21).

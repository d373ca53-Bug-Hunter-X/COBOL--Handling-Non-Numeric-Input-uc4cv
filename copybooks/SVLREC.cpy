      *================================================================*
      * SVLREC.CPY                                                     *
      * Sign-on violation log (SECVIOL), one record per refused       *
      * sign-on, appended by SIGNON for every online transaction that *
      * authenticates against OPSEC: a user ID not on the file, a     *
      * wrong password, the attempt that locked the operator out, any *
      * attempt on a locked, suspended, or expired operator, and an   *
      * operator with no password set yet. SVL-FAILED-ATTEMPTS is the *
      * consecutive-failure count after the attempt (zero for a user  *
      * ID not on the file). SECVRPT reports the day's records for    *
      * the security administrator to review.                         *
      *================================================================*
       01  SIGNON-VIOLATION-RECORD.
           05  SVL-TIMESTAMP               PIC X(21).
           05  SVL-USER-ID                 PIC X(8).
           05  SVL-PROGRAM                 PIC X(10).
           05  SVL-REASON                  PIC X(2).
               88  SVL-UNKNOWN-USER                VALUE "UU".
               88  SVL-BAD-PASSWORD                VALUE "BP".
               88  SVL-LOCKED-OUT                  VALUE "LK".
               88  SVL-LOCKED-ATTEMPT              VALUE "LA".
               88  SVL-SUSPENDED-ATTEMPT           VALUE "SU".
               88  SVL-EXPIRED-ATTEMPT             VALUE "EX".
               88  SVL-NO-PASSWORD                 VALUE "NP".
           05  SVL-FAILED-ATTEMPTS         PIC 9(2).

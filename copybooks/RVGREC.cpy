      *================================================================*
      * RVGREC.CPY                                                     *
      * Feed reversal register record (REVREG), keyed the same way    *
      * the feed itself is - original run date and feed sequence ID.  *
      * FEEDREV writes one entry for every feed record it reverses,   *
      * and refuses to reverse a record already on the register, so a *
      * value can be taken back from settlement only once. FEEDRECON  *
      * reads the register to treat a reversed feed record as closed: *
      * it is neither chased as unacknowledged nor carried in         *
      * suspense, and an acknowledgment for it is not an orphan. The  *
      * entry also names the reversal set (issue date and session     *
      * sequence on FEEDREVS) the reversal went out in.               *
      *================================================================*
       01  REVERSAL-REGISTER-RECORD.
           05  RVG-KEY.
               10  RVG-RUN-DATE        PIC 9(8).
               10  RVG-SEQUENCE-ID     PIC 9(8).
           05  RVG-VALUE               PIC -(7)9.99.
           05  RVG-BAND-CODE           PIC X(4).
           05  RVG-REASON-CODE         PIC X(2).
           05  RVG-REVERSED-BY         PIC X(8).
           05  RVG-TIMESTAMP           PIC X(21).
           05  RVG-ISSUE-DATE          PIC 9(8).
           05  RVG-ISSUE-SEQUENCE      PIC 9(6).

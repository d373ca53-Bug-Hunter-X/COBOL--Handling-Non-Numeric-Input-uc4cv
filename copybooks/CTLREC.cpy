      * also carries the run-level reject-rate tolerance - the        *
      * percentage of non-numeric input above which the checker       *
      * abandons the run and signals failure to the scheduler         *
      * (zero disables the check). CTL-AUTH-LIMIT is the category's   *
      * authorization limit: a MID or HIGH value above it is not fed  *
      * but held on the hold queue (HOLDQ) until one operator has     *
      * reviewed it and a different operator has released it through  *
      * HOLDRLSE. Zero means the category has no limit; rows written  *
      * before the limit existed carry spaces and are read the same   *
      * way. The DEF row also carries the duplicate tolerance - the   *
      * share of a transmission's details that may be references      *
      * already processed before the checker abandons the run (zero,  *
      * or spaces on rows written before it existed, disables the     *
      * check).                                                       *
      *================================================================*
       01  THRESHOLD-CONTROL-RECORD.
           05  CTL-KEY.
               88  CTL-APPROVAL-NOT-TRACKED         VALUE ' '.
           05  CTL-ENTERED-BY               PIC X(8).
           05  CTL-APPROVED-BY              PIC X(8).
           05  CTL-AUTH-LIMIT               PIC S9(7)V99
                                             SIGN LEADING SEPARATE
                                             CHARACTER.
           05  CTL-DUPLICATE-TOLERANCE-PCT  PIC 9(3)V99.

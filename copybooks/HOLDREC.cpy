      *================================================================*
      * HOLDREC.CPY                                                   *
      * Large-value hold queue record (HOLDQ), keyed by the business  *
      * date and transmission sequence of the NUMIN header, the       *
      * stream number, and the record number within the transmission  *
      * - the same tie-back RUNCTL and the exception files use, so a  *
      * held value can always be traced to the one input record it    *
      * came from. BUGSOLUTION writes an entry, status HELD, for      *
      * every MID or HIGH value above its category's authorization    *
      * limit (CTL-AUTH-LIMIT) instead of feeding it. In HOLDRLSE one *
      * operator marks the entry REVIEWED and a different operator    *
      * RELEASES or DECLINES it; the reviewer can never release their *
      * own review. A released entry is picked up by the first        *
      * transmission BUGSOLUTION processes afterwards, written into   *
      * that run's framed feed, and stamped FED with the consuming    *
      * run (business date and transmission sequence) and the feed    *
      * sequence ID it was given, so each release reaches settlement  *
      * exactly once. A declined entry is never fed. An unconsumed    *
      * stamp is all zeros. HLD-SOURCE-REFERENCE keeps the source's   *
      * reference for the item, so a released hold is fed under it.   *
      * When a transmission fails its held, reviewed and released     *
      * entries are marked VOIDED, which HOLDRLSE and the feed never  *
      * act on, and any release it fed is put back to RELEASED with   *
      * the stamp cleared, so the resend holds the values again and   *
      * the release reaches the next run's feed. A rerun of the same  *
      * transmission reinstates a voided entry as newly held.         *
      *================================================================*
       01  HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-RUN-DATE            PIC 9(8).
               10  HLD-FILE-SEQUENCE       PIC 9(6).
               10  HLD-STREAM-ID           PIC 9(2).
               10  HLD-RECORD-NUMBER       PIC 9(8).
           05  HLD-SOURCE-SYSTEM           PIC X(8).
           05  HLD-SOURCE-CATEGORY         PIC X(3).
           05  HLD-VALUE                   PIC S9(7)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HLD-BAND-CODE               PIC X(4).
           05  HLD-AUTH-LIMIT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HLD-STATUS                  PIC X(1).
               88  HLD-HELD                        VALUE 'H'.
               88  HLD-REVIEWED                    VALUE 'V'.
               88  HLD-RELEASED                    VALUE 'R'.
               88  HLD-DECLINED                    VALUE 'D'.
               88  HLD-FED                         VALUE 'F'.
               88  HLD-VOIDED                      VALUE 'X'.
           05  HLD-HELD-TIMESTAMP          PIC X(21).
           05  HLD-REVIEWED-BY             PIC X(8).
           05  HLD-REVIEW-TIMESTAMP        PIC X(21).
           05  HLD-RELEASED-BY             PIC X(8).
           05  HLD-RELEASE-TIMESTAMP       PIC X(21).
           05  HLD-FED-RUN-DATE            PIC 9(8).
           05  HLD-FED-SEQUENCE            PIC 9(6).
           05  HLD-FED-SEQUENCE-ID         PIC 9(8).
           05  HLD-SOURCE-REFERENCE        PIC X(11).

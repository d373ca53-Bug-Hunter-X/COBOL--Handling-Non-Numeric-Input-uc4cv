      * per-category counter block is carried as well, so after a      *
      * restart the category summary, category tie-out, and the        *
      * per-category run-history rows still sum to the run totals.     *
      * Values held on the hold queue and values released from it      *
      * into the feed are checkpointed with their counts so the        *
      * tie-out of a restarted transmission still accounts for them.   *
      * The per-category value totals (LOW, MID, HIGH, rejected, fed,  *
      * held, released) ride in the category block for the same        *
      * reason: the run-history value fields the GL journal posts      *
      * from must not lose the money a failed attempt already saw.     *
      * Details rejected as already-processed references (reason DU)   *
      * are checkpointed by count and, per category, by count and      *
      * value, so the duplicate lines of a restarted transmission's    *
      * reports and history are whole.                                 *
      *================================================================*
       01  RESTART-RECORD.
           05  RST-LAST-RECORD-COUNT       PIC 9(8).
           05  RST-COUNT-FEED-WRITTEN      PIC 9(8).
           05  RST-COUNT-EXC-WRITTEN       PIC 9(8).
           05  RST-COUNT-RECYCLED          PIC 9(8).
           05  RST-COUNT-HELD              PIC 9(8).
           05  RST-COUNT-RELEASED          PIC 9(8).
           05  RST-COUNT-DUPLICATE         PIC 9(8).
           05  RST-HELD-VALUE-TOTAL        PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  RST-RELEASED-VALUE-TOTAL    PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  RST-FEED-HASH-TOTAL         PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-HIGH        PIC 9(8).
                   15  RST-CAT-FEED        PIC 9(8).
                   15  RST-CAT-EXC         PIC 9(8).
                   15  RST-CAT-HELD        PIC 9(8).
                   15  RST-CAT-RELEASED    PIC 9(8).
                   15  RST-CAT-VALUE-LOW   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-VALUE-MID   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-VALUE-HIGH  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-VALUE-REJECTED
                                            PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-VALUE-FEED  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-VALUE-HELD  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-VALUE-RELEASED
                                            PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
                   15  RST-CAT-DUPLICATE   PIC 9(8).
                   15  RST-CAT-VALUE-DUPLICATE
                                            PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.

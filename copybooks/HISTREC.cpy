      * against the merged feed and exception files, matching on the  *
      * transmission sequence as well so two transmissions of one     *
      * business date stay separate. Stream 00 is a whole-file run.   *
      * HIST-COUNT-HELD counts values held on the hold queue for      *
      * second-operator release instead of being fed, and             *
      * HIST-COUNT-RELEASED the earlier holds released into this      *
      * run's feed (already inside HIST-COUNT-FEED-WRITTEN), so       *
      * records + released = exceptions + feed + LOW + held.          *
      * The value fields carry the money beside the counts: the sum   *
      * of the LOW, MID and HIGH values, of the numeric values        *
      * rejected (an unknown category - a non-numeric reject has no   *
      * value), of the values fed, held and released. The fed value   *
      * is MID + HIGH - held + released, and summed over a            *
      * transmission's rows it equals the feed trailer hash total;    *
      * the GL journal extract (GLEXTRACT) posts from these fields.   *
      * HIST-COUNT-DUPLICATE and HIST-VALUE-DUPLICATE count the       *
      * details rejected as already-processed references (reason DU). *
      * They are part of the exceptions written but are kept out of   *
      * HIST-VALUE-REJECTED, so a resent file does not post a reject  *
      * value the ledger never saw arrive.                            *
      *================================================================*
       01  RUN-HISTORY-RECORD.
           05  HIST-RUN-DATE               PIC 9(8).
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-RUN-TIMESTAMP          PIC X(21).
           05  HIST-COUNT-HELD             PIC 9(8).
           05  HIST-COUNT-RELEASED         PIC 9(8).
           05  HIST-VALUE-LOW              PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-VALUE-MID              PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-VALUE-HIGH             PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-VALUE-REJECTED         PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-VALUE-FEED             PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-VALUE-HELD             PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-VALUE-RELEASED         PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
           05  HIST-COUNT-DUPLICATE        PIC 9(8).
           05  HIST-VALUE-DUPLICATE        PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.

      * hash total of FEED-VALUE) closes it, so a feed truncated in   *
      * transit is provable at settlement instead of silently short.  *
      * Settlement echoes the same framing back on the FEEDACK file.  *
      * FEED-SOURCE-REFERENCE carries the source's transaction        *
      * reference from NUMIN, so settlement can trace each payment    *
      * back to the item the source sent.                             *
      *================================================================*
       01  FEED-RECORD.
           05  FEED-RECORD-TYPE        PIC X(1).
               10  FEED-VALUE          PIC -(7)9.99.
               10  FEED-BAND-CODE      PIC X(4).
               10  FEED-TIMESTAMP      PIC X(21).
               10  FEED-SOURCE-REFERENCE
                                       PIC X(11).
           05  FEED-HEADER-DATA REDEFINES FEED-DETAIL-DATA.
               10  FEED-HDR-RUN-DATE   PIC 9(8).
               10  FEED-HDR-SEQUENCE   PIC 9(6).
               10  FEED-HDR-SENDING-SYSTEM
                                       PIC X(8).
               10  FILLER              PIC X(41).
           05  FEED-TRAILER-DATA REDEFINES FEED-DETAIL-DATA.
               10  FEED-TRL-RECORD-COUNT
                                       PIC 9(8).
               10  FEED-TRL-HASH-TOTAL PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  FILLER              PIC X(39).

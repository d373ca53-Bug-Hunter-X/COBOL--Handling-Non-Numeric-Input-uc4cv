      *================================================================*
      * REVREC.CPY                                                     *
      * Feed reversal record sent to settlement on the FEEDREVS file  *
      * by the feed reversal transaction (FEEDREV). Each detail takes *
      * back one feed record already sent on FEEDOUT and carries that *
      * record's original FEED-RUN-DATE and FEED-SEQUENCE-ID, the     *
      * value and band as they were fed, the reason code the operator *
      * gave, and the date the reversal was issued. The file is       *
      * framed the way FEEDOUT is: every reversal session opens with  *
      * a header record (issue date, session sequence, sending        *
      * system) and closes with a trailer record (detail count and a  *
      * hash total of REV-VALUE), so settlement can prove a reversal  *
      * set arrived whole before it unwinds anything.                 *
      *================================================================*
       01  REVERSAL-RECORD.
           05  REV-RECORD-TYPE         PIC X(1).
               88  REV-HEADER-RECORD               VALUE 'H'.
               88  REV-DETAIL-RECORD               VALUE 'D'.
               88  REV-TRAILER-RECORD              VALUE 'T'.
           05  REV-DETAIL-DATA.
               10  REV-ORIG-RUN-DATE   PIC 9(8).
               10  REV-ORIG-SEQUENCE-ID
                                       PIC 9(8).
               10  REV-VALUE           PIC -(7)9.99.
               10  REV-BAND-CODE       PIC X(4).
               10  REV-REASON-CODE     PIC X(2).
               10  REV-ISSUE-DATE      PIC 9(8).
               10  FILLER              PIC X(11).
           05  REV-HEADER-DATA REDEFINES REV-DETAIL-DATA.
               10  REV-HDR-ISSUE-DATE  PIC 9(8).
               10  REV-HDR-SEQUENCE    PIC 9(6).
               10  REV-HDR-SENDING-SYSTEM
                                       PIC X(8).
               10  FILLER              PIC X(30).
           05  REV-TRAILER-DATA REDEFINES REV-DETAIL-DATA.
               10  REV-TRL-RECORD-COUNT
                                       PIC 9(8).
               10  REV-TRL-HASH-TOTAL  PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  FILLER              PIC X(28).

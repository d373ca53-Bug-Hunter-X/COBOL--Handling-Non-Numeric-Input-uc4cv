      *================================================================*
      * RTSREC.CPY                                                     *
      * Return-to-source record written by SRCRETURN, one file per    *
      * sending system (RTS + system + date) carrying back every      *
      * reject that will not be repaired here: items the repair       *
      * operator returned (RS), corrections that rejected again and   *
      * were forced back (FR), and details whose source category is   *
      * not registered (UC). Each detail names the exact record the   *
      * sender must fix - the run date, transmission sequence, stream *
      * and record number - with the value exactly as it was          *
      * received. The file is framed the way NUMIN is: a header with  *
      * the return date and the system it is addressed to, and a      *
      * trailer with the detail count and a hash total of the values  *
      * that are numeric (an unreadable value contributes zero), so   *
      * the sender can prove the file complete before working it.     *
      * Each detail also carries the source transaction reference it  *
      * arrived with, so the sender can find the item in its own      *
      * books.                                                        *
      *================================================================*
       01  RETURN-ITEM-RECORD.
           05  RTS-RECORD-TYPE         PIC X(1).
               88  RTS-HEADER-RECORD               VALUE 'H'.
               88  RTS-DETAIL-RECORD               VALUE 'D'.
               88  RTS-TRAILER-RECORD              VALUE 'T'.
           05  RTS-DETAIL-DATA.
               10  RTS-RUN-DATE        PIC 9(8).
               10  RTS-FILE-SEQUENCE   PIC 9(6).
               10  RTS-STREAM-ID       PIC 9(2).
               10  RTS-RECORD-NUMBER   PIC 9(8).
               10  RTS-VALUE           PIC X(10).
               10  RTS-SOURCE-CATEGORY PIC X(3).
               10  RTS-RETURN-REASON   PIC X(2).
                   88  RTS-REASON-OPERATOR-RETURN  VALUE "RS".
                   88  RTS-REASON-FAILED-REPAIR    VALUE "FR".
                   88  RTS-REASON-UNKNOWN-CAT      VALUE "UC".
               10  RTS-SOURCE-REFERENCE
                                       PIC X(11).
           05  RTS-HEADER-DATA REDEFINES RTS-DETAIL-DATA.
               10  RTS-HDR-RETURN-DATE PIC 9(8).
               10  RTS-HDR-SOURCE-SYSTEM
                                       PIC X(8).
               10  RTS-HDR-SENDING-SYSTEM
                                       PIC X(8).
               10  FILLER              PIC X(26).
           05  RTS-TRAILER-DATA REDEFINES RTS-DETAIL-DATA.
               10  RTS-TRL-RECORD-COUNT
                                       PIC 9(8).
               10  RTS-TRL-HASH-TOTAL  PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  FILLER              PIC X(26).

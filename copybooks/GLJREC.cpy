      *================================================================*
      * GLJREC.CPY                                                     *
      * Daily general-ledger journal record (GLJRNL) written by       *
      * GLEXTRACT from the run-history value totals of every          *
      * transmission on the night's FEEDOUT. Each detail is one side  *
      * of a posting: the account, D or C, the amount, and the        *
      * transmission (business date and sequence), source category    *
      * and line type it came from, so finance can trace any GL line  *
      * back to the feed frame behind it. The file is framed the way  *
      * the feed is: a header with the journal date and sending       *
      * system, and a trailer with the detail count and the debit and *
      * credit totals, which must agree for the journal to post.      *
      *================================================================*
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE         PIC X(1).
               88  GLJ-HEADER-RECORD               VALUE 'H'.
               88  GLJ-DETAIL-RECORD               VALUE 'D'.
               88  GLJ-TRAILER-RECORD              VALUE 'T'.
           05  GLJ-DETAIL-DATA.
               10  GLJ-JOURNAL-DATE    PIC 9(8).
               10  GLJ-LINE-NUMBER     PIC 9(6).
               10  GLJ-ACCOUNT         PIC X(12).
               10  GLJ-DEBIT-CREDIT    PIC X(1).
                   88  GLJ-DEBIT                   VALUE 'D'.
                   88  GLJ-CREDIT                  VALUE 'C'.
               10  GLJ-AMOUNT          PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  GLJ-RUN-DATE        PIC 9(8).
               10  GLJ-FILE-SEQUENCE   PIC 9(6).
               10  GLJ-CATEGORY        PIC X(3).
               10  GLJ-LINE-TYPE       PIC X(4).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-HDR-JOURNAL-DATE
                                       PIC 9(8).
               10  GLJ-HDR-SENDING-SYSTEM
                                       PIC X(8).
               10  FILLER              PIC X(48).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-TRL-RECORD-COUNT
                                       PIC 9(8).
               10  GLJ-TRL-DEBIT-TOTAL PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  GLJ-TRL-CREDIT-TOTAL
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  FILLER              PIC X(24).

      * names the business source a detail record came from, so each  *
      * record is judged against its own category's threshold and     *
      * band boundary on THRCTL instead of one compromise limit.      *
      * NUM-SOURCE-REFERENCE is the sending system's own reference    *
      * for the detail; the checker remembers every reference it has  *
      * processed (DUPIDX, DUPREC.CPY) and rejects a detail whose     *
      * reference a source has already sent, so a file resent under a *
      * new header sequence is not settled twice.                     *
      *================================================================*
       01  NUM-RECORD.
           05  NUM-RECORD-TYPE         PIC X(1).
               10  NUM-VALUE           PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  NUM-SOURCE-CATEGORY PIC X(3).
               10  NUM-SOURCE-REFERENCE
                                       PIC X(11).
           05  NUM-HEADER-DATA REDEFINES NUM-DETAIL-DATA.
               10  NUM-HDR-CREATE-DATE PIC 9(8).
               10  NUM-HDR-SOURCE-SYSTEM

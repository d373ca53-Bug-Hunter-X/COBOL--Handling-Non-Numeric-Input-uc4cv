      *================================================================*
      * DUPREC.CPY                                                    *
      * Duplicate reference index (DUPIDX), one record per source     *
      * transaction reference the checker has processed, keyed by the *
      * sending system named on the NUMIN header and the reference on *
      * the detail record. BUGSOLUTION claims the reference the first *
      * time it sees it and rejects any later detail from the same    *
      * system carrying it (reason DU), so a file the source resends  *
      * under a new header sequence is not settled a second time.     *
      * The claim records where the reference was first seen -        *
      * business date and transmission sequence of the header, the    *
      * stream, and the detail's position in the transmission - so a  *
      * RESTART or OVERRIDE rerun of that same transmission and       *
      * stream meets its own claims and processes them normally; a    *
      * claim from another stream or another detail of the same       *
      * transmission is a duplicate. Claims made by a transmission    *
      * that then fails are released when it closes, so the corrected *
      * resend is not taken for a duplicate.                          *
      * DUP-RUN-DATE is the run date the claim was made; HOUSEKEEP    *
      * ages the index on it under the DUPIDX retention rule, which   *
      * is how many business days a reference stays "already          *
      * processed".                                                   *
      *================================================================*
       01  DUPLICATE-INDEX-RECORD.
           05  DUP-KEY.
               10  DUP-SOURCE-SYSTEM       PIC X(8).
               10  DUP-SOURCE-REFERENCE    PIC X(11).
           05  DUP-BUSINESS-DATE           PIC 9(8).
           05  DUP-FILE-SEQUENCE           PIC 9(6).
           05  DUP-STREAM-ID               PIC 9(2).
           05  DUP-DETAIL-NUMBER           PIC 9(8).
           05  DUP-RUN-DATE                PIC 9(8).
           05  DUP-TIMESTAMP               PIC X(21).

      *================================================================*
      * GLMREC.CPY                                                     *
      * General-ledger account mapping record (GLMAP), keyed by       *
      * source category and journal line type. The line types are     *
      * the value totals BUGSOLUTION keeps per category on RUNHIST:   *
      * LOW, MID and HIGH band values, REJ for numeric values         *
      * rejected, HELD for values held for authorization, and REL     *
      * for earlier holds released into the feed. GLEXTRACT posts     *
      * each nonzero total as one debit line and one credit line to   *
      * the two accounts on its mapping row, so the journal balances  *
      * line for line. A category with no row of its own for a line   *
      * type is posted under the DEF row for that type; a total with  *
      * no row at all is left unposted and fails the journal proof.   *
      * GLM-ACTION N records a deliberate decision not to post a      *
      * line type (LOW values never reach settlement, for one) so it  *
      * is not mistaken for a missing mapping. Maintained by GLMAINT, *
      * which logs every change to THRAUDIT.                          *
      *================================================================*
       01  GL-MAPPING-RECORD.
           05  GLM-KEY.
               10  GLM-CATEGORY        PIC X(3).
               10  GLM-LINE-TYPE       PIC X(4).
                   88  GLM-VALID-LINE-TYPE
                                       VALUE "LOW " "MID " "HIGH"
                                             "REJ " "HELD" "REL ".
           05  GLM-ACTION              PIC X(1).
               88  GLM-POST                        VALUE 'P'.
               88  GLM-NO-POST                     VALUE 'N'.
           05  GLM-DEBIT-ACCOUNT       PIC X(12).
           05  GLM-CREDIT-ACCOUNT      PIC X(12).
           05  GLM-DESCRIPTION         PIC X(30).
           05  GLM-ENTERED-BY          PIC X(8).
           05  GLM-TIMESTAMP           PIC X(21).

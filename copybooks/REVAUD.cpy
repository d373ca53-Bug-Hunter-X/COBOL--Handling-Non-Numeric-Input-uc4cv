      *================================================================*
      * REVAUD.CPY                                                     *
      * Audit-trail record for feed reversals (REVAUDIT), written by  *
      * FEEDREV the way CTLMAINT writes THRAUDIT: one record per feed *
      * record reversed, with the original run date and feed          *
      * sequence ID, the value and band taken back, the operator's    *
      * reason (code and free text), who reversed it and when - so    *
      * every value withdrawn from settlement has a who/when/why      *
      * history of its own.                                           *
      *================================================================*
       01  REVERSAL-AUDIT-RECORD.
           05  RAUD-ORIG-RUN-DATE          PIC 9(8).
           05  RAUD-ORIG-SEQUENCE-ID       PIC 9(8).
           05  RAUD-VALUE                  PIC -(7)9.99.
           05  RAUD-BAND-CODE              PIC X(4).
           05  RAUD-REASON-CODE            PIC X(2).
           05  RAUD-REASON-TEXT            PIC X(30).
           05  RAUD-REVERSED-BY            PIC X(8).
           05  RAUD-TIMESTAMP              PIC X(21).

      * original FEEDOUT file, the date the item first opened so its  *
      * age survives the nightly rewrite, and a resend count so an    *
      * item that keeps coming back rejected is visible as a repeat   *
      * offender instead of looking new every morning. It also keeps  *
      * the source transaction reference the feed record carried, so  *
      * a retransmitted record still names the source item it         *
      * settles.                                                      *
      *================================================================*
       01  SUSPENSE-RECORD.
           05  SUS-RUN-DATE            PIC 9(8).
           05  SUS-FIRST-OPEN-DATE     PIC 9(8).
           05  SUS-RESEND-COUNT        PIC 9(3).
           05  SUS-LAST-RESEND-DATE    PIC 9(8).
           05  SUS-SOURCE-REFERENCE    PIC X(11).

      * Exception record written for every input value that fails     *
      * the numeric edit, so rejected entries can be handed back to    *
      * the source system instead of scrolling off the console.        *
      * Exceptions now live on the exception master (EXCMAST,          *
      * EXMREC.CPY); this layout remains the stream work file          *
      * (EXCyyyymmddnn) each stream of a split run writes and STRMCONS *
      * loads onto the master. The old daily files the one-time        *
      * conversion (EXCCONV) loads predate EXC-SOURCE-SYSTEM and       *
      * EXC-SOURCE-REFERENCE and are 62 bytes; EXCCONV reads them in   *
      * that shorter layout.                                           *
      * EXC-RUN-DATE carries the date of the run that produced the     *
      * exception so a repaired record on the recycle file can be      *
      * traced back to the exact run and record it came from.          *
      * unregistered source category are different problems routed     *
      * to different people, so the repair operator sees the reason    *
      * instead of guessing it from the value.                         *
      * EXC-SOURCE-SYSTEM is the sending system named on the NUMIN     *
      * header, so a reject can be handed back to whoever sent it -    *
      * the return-to-source run (SRCRETURN) files each item under     *
      * its sender. EXC-SOURCE-REFERENCE is the source's reference     *
      * from the detail record; reason DU marks a detail whose         *
      * reference the source had already sent in an earlier            *
      * transmission.                                                  *
      *================================================================*
       01  EXCEPTION-RECORD.
           05  EXC-VALUE               PIC X(10).
               88  EXC-REASON-NONNUMERIC           VALUE "NN".
               88  EXC-REASON-UNKNOWN-CAT          VALUE "UC".
               88  EXC-REASON-RECYCLE-REJECT       VALUE "RR".
               88  EXC-REASON-DUPLICATE            VALUE "DU".
      * How many corrections this exception has already been through:
      * 0 for a fresh reject from the source file, 1 or more when a
      * recycled correction rejected again - the repair transaction
      * forces anything over 0 back to source instead of repairing it
      * a second time.
           05  EXC-RECYCLE-ATTEMPTS    PIC 9(2).
           05  EXC-SOURCE-SYSTEM       PIC X(8).
           05  EXC-SOURCE-REFERENCE    PIC X(11).

      * again is forced back to source (disposition F) by the repair   *
      * transaction instead of circulating between the exception and   *
      * recycle files forever.                                         *
      * RCY-SOURCE-SYSTEM carries the sender over from the exception,  *
      * and RCY-RETURNED-DATE is stamped by the return-to-source run   *
      * (SRCRETURN) with the date of the return file that carried a    *
      * returned or forced item back - all zeros until then - so no    *
      * item is ever sent back twice. Unregistered-category rejects    *
      * the return run sends back without an operator are written      *
      * here as disposition R, already stamped, so their disposition   *
      * can be proven like any other; the exception master (EXCMAST)   *
      * carries each exception's current status for the repair        *
      * transaction and aging report. RCY-SOURCE-REFERENCE is the      *
      * source's reference carried from the exception, so a corrected  *
      * value reaches the feed under the reference the source sent it  *
      * with.                                                          *
      *================================================================*
       01  RECYCLE-RECORD.
           05  RCY-ORIGINAL-RUN-DATE       PIC 9(8).
           05  RCY-CONSUMED-RUN-DATE       PIC 9(8).
           05  RCY-CONSUMED-SEQUENCE       PIC 9(6).
           05  RCY-ATTEMPT-COUNT           PIC 9(2).
           05  RCY-SOURCE-SYSTEM           PIC X(8).
           05  RCY-RETURNED-DATE           PIC 9(8).
           05  RCY-SOURCE-REFERENCE        PIC X(11).

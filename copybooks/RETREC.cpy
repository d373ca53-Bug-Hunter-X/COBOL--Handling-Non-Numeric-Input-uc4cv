      *================================================================*
      * RETREC.CPY                                                     *
      * Retention rule record for the housekeeping batch run          *
      * (HOUSEKEEP). One rule per permanent file: how many business   *
      * days stay online, and whether aged records move to a dated    *
      * archive file or are simply dropped. RTN-FILE-ID names the     *
      * file the rule governs - RUNHIST, THRAUDIT, RECYCLE, RUNCTL,   *
      * or EXCMAST for the exception master (EXCFILES, the id from    *
      * the daily exception files it replaced, still names the same   *
      * file). DUPIDX, the duplicate reference index, is aged the     *
      * same way: its keep days are how long a source's reference     *
      * stays "already processed" to the checker. A file with no rule *
      * on RETNCTL is never touched, so the safe state of an empty or *
      * missing rule file is that nothing is purged.                  *
      *================================================================*
       01  RETENTION-RULE-RECORD.
           05  RTN-FILE-ID             PIC X(8).

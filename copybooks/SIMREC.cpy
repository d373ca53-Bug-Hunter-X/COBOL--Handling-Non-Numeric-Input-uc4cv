      *================================================================*
      * SIMREC.CPY                                                     *
      * Impact-simulation result (THRSIMR), one record per pending    *
      * THRCTL row, keyed the same way the row is: category and       *
      * effective date. THRSIM writes it after replaying archived     *
      * NUMIN transmissions under the limits in force today and under *
      * the pending limits; a rerun replaces it. SIM-RUN-ID (the date *
      * and time of the run) is the reference CTLMAINT writes to      *
      * THRAUDIT when the change is approved, and the pending limits  *
      * the run used are kept so a row re-staged after the run can be *
      * recognized as simulated against other values. The totals are  *
      * the whole replay, every category: a DEF change moves every    *
      * category that falls back to DEF. The feed totals exclude      *
      * values held over an authorization limit.                      *
      *================================================================*
       01  SIMULATION-RECORD.
           05  SIM-KEY.
               10  SIM-CATEGORY        PIC X(3).
               10  SIM-EFFECTIVE-DATE  PIC 9(8).
           05  SIM-RUN-ID              PIC 9(14).
           05  SIM-PENDING-THRESHOLD   PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  SIM-PENDING-BAND-HIGH   PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  SIM-PENDING-AUTH-LIMIT  PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  SIM-TRANSMISSIONS       PIC 9(4).
           05  SIM-RECORDS-REPLAYED    PIC 9(8).
           05  SIM-RECORDS-MOVED       PIC 9(8).
           05  SIM-FEED-COUNT-CURRENT  PIC 9(8).
           05  SIM-FEED-COUNT-PENDING  PIC 9(8).
           05  SIM-FEED-VALUE-CURRENT  PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  SIM-FEED-VALUE-PENDING  PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  SIM-STOP-FED-COUNT      PIC 9(8).
           05  SIM-STOP-FED-VALUE      PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.

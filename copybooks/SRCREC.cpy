      *================================================================*
      * SRCREC.CPY                                                     *
      * Source-system delivery schedule (SRCMAST), one record per     *
      * sending system as named on the NUMIN header. It says when the *
      * sender is expected to deliver - a Y/N flag per weekday,       *
      * Monday first, and the cutoff time (HHMM) by which the day's   *
      * transmission must have landed - and how many detail records   *
      * a normal delivery carries, so DLVRMON can page someone at     *
      * cutoff instead of the sequence check noticing a missing       *
      * transmission when the next one arrives. A zero volume bound   *
      * is not checked. SRC-LANDING-FILE names the file the sender    *
      * lands in (NUMIN when blank). A suspended sender stays on the  *
      * master but is not monitored. Maintained by SRCMAINT, which    *
      * logs every change to THRAUDIT.                                *
      *================================================================*
       01  SOURCE-SYSTEM-RECORD.
           05  SRC-KEY.
               10  SRC-SOURCE-SYSTEM   PIC X(8).
           05  SRC-DESCRIPTION         PIC X(30).
           05  SRC-DELIVERY-DAYS       PIC X(7).
           05  SRC-DELIVERY-DAY-TABLE REDEFINES SRC-DELIVERY-DAYS.
               10  SRC-DELIVERY-DAY    PIC X(1)    OCCURS 7 TIMES.
                   88  SRC-DELIVERS-THIS-DAY       VALUE 'Y'.
           05  SRC-CUTOFF-TIME         PIC 9(4).
           05  SRC-CUTOFF-PARTS REDEFINES SRC-CUTOFF-TIME.
               10  SRC-CUTOFF-HH       PIC 9(2).
               10  SRC-CUTOFF-MM       PIC 9(2).
           05  SRC-MIN-RECORDS         PIC 9(8).
           05  SRC-MAX-RECORDS         PIC 9(8).
           05  SRC-LANDING-FILE        PIC X(20).
           05  SRC-STATUS              PIC X(1).
               88  SRC-MONITORED                   VALUE 'A'.
               88  SRC-SUSPENDED                   VALUE 'S'.
           05  SRC-ENTERED-BY          PIC X(8).
           05  SRC-TIMESTAMP           PIC X(21).

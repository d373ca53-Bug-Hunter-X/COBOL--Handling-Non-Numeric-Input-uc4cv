      *================================================================*
      * BDYPARM.CPY                                                    *
      * Request and answer passed to BUSDAYS, the business-day        *
      * calendar routine every program that ages or windows by days   *
      * calls, so they all count the same days the same way. COUNT    *
      * gives the business days after BDY-FROM-DATE up to and         *
      * including BDY-TO-DATE (zero when the to-date is not later) -  *
      * the age of something dated BDY-FROM-DATE as seen on           *
      * BDY-TO-DATE. SHIFT returns in BDY-TO-DATE the business day    *
      * that lies BDY-DAYS business days before (negative) or after   *
      * (positive) the from-date. TYPE describes BDY-FROM-DATE: its   *
      * weekday (1 = Monday), whether it is a business day, whether   *
      * it is the last business day of its month, and a day type for  *
      * like-for-like comparisons - MEN for a month-end business day, *
      * NBD for a day that is not a business day, otherwise the       *
      * weekday name. BDY-CALENDAR-STATUS says whether the holiday    *
      * calendar (BUSCAL) was there to use: without it only Saturdays *
      * and Sundays are non-business days.                            *
      *================================================================*
       01  BUSINESS-DAY-REQUEST.
           05  BDY-FUNCTION                PIC X(1).
               88  BDY-COUNT-DAYS                  VALUE 'C'.
               88  BDY-SHIFT-DAYS                  VALUE 'S'.
               88  BDY-DESCRIBE-DAY                VALUE 'T'.
           05  BDY-FROM-DATE               PIC 9(8).
           05  BDY-TO-DATE                 PIC 9(8).
           05  BDY-DAYS                    PIC S9(5).
           05  BDY-DAY-OF-WEEK             PIC 9(1).
           05  BDY-BUSINESS-DAY-FLAG       PIC X(1).
               88  BDY-IS-BUSINESS-DAY             VALUE 'Y'.
           05  BDY-MONTH-END-FLAG          PIC X(1).
               88  BDY-IS-MONTH-END                VALUE 'Y'.
           05  BDY-DAY-TYPE                PIC X(3).
           05  BDY-CALENDAR-STATUS         PIC X(1).
               88  BDY-CALENDAR-USED               VALUE 'Y'.
               88  BDY-WEEKENDS-ONLY               VALUE 'N'.
               88  BDY-CALENDAR-TRUNCATED          VALUE 'T'.
           05  BDY-RETURN-CODE             PIC X(1).
               88  BDY-REQUEST-OK                  VALUE '0'.
               88  BDY-INVALID-DATE                VALUE '1'.
               88  BDY-INVALID-FUNCTION            VALUE '2'.

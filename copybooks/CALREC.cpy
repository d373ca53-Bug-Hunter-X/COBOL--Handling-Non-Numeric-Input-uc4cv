      *================================================================*
      * CALREC.CPY                                                     *
      * Business-day calendar (BUSCAL), one record per date that does *
      * not follow the weekday rule - Monday to Friday are business   *
      * days, Saturday and Sunday are not. A holiday marks a weekday  *
      * as a non-business day; a working day marks a weekend date as  *
      * a business day (a bank Saturday, a moved holiday). Dates not  *
      * on the file follow the weekday rule. BUSDAYS reads it for     *
      * EXCAGING, FEEDRECON, FEEDGATE, and HOUSEKEEP; CALMAINT        *
      * maintains it and logs every change to THRAUDIT.               *
      *================================================================*
       01  CALENDAR-RECORD.
           05  CAL-KEY.
               10  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE            PIC X(1).
               88  CAL-HOLIDAY                     VALUE 'H'.
               88  CAL-WORKING-DAY                 VALUE 'W'.
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-ENTERED-BY          PIC X(8).
           05  CAL-TIMESTAMP           PIC X(21).

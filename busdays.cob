      *================================================================*
      * PROGRAM-ID : BUSDAYS                                          *
      * Business-day calendar routine (request layout BDYPARM.CPY),   *
      * called wherever an age or a window used to be counted in      *
      * calendar days - EXCAGING's age buckets and scan window,       *
      * FEEDRECON's days outstanding, FEEDGATE's baseline window and  *
      * day type, and HOUSEKEEP's retention cutoff - so that a long   *
      * weekend no longer makes every exception look escalated and a  *
      * Monday is compared with other Mondays, not with weekend       *
      * non-runs. Monday to Friday are business days and Saturday and *
      * Sunday are not, except where the calendar file (BUSCAL,       *
      * CALREC.CPY, maintained by CALMAINT) says otherwise for a      *
      * date. The file is read once, on the first call of the run,    *
      * into a table searched by halving; a run without the file      *
      * falls back to the weekday rule alone and says so in the       *
      * answer, so the caller can warn. The last count is remembered, *
      * since callers age many records from the same date in a row.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-CAL-FILE-STATUS          PIC X(2).
       01  WS-CALENDAR-LOADED-SWITCH   PIC X(1)    VALUE 'N'.
           88  WS-CALENDAR-LOADED                  VALUE 'Y'.
       01  WS-CALENDAR-STATUS          PIC X(1)    VALUE 'N'.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
      * Calendar dates in ascending order, as the file is keyed.
       01  WS-CAL-COUNT                PIC 9(4)    VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 3000 TIMES.
               10  WS-CAL-INTEGER      PIC 9(7).
               10  WS-CAL-TYPE         PIC X(1).
       01  WS-SEARCH-LOW               PIC S9(5)   VALUE 0.
       01  WS-SEARCH-HIGH              PIC S9(5)   VALUE 0.
       01  WS-SEARCH-MID               PIC S9(5)   VALUE 0.
       01  WS-SEARCH-HIT               PIC S9(5)   VALUE 0.
       01  WS-DAY-INTEGER              PIC 9(7)    VALUE 0.
       01  WS-WEEKDAY                  PIC 9(1)    VALUE 0.
       01  WS-BUSINESS-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-BUSINESS-DAY                     VALUE 'Y'.
       01  WS-FROM-INTEGER             PIC 9(7)    VALUE 0.
       01  WS-TO-INTEGER               PIC 9(7)    VALUE 0.
       01  WS-DAY-STEP                 PIC S9(1)   VALUE 0.
       01  WS-DAYS-REMAINING           PIC 9(5)    VALUE 0.
       01  WS-NEXT-DATE                PIC 9(8)    VALUE 0.
       01  WS-LAST-FROM-DATE           PIC 9(8)    VALUE 0.
       01  WS-LAST-TO-DATE             PIC 9(8)    VALUE 0.
       01  WS-LAST-COUNT               PIC S9(5)   VALUE 0.
       01  WS-DAY-NAMES                PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".

       LINKAGE SECTION.
       COPY BDYPARM.

       PROCEDURE DIVISION USING BUSINESS-DAY-REQUEST.
       0000-MAINLINE.
           IF NOT WS-CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           MOVE WS-CALENDAR-STATUS TO BDY-CALENDAR-STATUS
           SET BDY-REQUEST-OK TO TRUE
           IF BDY-FROM-DATE IS NOT NUMERIC
               SET BDY-INVALID-DATE TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(BDY-FROM-DATE) NOT = 0
                   SET BDY-INVALID-DATE TO TRUE
               END-IF
           END-IF
           IF BDY-REQUEST-OK
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(BDY-FROM-DATE)
               EVALUATE TRUE
                   WHEN BDY-COUNT-DAYS
                       PERFORM 2000-COUNT-BUSINESS-DAYS
                   WHEN BDY-SHIFT-DAYS
                       PERFORM 3000-SHIFT-BUSINESS-DAYS
                   WHEN BDY-DESCRIBE-DAY
                       PERFORM 4000-DESCRIBE-DAY
                   WHEN OTHER
                       SET BDY-INVALID-FUNCTION TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.

      * A calendar bigger than the table is used as far as it goes
      * and reported as truncated rather than ignored.
       1000-LOAD-CALENDAR.
           SET WS-CALENDAR-LOADED TO TRUE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CALENDAR-STATUS
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1100-LOAD-ONE-DATE UNTIL WS-EOF
               CLOSE CALENDAR-FILE
           ELSE
               MOVE 'N' TO WS-CALENDAR-STATUS
           END-IF.

       1100-LOAD-ONE-DATE.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 3000
                       ADD 1 TO WS-CAL-COUNT
                       COMPUTE WS-CAL-INTEGER(WS-CAL-COUNT) =
                           FUNCTION INTEGER-OF-DATE(CAL-DATE)
                       MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
                   ELSE
                       MOVE 'T' TO WS-CALENDAR-STATUS
                   END-IF
           END-READ.

      * Day 1 of the integer calendar (1 January 1601) was a Monday,
      * so the weekday falls straight out of the day number; a date
      * on the calendar overrides the weekday rule.
       1200-CHECK-BUSINESS-DAY.
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-DAY-INTEGER - 1, 7) + 1
           IF WS-WEEKDAY <= 5
               MOVE 'Y' TO WS-BUSINESS-SWITCH
           ELSE
               MOVE 'N' TO WS-BUSINESS-SWITCH
           END-IF
           MOVE 1 TO WS-SEARCH-LOW
           MOVE WS-CAL-COUNT TO WS-SEARCH-HIGH
           MOVE 0 TO WS-SEARCH-HIT
           PERFORM UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                      OR WS-SEARCH-HIT > 0
               COMPUTE WS-SEARCH-MID =
                   (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-CAL-INTEGER(WS-SEARCH-MID) = WS-DAY-INTEGER
                       MOVE WS-SEARCH-MID TO WS-SEARCH-HIT
                   WHEN WS-CAL-INTEGER(WS-SEARCH-MID) < WS-DAY-INTEGER
                       COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-SEARCH-HIT > 0
               IF WS-CAL-TYPE(WS-SEARCH-HIT) = 'H'
                   MOVE 'N' TO WS-BUSINESS-SWITCH
               END-IF
               IF WS-CAL-TYPE(WS-SEARCH-HIT) = 'W'
                   MOVE 'Y' TO WS-BUSINESS-SWITCH
               END-IF
           END-IF.

      * Something dated on a Friday is one business day old on the
      * Monday after, not three.
       2000-COUNT-BUSINESS-DAYS.
           IF BDY-TO-DATE IS NOT NUMERIC
               SET BDY-INVALID-DATE TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(BDY-TO-DATE) NOT = 0
                   SET BDY-INVALID-DATE TO TRUE
               END-IF
           END-IF
           IF BDY-REQUEST-OK
               IF BDY-FROM-DATE = WS-LAST-FROM-DATE
                   AND BDY-TO-DATE = WS-LAST-TO-DATE
                   MOVE WS-LAST-COUNT TO BDY-DAYS
               ELSE
                   MOVE 0 TO BDY-DAYS
                   COMPUTE WS-TO-INTEGER =
                       FUNCTION INTEGER-OF-DATE(BDY-TO-DATE)
                   COMPUTE WS-DAY-INTEGER = WS-FROM-INTEGER + 1
                   PERFORM UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
                       PERFORM 1200-CHECK-BUSINESS-DAY
                       IF WS-BUSINESS-DAY
                           ADD 1 TO BDY-DAYS
                       END-IF
                       ADD 1 TO WS-DAY-INTEGER
                   END-PERFORM
                   MOVE BDY-FROM-DATE TO WS-LAST-FROM-DATE
                   MOVE BDY-TO-DATE TO WS-LAST-TO-DATE
                   MOVE BDY-DAYS TO WS-LAST-COUNT
               END-IF
           END-IF.

      * Each step moves to the next business day in the chosen
      * direction, so the answer is always a business day (or the
      * from-date itself for a shift of zero).
       3000-SHIFT-BUSINESS-DAYS.
           MOVE WS-FROM-INTEGER TO WS-DAY-INTEGER
           IF BDY-DAYS < 0
               MOVE -1 TO WS-DAY-STEP
               COMPUTE WS-DAYS-REMAINING = 0 - BDY-DAYS
           ELSE
               MOVE 1 TO WS-DAY-STEP
               MOVE BDY-DAYS TO WS-DAYS-REMAINING
           END-IF
           PERFORM UNTIL WS-DAYS-REMAINING = 0
               ADD WS-DAY-STEP TO WS-DAY-INTEGER
               PERFORM 1200-CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-DAYS-REMAINING
               END-IF
           END-PERFORM
           COMPUTE BDY-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).

      * Month-end is the last business day of the month: the next
      * business day after it falls in another month.
       4000-DESCRIBE-DAY.
           MOVE WS-FROM-INTEGER TO WS-DAY-INTEGER
           PERFORM 1200-CHECK-BUSINESS-DAY
           MOVE WS-WEEKDAY TO BDY-DAY-OF-WEEK
           MOVE WS-BUSINESS-SWITCH TO BDY-BUSINESS-DAY-FLAG
           MOVE 'N' TO BDY-MONTH-END-FLAG
           IF BDY-IS-BUSINESS-DAY
               PERFORM 4100-STEP-TO-NEXT-BUSINESS-DAY
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               IF WS-NEXT-DATE(5:2) NOT = BDY-FROM-DATE(5:2)
                   MOVE 'Y' TO BDY-MONTH-END-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT BDY-IS-BUSINESS-DAY
                   MOVE "NBD" TO BDY-DAY-TYPE
               WHEN BDY-IS-MONTH-END
                   MOVE "MEN" TO BDY-DAY-TYPE
               WHEN OTHER
                   MOVE WS-DAY-NAMES((BDY-DAY-OF-WEEK - 1) * 3 + 1:3)
                       TO BDY-DAY-TYPE
           END-EVALUATE.

       4100-STEP-TO-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-DAY-INTEGER
           PERFORM 1200-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY
               ADD 1 TO WS-DAY-INTEGER
               PERFORM 1200-CHECK-BUSINESS-DAY
           END-PERFORM.

      *================================================================*
      * PROGRAM-ID : EXCAGING                                         *
      * Outstanding-exception aging and escalation report. Reads the  *
      * exception master (EXCMAST) from the first run date of the     *
      * scan window, and reports every exception still open - one no  *
      * repair operator or return run has touched - by source         *
      * category and age bucket (1-2, 3-7, 8 and over business days), *
      * so a reject sitting unworked is visible without asking the    *
      * repair operator. An exception older than the agreed age limit *
      * is flagged ESCALATED and the run ends with return code 8 so   *
      * the scheduler can page the on-call. Parameters: DAYS=nn scan  *
      * window (default 30), AGELIMIT=nn escalation age (default 7),  *
      * both in business days as BUSDAYS counts them from the BUSCAL  *
      * calendar, so a long weekend or a holiday no longer pushes     *
      * untouched work over the limit.                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       WORKING-STORAGE SECTION.
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-RUN-PARM                 PIC X(40)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-DAYS-ENTRY               PIC X(2)    VALUE SPACES.
       01  WS-AGE-LIMIT                PIC 9(3)    VALUE 7.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-WINDOW-START-DATE        PIC 9(8)    VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(5)   VALUE 0.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
       01  WS-COUNT-EXC-READ           PIC 9(8)    VALUE 0.
       01  WS-COUNT-WORKED             PIC 9(8)    VALUE 0.
       01  WS-COUNT-OUTSTANDING        PIC 9(8)    VALUE 0.
       01  WS-COUNT-ESCALATED          PIC 9(8)    VALUE 0.
      * Outstanding counts by source category and age bucket.
       01  WS-CAT-COUNT                PIC 9(2)    VALUE 0.
       01  WS-CAT-IDX                  PIC 9(2)    VALUE 0.
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).
       COPY BDYPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-WALK-EXCEPTION-MASTER
           PERFORM 8000-PRODUCE-AGING-REPORT
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
      * The loop stops where the longest keyword-plus-value still
      * fits inside the X(40) parameter area (30 + 9 + 2 - 1 = 40),
           END-IF
           IF WS-SCAN-WINDOW = 0
               MOVE 30 TO WS-SCAN-WINDOW
           END-IF
      * The window covers every date less than DAYS business days
      * old: it opens the calendar day after the business day that
      * lies DAYS business days back, so a weekend or holiday run
      * inside the window is not lost.
           MOVE 'S' TO BDY-FUNCTION
           MOVE WS-CURR-DATE TO BDY-FROM-DATE
           COMPUTE BDY-DAYS = 0 - WS-SCAN-WINDOW
           CALL "BUSDAYS" USING BUSINESS-DAY-REQUEST
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BDY-TO-DATE) + 1).

      * The status on the master says whether anyone has worked an
      * exception, so no recycle matching is needed: everything from
      * the window's first run date on is read once, in key order,
      * and only what is still open is aged. A missing master means
      * no exception has been written yet.
       3000-WALK-EXCEPTION-MASTER.
           DISPLAY "=============================================="
           DISPLAY "OUTSTANDING EXCEPTIONS - DETAIL"
           DISPLAY "=============================================="
           OPEN INPUT EXCEPTION-MASTER-FILE
           EVALUATE WS-EXM-FILE-STATUS
               WHEN "00"
                   MOVE WS-WINDOW-START-DATE TO EXM-RUN-DATE
                   MOVE 0 TO EXM-FILE-SEQUENCE
                   MOVE 0 TO EXM-STREAM-ID
                   MOVE 0 TO EXM-RECORD-NUMBER
                   START EXCEPTION-MASTER-FILE KEY IS >= EXM-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
                   PERFORM 3200-MATCH-ONE-EXCEPTION UNTIL WS-EOF
                   CLOSE EXCEPTION-MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Exception master EXCMAST not usable - "
                       "status " WS-EXM-FILE-STATUS
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
           END-EVALUATE.

       3200-MATCH-ONE-EXCEPTION.
           READ EXCEPTION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-EXC-READ
                   IF EXM-OPEN
                       PERFORM 3300-POST-OUTSTANDING
                   ELSE
                       ADD 1 TO WS-COUNT-WORKED
                   END-IF
           END-READ.

       3300-POST-OUTSTANDING.
      * Age is in business days, so an exception raised on a Friday
      * is one day old on Monday, not three.
           ADD 1 TO WS-COUNT-OUTSTANDING
           MOVE 'C' TO BDY-FUNCTION
           MOVE EXM-RUN-DATE TO BDY-FROM-DATE
           MOVE WS-CURR-DATE TO BDY-TO-DATE
           CALL "BUSDAYS" USING BUSINESS-DAY-REQUEST
           IF BDY-REQUEST-OK
               MOVE BDY-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-COUNT-ESCALATED
               ADD 1 TO WS-AGE-ESCALATED(WS-CAT-HIT-IDX)
               DISPLAY "ESCALATED   : " EXM-RUN-DATE "/"
                   EXM-FILE-SEQUENCE "/" EXM-STREAM-ID "/"
                   EXM-RECORD-NUMBER " cat " EXM-SOURCE-CATEGORY
                   " reason " EXM-REJECT-REASON " value " EXM-VALUE
                   " age " WS-AGE-EDIT " business days"
           ELSE
               DISPLAY "OUTSTANDING : " EXM-RUN-DATE "/"
                   EXM-FILE-SEQUENCE "/" EXM-STREAM-ID "/"
                   EXM-RECORD-NUMBER " cat " EXM-SOURCE-CATEGORY
                   " reason " EXM-REJECT-REASON " value " EXM-VALUE
                   " age " WS-AGE-EDIT " business days"
           END-IF.

       3400-LOCATE-CATEGORY-ENTRY.
           MOVE 0 TO WS-CAT-HIT-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-AGE-CAT-CODE(WS-CAT-IDX) = EXM-SOURCE-CATEGORY
                   MOVE WS-CAT-IDX TO WS-CAT-HIT-IDX
               END-IF
           END-PERFORM
               IF WS-CAT-COUNT < 20
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-HIT-IDX
                   MOVE EXM-SOURCE-CATEGORY
                       TO WS-AGE-CAT-CODE(WS-CAT-HIT-IDX)
                   MOVE ZERO TO WS-AGE-BUCKET-1-2(WS-CAT-HIT-IDX)
                   MOVE ZERO TO WS-AGE-BUCKET-3-7(WS-CAT-HIT-IDX)
           DISPLAY "=============================================="
           DISPLAY "OUTSTANDING EXCEPTIONS - AGING BY CATEGORY"
           DISPLAY "=============================================="
           DISPLAY "Window starts at run date .......: "
               WS-WINDOW-START-DATE
           DISPLAY "Ages in business days, buckets 1-2, 3-7, 8+"
           PERFORM 8200-DISPLAY-CALENDAR-STATUS
           DISPLAY "Exceptions read .................: "
               WS-COUNT-EXC-READ
           DISPLAY "Worked (dispositioned) ..........: "
           DISPLAY "=============================================="
           IF WS-COUNT-ESCALATED > 0
               DISPLAY "*** " WS-COUNT-ESCALATED " EXCEPTIONS OVER "
                   "THE " WS-AGE-LIMIT "-BUSINESS-DAY LIMIT - "
                   "ESCALATE ***"
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           ELSE
               " 8+ " WS-AGE-BUCKET-8-UP(WS-CAT-IDX)
               " escalated " WS-AGE-ESCALATED(WS-CAT-IDX).

      * Without the holiday calendar the ages still skip weekends
      * but count holidays, which the reader should know.
       8200-DISPLAY-CALENDAR-STATUS.
           EVALUATE TRUE
               WHEN BDY-WEEKENDS-ONLY
                   DISPLAY "*** Business-day calendar BUSCAL not "
                       "available - holidays counted as business "
                       "days ***"
               WHEN BDY-CALENDAR-TRUNCATED
                   DISPLAY "*** Business-day calendar BUSCAL too "
                       "large - later entries not used ***"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE

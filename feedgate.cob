      *================================================================*
      * PROGRAM-ID : FEEDGATE                                         *
      * Post-run anomaly sentinel. Runs right after BUGSOLUTION and  *
      * before the FEEDOUT release: a run can end with return code 0 *
      * and still be badly wrong - half the usual volume because the *
      * source truncated upstream of their trailer, or a HIGH-band   *
      * count triple the norm. The evidence is already on RUNHIST,   *
      * so tonight's "ALL" rows (streams summed) and per-category    *
      * rows are compared against a baseline built from the history  *
      * of prior run dates of the same day type: total volume,       *
      * reject rate, LOW/MID/HIGH band mix, and feed count at run    *
      * level, volume and reject rate per category. A measure that   *
      * moves past the configured tolerance is reported by name with *
      * tonight's value, the baseline, and the deviation, and the    *
      * run ends with return code 8 so the scheduler holds the feed  *
      * release pending an operator's sign-off. No baseline on file  *
      * is return code 4 - nothing can be proven either way, a human *
      * decides. Parameters: DATE=yyyymmdd (default today),          *
      * SEQ=nnnnnn (default: every sequence of the date),            *
      * BASEDAYS=nn prior run dates in the baseline (default 14),    *
      * TOLERANCE=nnn percent (default 50). The day type comes from  *
      * BUSDAYS and the BUSCAL business-day calendar: a month-end    *
      * business day is compared only with earlier month-ends, any   *
      * other business day only with the same weekday, and a         *
      * non-business day only with other non-business days, so the   *
      * expected Monday and month-end swings no longer hold the      *
      * feed.                                                        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDGATE.
           88  WS-SEQ-FILTERED                     VALUE 'Y'.
       01  WS-BASE-WINDOW              PIC 9(2)    VALUE 14.
       01  WS-TOLERANCE-PCT            PIC 9(3)    VALUE 50.
      * Like-for-like baseline: tonight's day type from BUSDAYS, the
      * day type of the history date in hand, and the last
      * BASEDAYS prior run dates of tonight's type, kept in a ring
      * so the oldest of them opens the baseline window.
       01  WS-TONIGHT-DAY-TYPE         PIC X(3)    VALUE SPACES.
       01  WS-TYPED-DATE               PIC 9(8)    VALUE 0.
       01  WS-TYPED-DAY-TYPE           PIC X(3)    VALUE SPACES.
       01  WS-LIKE-COUNT               PIC 9(2)    VALUE 0.
       01  WS-LIKE-NEXT                PIC 9(2)    VALUE 1.
       01  WS-LIKE-TABLE.
           05  WS-LIKE-DATE            PIC 9(8)    OCCURS 99 TIMES.
       01  WS-LIKE-LAST-DATE           PIC 9(8)    VALUE 0.
       01  WS-WINDOW-START-DATE        PIC 9(8)    VALUE 0.
      * Tonight's run-level figures, streams summed.
       01  WS-TONIGHT-TOTALS.
           05  WS-TON-VOLUME           PIC 9(8)    VALUE 0.
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).
       COPY BDYPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF WS-TOLERANCE-PCT = 0
               MOVE 50 TO WS-TOLERANCE-PCT
           END-IF
           MOVE WS-TONIGHT-DATE TO WS-TYPED-DATE
           PERFORM 1300-TYPE-ONE-DATE
           MOVE WS-TYPED-DAY-TYPE TO WS-TONIGHT-DAY-TYPE
           PERFORM 1050-OPEN-HISTORY-FILE
           PERFORM 1100-FIND-LIKE-DAYS UNTIL WS-EOF
           CLOSE RUN-HISTORY-FILE
           PERFORM 1200-SET-WINDOW-START
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1050-OPEN-HISTORY-FILE.

       1050-OPEN-HISTORY-FILE.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open run history file RUNHIST - "
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

      * First pass: a Monday is judged against earlier Mondays and a
      * month-end against earlier month-ends, never against weekend
      * non-runs or ordinary days, so the window is the last BASEDAYS
      * run dates of tonight's day type, however far back that is.
      * RUNHIST is appended in date order, so a date change is a new
      * run date.
       1100-FIND-LIKE-DAYS.
           IF HIST-RUN-DATE < WS-TONIGHT-DATE
               AND HIST-RUN-DATE NOT = WS-LIKE-LAST-DATE
               MOVE HIST-RUN-DATE TO WS-LIKE-LAST-DATE
               MOVE HIST-RUN-DATE TO WS-TYPED-DATE
               PERFORM 1300-TYPE-ONE-DATE
               IF WS-TYPED-DAY-TYPE = WS-TONIGHT-DAY-TYPE
                   MOVE HIST-RUN-DATE TO WS-LIKE-DATE(WS-LIKE-NEXT)
                   IF WS-LIKE-COUNT < WS-BASE-WINDOW
                       ADD 1 TO WS-LIKE-COUNT
                   END-IF
                   IF WS-LIKE-NEXT >= WS-BASE-WINDOW
                       MOVE 1 TO WS-LIKE-NEXT
                   ELSE
                       ADD 1 TO WS-LIKE-NEXT
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

      * Until the ring has filled, its oldest date is the first slot;
      * after that it is the slot due to be overwritten next. With no
      * like day at all the window opens on tonight and the baseline
      * stays empty.
       1200-SET-WINDOW-START.
           EVALUATE TRUE
               WHEN WS-LIKE-COUNT = 0
                   MOVE WS-TONIGHT-DATE TO WS-WINDOW-START-DATE
               WHEN WS-LIKE-COUNT < WS-BASE-WINDOW
                   MOVE WS-LIKE-DATE(1) TO WS-WINDOW-START-DATE
               WHEN OTHER
                   MOVE WS-LIKE-DATE(WS-LIKE-NEXT)
                       TO WS-WINDOW-START-DATE
           END-EVALUATE.

      * The day type is asked for once per run date, not per row.
       1300-TYPE-ONE-DATE.
           MOVE 'T' TO BDY-FUNCTION
           MOVE WS-TYPED-DATE TO BDY-FROM-DATE
           CALL "BUSDAYS" USING BUSINESS-DAY-REQUEST
           IF BDY-REQUEST-OK
               MOVE BDY-DAY-TYPE TO WS-TYPED-DAY-TYPE
           ELSE
               MOVE SPACES TO WS-TYPED-DAY-TYPE
           END-IF.

       2000-ACCUMULATE-HISTORY.
           EVALUATE TRUE
               WHEN HIST-RUN-DATE = WS-TONIGHT-DATE
                       OR HIST-FILE-SEQUENCE = WS-TONIGHT-SEQ)
                   PERFORM 2200-POST-TONIGHT-ROW
               WHEN HIST-RUN-DATE < WS-TONIGHT-DATE
                   AND HIST-RUN-DATE >= WS-WINDOW-START-DATE
                   IF HIST-RUN-DATE NOT = WS-TYPED-DATE
                       MOVE HIST-RUN-DATE TO WS-TYPED-DATE
                       PERFORM 1300-TYPE-ONE-DATE
                   END-IF
                   IF WS-TYPED-DAY-TYPE = WS-TONIGHT-DAY-TYPE
                       PERFORM 2300-POST-BASELINE-ROW
                   END-IF
               WHEN OTHER
       3000-JUDGE-TONIGHTS-RUN.
           DISPLAY "=============================================="
           DISPLAY "FEED RELEASE SENTINEL - " WS-TONIGHT-DATE
           DISPLAY "Baseline: last " WS-BASE-WINDOW " "
               WS-TONIGHT-DAY-TYPE " days from " WS-WINDOW-START-DATE
               " (" WS-BASE-DAY-COUNT " run dates), tolerance "
               WS-TOLERANCE-PCT "%"
           EVALUATE TRUE
               WHEN BDY-WEEKENDS-ONLY
                   DISPLAY "*** Business-day calendar BUSCAL not "
                       "available - holidays typed as business "
                       "days ***"
               WHEN BDY-CALENDAR-TRUNCATED
                   DISPLAY "*** Business-day calendar BUSCAL too "
                       "large - later entries not used ***"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "=============================================="
           IF NOT WS-TONIGHT-SEEN
               DISPLAY "No history rows found for tonight's run - "

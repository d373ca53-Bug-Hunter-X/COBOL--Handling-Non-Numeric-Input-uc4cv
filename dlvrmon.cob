      *================================================================*
      * PROGRAM-ID : DLVRMON                                          *
      * Late-transmission and delivery-volume monitor, scheduled at   *
      * the senders' cutoff. The sequence-continuity check in         *
      * BUGSOLUTION only notices a missing transmission when the next *
      * one arrives; this job compares the delivery schedule on the   *
      * source-system master (SRCMAST, maintained by SRCMAINT)        *
      * against what has actually arrived for the business date -     *
      * transmissions the checker has already started or finished,    *
      * from the run-control file (RUNCTL), and transmissions landed  *
      * but not yet processed, from each sender's landing file        *
      * (NUMIN unless the master names another) - and reports every   *
      * monitored sender: not due today, still awaited before its     *
      * cutoff, delivered, late, or delivered outside its expected    *
      * range of detail records. Any late or out-of-range sender ends *
      * the job with return code 8 so the scheduler can page someone  *
      * while there is still time to chase the sender; a transmission *
      * from a sender that is not on the master ends it with 4.       *
      * Parameter DATE=yyyymmdd re-checks an earlier business date,   *
      * for which every cutoff has passed.                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVRMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRC-KEY
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT LANDING-FILE ASSIGN TO WS-DD-LANDING
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER-FILE.
       COPY SRCREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNREC.

       FD  LANDING-FILE
           RECORDING MODE IS F.
       COPY NUMREC.

       WORKING-STORAGE SECTION.
       01  WS-SRC-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-LND-FILE-STATUS          PIC X(2).
       01  WS-DD-LANDING               PIC X(20)   VALUE SPACES.
       01  WS-RUN-PARM                 PIC X(40)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-DATE-ENTRY               PIC X(8)    VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-RUNCTL-USABLE-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-RUNCTL-USABLE                    VALUE 'Y'.
       01  WS-PROCESSED-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-ALREADY-PROCESSED                VALUE 'Y'.
       01  WS-CUTOFF-PASSED-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-CUTOFF-PASSED                    VALUE 'Y'.
       01  WS-MONITOR-DATE             PIC 9(8)    VALUE 0.
       01  WS-MONITOR-DAY-OF-WEEK      PIC 9(1)    VALUE 0.
       01  WS-TIME-NOW                 PIC 9(4)    VALUE 0.
       01  WS-DAY-NAMES                PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
      * Monitored senders and what has been seen of each today.
       01  WS-SRC-COUNT                PIC 9(3)    VALUE 0.
       01  WS-SRC-IDX                  PIC 9(3)    VALUE 0.
       01  WS-SRC-HIT-IDX              PIC 9(3)    VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 200 TIMES.
               10  WS-SRC-SYSTEM       PIC X(8).
               10  WS-SRC-DAYS         PIC X(7).
               10  WS-SRC-CUTOFF       PIC 9(4).
               10  WS-SRC-MIN          PIC 9(8).
               10  WS-SRC-MAX          PIC 9(8).
               10  WS-SRC-LANDING      PIC X(20).
               10  WS-SRC-TRANSMISSIONS
                                       PIC 9(4).
               10  WS-SRC-LAST-SEQUENCE
                                       PIC 9(6).
               10  WS-SRC-RECORDS      PIC 9(8).
               10  WS-SRC-IN-PROGRESS  PIC 9(4).
               10  WS-SRC-LANDED       PIC 9(4).
      * Landing files already read, so a file shared by several
      * senders (NUMIN, usually) is read once.
       01  WS-LANDING-COUNT            PIC 9(3)    VALUE 0.
       01  WS-LANDING-IDX              PIC 9(3)    VALUE 0.
       01  WS-LANDING-SEEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-LANDING-SEEN                     VALUE 'Y'.
       01  WS-LANDING-TABLE.
           05  WS-LANDING-NAME         PIC X(20)   OCCURS 200 TIMES.
      * The transmission being read from a landing file.
       01  WS-LND-FRAME-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-LND-FRAME-OPEN                   VALUE 'Y'.
       01  WS-LND-CREATE-DATE          PIC 9(8)    VALUE 0.
       01  WS-LND-SOURCE-SYSTEM        PIC X(8)    VALUE SPACES.
       01  WS-LND-SEQUENCE             PIC 9(6)    VALUE 0.
       01  WS-LND-DETAIL-COUNT         PIC 9(8)    VALUE 0.
       01  WS-LND-TRAILER-COUNT        PIC 9(8)    VALUE 0.
       01  WS-LND-TRAILER-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-LND-TRAILER-SEEN                 VALUE 'Y'.
       01  WS-VOLUME-TOTAL             PIC 9(8)    VALUE 0.
       01  WS-STATUS-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-COUNT-SUSPENDED          PIC 9(4)    VALUE 0.
       01  WS-COUNT-NOT-DUE            PIC 9(4)    VALUE 0.
       01  WS-COUNT-AWAITED            PIC 9(4)    VALUE 0.
       01  WS-COUNT-DELIVERED          PIC 9(4)    VALUE 0.
       01  WS-COUNT-LATE               PIC 9(4)    VALUE 0.
       01  WS-COUNT-OUT-OF-RANGE       PIC 9(4)    VALUE 0.
       01  WS-COUNT-UNSCHEDULED        PIC 9(4)    VALUE 0.
       01  WS-HIGHEST-RETURN-CODE      PIC 9(2)    VALUE 0.
       01  WS-PROPOSED-RETURN-CODE     PIC 9(2)    VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SOURCE-MASTER
           PERFORM 2000-SCAN-RUN-CONTROL
           PERFORM 3000-CHECK-LANDING-AREA
           PERFORM 4000-EVALUATE-SOURCES
           PERFORM 8000-PRODUCE-MONITOR-TOTALS
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO WS-MONITOR-DATE
           MOVE WS-CURR-TIME(1:4) TO WS-TIME-NOW
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 28
               IF WS-RUN-PARM(WS-PARM-IDX:5) = "DATE="
                   MOVE WS-RUN-PARM(WS-PARM-IDX + 5:8)
                       TO WS-DATE-ENTRY
               END-IF
           END-PERFORM
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-MONITOR-DATE
           END-IF
      * Day 1 of the integer calendar (1 January 1601) was a Monday,
      * which lines the day number up with the Monday-first flags.
           COMPUTE WS-MONITOR-DAY-OF-WEEK =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-MONITOR-DATE) - 1, 7)
               + 1
           DISPLAY "=============================================="
           DISPLAY "DELIVERY MONITOR - BUSINESS DATE "
               WS-MONITOR-DATE " ("
               WS-DAY-NAMES((WS-MONITOR-DAY-OF-WEEK - 1) * 3 + 1:3)
               ") AT " WS-TIME-NOW
           DISPLAY "==============================================".

       1100-LOAD-SOURCE-MASTER.
           OPEN INPUT SOURCE-MASTER-FILE
           IF WS-SRC-FILE-STATUS NOT = "00"
               DISPLAY "Source system master SRCMAST not usable - "
                   "status " WS-SRC-FILE-STATUS
                   " - no delivery can be monitored"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-SOURCE UNTIL WS-EOF
           CLOSE SOURCE-MASTER-FILE.

       1110-LOAD-ONE-SOURCE.
           READ SOURCE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SRC-SUSPENDED
                           ADD 1 TO WS-COUNT-SUSPENDED
                       WHEN WS-SRC-COUNT < 200
                           ADD 1 TO WS-SRC-COUNT
                           INITIALIZE WS-SRC-ENTRY(WS-SRC-COUNT)
                           MOVE SRC-SOURCE-SYSTEM
                               TO WS-SRC-SYSTEM(WS-SRC-COUNT)
                           MOVE SRC-DELIVERY-DAYS
                               TO WS-SRC-DAYS(WS-SRC-COUNT)
                           MOVE SRC-CUTOFF-TIME
                               TO WS-SRC-CUTOFF(WS-SRC-COUNT)
                           MOVE SRC-MIN-RECORDS
                               TO WS-SRC-MIN(WS-SRC-COUNT)
                           MOVE SRC-MAX-RECORDS
                               TO WS-SRC-MAX(WS-SRC-COUNT)
                           MOVE SRC-LANDING-FILE
                               TO WS-SRC-LANDING(WS-SRC-COUNT)
                           IF SRC-LANDING-FILE = SPACES
                               MOVE "NUMIN"
                                   TO WS-SRC-LANDING(WS-SRC-COUNT)
                           END-IF
                       WHEN OTHER
                           DISPLAY "More than 200 monitored senders - "
                               SRC-SOURCE-SYSTEM " not monitored"
                           MOVE 8 TO WS-PROPOSED-RETURN-CODE
                           PERFORM 9150-RAISE-RETURN-CODE
                   END-EVALUATE
           END-READ.

       1200-LOCATE-SOURCE.
           MOVE 0 TO WS-SRC-HIT-IDX
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-HIT-IDX > 0
               IF WS-SRC-SYSTEM(WS-SRC-IDX) = WS-LND-SOURCE-SYSTEM
                   MOVE WS-SRC-IDX TO WS-SRC-HIT-IDX
               END-IF
           END-PERFORM.

      * Every run-control row for the business date is a delivery
      * the checker has at least started. A split run has one row per
      * stream under the same sequence, so transmissions are counted
      * per sequence and records summed across the streams.
       2000-SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-FILE-STATUS NOT = "00"
               DISPLAY "Run-control file RUNCTL not usable - status "
                   WS-RUN-FILE-STATUS
                   " - processed deliveries cannot be seen"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           ELSE
               SET WS-RUNCTL-USABLE TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-MONITOR-DATE TO RUN-BUSINESS-DATE
               MOVE 0 TO RUN-FILE-SEQUENCE
               MOVE 0 TO RUN-STREAM-ID
               START RUN-CONTROL-FILE KEY IS >= RUN-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF WS-RUN-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM 2100-POST-RUN-CONTROL-ROW UNTIL WS-EOF
           END-IF.

       2100-POST-RUN-CONTROL-ROW.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RUN-BUSINESS-DATE NOT = WS-MONITOR-DATE
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE RUN-SOURCE-SYSTEM TO WS-LND-SOURCE-SYSTEM
                       PERFORM 1200-LOCATE-SOURCE
                       IF WS-SRC-HIT-IDX = 0
                           IF RUN-STREAM-ID <= 1
                               PERFORM 2200-REPORT-UNSCHEDULED
                           END-IF
                       ELSE
                           PERFORM 2300-CREDIT-RUN-CONTROL-ROW
                       END-IF
                   END-IF
           END-READ.

       2200-REPORT-UNSCHEDULED.
           ADD 1 TO WS-COUNT-UNSCHEDULED
           DISPLAY "UNSCHEDULED : " RUN-SOURCE-SYSTEM " sequence "
               RUN-FILE-SEQUENCE " is not on the delivery schedule"
           MOVE 4 TO WS-PROPOSED-RETURN-CODE
           PERFORM 9150-RAISE-RETURN-CODE.

       2300-CREDIT-RUN-CONTROL-ROW.
           IF RUN-FILE-SEQUENCE
                   NOT = WS-SRC-LAST-SEQUENCE(WS-SRC-HIT-IDX)
               ADD 1 TO WS-SRC-TRANSMISSIONS(WS-SRC-HIT-IDX)
               MOVE RUN-FILE-SEQUENCE
                   TO WS-SRC-LAST-SEQUENCE(WS-SRC-HIT-IDX)
           END-IF
           IF RUN-STARTED
               ADD 1 TO WS-SRC-IN-PROGRESS(WS-SRC-HIT-IDX)
           ELSE
               ADD RUN-RECORD-COUNT TO WS-SRC-RECORDS(WS-SRC-HIT-IDX)
           END-IF.

       3000-CHECK-LANDING-AREA.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE 'N' TO WS-LANDING-SEEN-SWITCH
               PERFORM VARYING WS-LANDING-IDX FROM 1 BY 1
                       UNTIL WS-LANDING-IDX > WS-LANDING-COUNT
                   IF WS-LANDING-NAME(WS-LANDING-IDX)
                       = WS-SRC-LANDING(WS-SRC-IDX)
                       SET WS-LANDING-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-LANDING-SEEN
                   ADD 1 TO WS-LANDING-COUNT
                   MOVE WS-SRC-LANDING(WS-SRC-IDX)
                       TO WS-LANDING-NAME(WS-LANDING-COUNT)
                   MOVE WS-SRC-LANDING(WS-SRC-IDX) TO WS-DD-LANDING
                   PERFORM 3100-READ-LANDING-FILE
               END-IF
           END-PERFORM.

      * A landing file that is not there yet is simply nothing landed.
       3100-READ-LANDING-FILE.
           OPEN INPUT LANDING-FILE
           IF WS-LND-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE 'N' TO WS-LND-FRAME-SWITCH
               PERFORM 3200-READ-LANDING-RECORD UNTIL WS-EOF
               IF WS-LND-FRAME-OPEN
                   PERFORM 3300-CREDIT-LANDED-TRANSMISSION
               END-IF
               CLOSE LANDING-FILE
           END-IF.

       3200-READ-LANDING-RECORD.
           READ LANDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NUM-HEADER-RECORD
                           IF WS-LND-FRAME-OPEN
                               PERFORM 3300-CREDIT-LANDED-TRANSMISSION
                           END-IF
                           SET WS-LND-FRAME-OPEN TO TRUE
                           MOVE NUM-HDR-CREATE-DATE
                               TO WS-LND-CREATE-DATE
                           MOVE NUM-HDR-SOURCE-SYSTEM
                               TO WS-LND-SOURCE-SYSTEM
                           MOVE NUM-HDR-SEQUENCE TO WS-LND-SEQUENCE
                           MOVE 0 TO WS-LND-DETAIL-COUNT
                           MOVE 0 TO WS-LND-TRAILER-COUNT
                           MOVE 'N' TO WS-LND-TRAILER-SWITCH
                       WHEN NUM-DETAIL-RECORD
                           ADD 1 TO WS-LND-DETAIL-COUNT
                       WHEN NUM-TRAILER-RECORD
                           MOVE NUM-TRL-RECORD-COUNT
                               TO WS-LND-TRAILER-COUNT
                           SET WS-LND-TRAILER-SEEN TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * A landed transmission for the business date counts as
      * delivered unless the checker has already taken it, in which
      * case its run-control row has counted it once already. Its
      * volume is what the trailer declares, or what was read when
      * the trailer has not landed yet.
       3300-CREDIT-LANDED-TRANSMISSION.
           MOVE 'N' TO WS-LND-FRAME-SWITCH
           IF WS-LND-CREATE-DATE = WS-MONITOR-DATE
               PERFORM 1200-LOCATE-SOURCE
               PERFORM 3400-CHECK-ALREADY-PROCESSED
               EVALUATE TRUE
                   WHEN WS-ALREADY-PROCESSED
                       CONTINUE
                   WHEN WS-SRC-HIT-IDX = 0
                       ADD 1 TO WS-COUNT-UNSCHEDULED
                       DISPLAY "UNSCHEDULED : " WS-LND-SOURCE-SYSTEM
                           " sequence " WS-LND-SEQUENCE
                           " landed on " WS-DD-LANDING
                           " is not on the delivery schedule"
                       MOVE 4 TO WS-PROPOSED-RETURN-CODE
                       PERFORM 9150-RAISE-RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO WS-SRC-LANDED(WS-SRC-HIT-IDX)
                       IF WS-LND-TRAILER-SEEN
                           ADD WS-LND-TRAILER-COUNT
                               TO WS-SRC-RECORDS(WS-SRC-HIT-IDX)
                       ELSE
                           ADD WS-LND-DETAIL-COUNT
                               TO WS-SRC-RECORDS(WS-SRC-HIT-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

       3400-CHECK-ALREADY-PROCESSED.
           MOVE 'N' TO WS-PROCESSED-SWITCH
           IF WS-RUNCTL-USABLE
               MOVE WS-LND-CREATE-DATE TO RUN-BUSINESS-DATE
               MOVE WS-LND-SEQUENCE TO RUN-FILE-SEQUENCE
               MOVE 0 TO RUN-STREAM-ID
               START RUN-CONTROL-FILE KEY IS >= RUN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RUN-CONTROL-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RUN-BUSINESS-DATE
                                       = WS-LND-CREATE-DATE
                                   AND RUN-FILE-SEQUENCE
                                       = WS-LND-SEQUENCE
                                   AND RUN-SOURCE-SYSTEM
                                       = WS-LND-SOURCE-SYSTEM
                                   SET WS-ALREADY-PROCESSED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       4000-EVALUATE-SOURCES.
           IF WS-MONITOR-DATE < WS-CURR-DATE
               SET WS-CUTOFF-PASSED TO TRUE
           END-IF
           DISPLAY "--- Sender ---- Status ---------------------- "
               "Txns Landed --Records -Min----Max----"
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM 4100-EVALUATE-ONE-SOURCE
           END-PERFORM.

      * A sender with a run still in flight has not finished counting
      * its records, so only a finished delivery is held to the range.
       4100-EVALUATE-ONE-SOURCE.
           IF WS-MONITOR-DATE = WS-CURR-DATE
               IF WS-TIME-NOW >= WS-SRC-CUTOFF(WS-SRC-IDX)
                   SET WS-CUTOFF-PASSED TO TRUE
               ELSE
                   MOVE 'N' TO WS-CUTOFF-PASSED-SWITCH
               END-IF
           END-IF
           MOVE WS-SRC-RECORDS(WS-SRC-IDX) TO WS-VOLUME-TOTAL
           EVALUATE TRUE
               WHEN WS-SRC-TRANSMISSIONS(WS-SRC-IDX) = 0
                   AND WS-SRC-LANDED(WS-SRC-IDX) = 0
                   AND WS-SRC-DAYS(WS-SRC-IDX)
                       (WS-MONITOR-DAY-OF-WEEK:1) NOT = 'Y'
                   MOVE "not due today" TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-NOT-DUE
               WHEN WS-SRC-TRANSMISSIONS(WS-SRC-IDX) = 0
                   AND WS-SRC-LANDED(WS-SRC-IDX) = 0
                   AND NOT WS-CUTOFF-PASSED
                   MOVE "awaited - cutoff not reached"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-AWAITED
               WHEN WS-SRC-TRANSMISSIONS(WS-SRC-IDX) = 0
                   AND WS-SRC-LANDED(WS-SRC-IDX) = 0
                   MOVE "*** LATE - NOT DELIVERED ***"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-LATE
                   MOVE 8 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               WHEN WS-SRC-IN-PROGRESS(WS-SRC-IDX) > 0
                   MOVE "delivered - run in progress"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-DELIVERED
               WHEN (WS-SRC-MIN(WS-SRC-IDX) > 0
                       AND WS-VOLUME-TOTAL < WS-SRC-MIN(WS-SRC-IDX))
                 OR (WS-SRC-MAX(WS-SRC-IDX) > 0
                       AND WS-VOLUME-TOTAL > WS-SRC-MAX(WS-SRC-IDX))
                   MOVE "*** VOLUME OUT OF RANGE ***"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-OUT-OF-RANGE
                   MOVE 8 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               WHEN WS-SRC-DAYS(WS-SRC-IDX)
                       (WS-MONITOR-DAY-OF-WEEK:1) NOT = 'Y'
                   MOVE "delivered - not a scheduled day"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-DELIVERED
               WHEN WS-SRC-TRANSMISSIONS(WS-SRC-IDX) = 0
                   MOVE "landed - awaiting processing"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-DELIVERED
               WHEN OTHER
                   MOVE "delivered" TO WS-STATUS-TEXT
                   ADD 1 TO WS-COUNT-DELIVERED
           END-EVALUATE
           DISPLAY WS-SRC-SYSTEM(WS-SRC-IDX) "  " WS-STATUS-TEXT " "
               WS-SRC-TRANSMISSIONS(WS-SRC-IDX) " "
               WS-SRC-LANDED(WS-SRC-IDX) "   " WS-VOLUME-TOTAL " "
               WS-SRC-MIN(WS-SRC-IDX) "-" WS-SRC-MAX(WS-SRC-IDX)
               " cutoff " WS-SRC-CUTOFF(WS-SRC-IDX).

       8000-PRODUCE-MONITOR-TOTALS.
           IF WS-RUNCTL-USABLE
               CLOSE RUN-CONTROL-FILE
           END-IF
           DISPLAY "=============================================="
           DISPLAY "Monitored senders ...............: " WS-SRC-COUNT
           DISPLAY "Suspended (not monitored) .......: "
               WS-COUNT-SUSPENDED
           DISPLAY "Not due today ...................: "
               WS-COUNT-NOT-DUE
           DISPLAY "Awaited, before cutoff ..........: "
               WS-COUNT-AWAITED
           DISPLAY "Delivered .......................: "
               WS-COUNT-DELIVERED
           DISPLAY "Late ............................: " WS-COUNT-LATE
           DISPLAY "Volume out of range .............: "
               WS-COUNT-OUT-OF-RANGE
           DISPLAY "Unscheduled transmissions .......: "
               WS-COUNT-UNSCHEDULED
           DISPLAY "=============================================="
           IF WS-COUNT-LATE > 0 OR WS-COUNT-OUT-OF-RANGE > 0
               DISPLAY "*** CHASE THE SENDERS ABOVE BEFORE THE "
                   "NIGHTLY RUN ***"
           END-IF.

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9900-SET-RETURN-CODE.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

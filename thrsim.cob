      *================================================================*
      * PROGRAM-ID : THRSIM                                           *
      * Impact simulation of a pending threshold/band control change. *
      * CTLMAINT stages a future-dated THRCTL row as PENDING; before  *
      * the second user approves it, this job replays archived NUMIN  *
      * transmissions through the checker's band logic twice - once   *
      * under the limits in force today and once with the pending row *
      * in force - and reports, per source category, how many         *
      * records land in each of LOW, MID and HIGH (and rejected)      *
      * under each, how many move and between which bands, the change *
      * in feed count and feed value, and every value fed today that  *
      * would stop being fed (fall to LOW, be rejected, or be held    *
      * over the authorization limit). Categories are judged the way  *
      * BUGSOLUTION judges them: own THRCTL row or DEF fallback, with *
      * the CATMAST registration binding, so a pending DEF row shows  *
      * its effect on every category that falls back to DEF.          *
      * The result is kept on THRSIMR under the pending row's key;    *
      * CTLMAINT shows it on the review screen and writes its run id  *
      * to THRAUDIT with the approval.                                *
      * Parameters: CAT=xxx DATE=yyyymmdd name the pending row (both  *
      * required); IN=name, repeated up to ten times, names the       *
      * archived transmissions to replay (NUMIN when none is given).  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRSIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAY-FILE ASSIGN TO WS-DD-REPLAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "THRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT SIMULATION-FILE ASSIGN TO "THRSIMR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-KEY
               FILE STATUS IS WS-SIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-FILE
           RECORDING MODE IS F.
       COPY NUMREC.

       FD  CONTROL-FILE.
       COPY CTLREC.

       FD  CATEGORY-MASTER-FILE.
       COPY CATREC.

       FD  SIMULATION-FILE.
       COPY SIMREC.

       WORKING-STORAGE SECTION.
       01  WS-RPL-FILE-STATUS          PIC X(2).
       01  WS-CTL-FILE-STATUS          PIC X(2).
       01  WS-CATM-FILE-STATUS         PIC X(2).
       01  WS-SIM-FILE-STATUS          PIC X(2).
       01  WS-DD-REPLAY                PIC X(20)   VALUE SPACES.
       01  WS-RUN-PARM-AREA.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WS-RUN-PARM             PIC X(200)  VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(3)    VALUE 0.
       01  WS-CATEGORY-ENTRY           PIC X(3)    VALUE SPACES.
       01  WS-DATE-ENTRY               PIC X(8)    VALUE SPACES.
       01  WS-PENDING-DATE             PIC 9(8)    VALUE 0.
       01  WS-REPLAY-COUNT             PIC 9(2)    VALUE 0.
       01  WS-REPLAY-IDX               PIC 9(2)    VALUE 0.
       01  WS-REPLAY-TABLE.
           05  WS-REPLAY-NAME          PIC X(20)   OCCURS 10 TIMES.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-REG-CHECK-OFF-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-REG-CHECK-OFF                    VALUE 'Y'.
       01  WS-CAT-UNREG-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-CATEGORY-UNREGISTERED            VALUE 'Y'.
       01  WS-FORCE-DEF-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-USE-DEFAULT-LIMITS               VALUE 'Y'.
      * The pending row being simulated.
       01  WS-PND-CATEGORY             PIC X(3)    VALUE SPACES.
       01  WS-PND-ENTERED-BY           PIC X(8)    VALUE SPACES.
       01  WS-PND-THRESHOLD            PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       01  WS-PND-BAND-HIGH            PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       01  WS-PND-AUTH-LIMIT           PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
      * Limits per category under each scenario: occurrence 1 is the
      * limits in force today, occurrence 2 the same with the pending
      * row in force. WS-LIM-PRESENT says the category has its own
      * row under that scenario; without one it falls back to DEF.
       01  WS-LIM-COUNT                PIC 9(2)    VALUE 0.
       01  WS-LIM-IDX                  PIC 9(2)    VALUE 0.
       01  WS-LIM-HIT-IDX              PIC 9(2)    VALUE 0.
       01  WS-LIM-DEF-IDX              PIC 9(2)    VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIM-ENTRY OCCURS 20 TIMES.
               10  WS-LIM-CODE         PIC X(3).
               10  WS-LIM-SCENARIO OCCURS 2 TIMES.
                   15  WS-LIM-PRESENT  PIC X(1).
                   15  WS-LIM-THRESHOLD
                                       PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
                   15  WS-LIM-BAND-HIGH
                                       PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
                   15  WS-LIM-AUTH-LIMIT
                                       PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
      * Registered-category table loaded from CATMAST, as the checker
      * loads it.
       01  WS-REG-COUNT                PIC 9(2)    VALUE 0.
       01  WS-REG-IDX                  PIC 9(2)    VALUE 0.
       01  WS-REG-HIT-IDX              PIC 9(2)    VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 50 TIMES.
               10  WS-REG-CODE         PIC X(3).
               10  WS-REG-LIMIT-SOURCE PIC X(1).
               10  WS-REG-STATUS       PIC X(1).
      * Outcome of one record under each scenario: 1 rejected, 2 LOW,
      * 3 MID, 4 HIGH; a MID or HIGH value is either fed or held.
       01  WS-SCN                      PIC 9(1)    VALUE 0.
       01  WS-NUM-WORK                 PIC S9(7)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       01  WS-RECORD-OUTCOME-TABLE.
           05  WS-RECORD-OUTCOME OCCURS 2 TIMES.
               10  WS-OUTCOME          PIC 9(1).
               10  WS-OUTCOME-FED      PIC X(1).
               10  WS-OUTCOME-HELD     PIC X(1).
       01  WS-OUTCOME-NAMES            PIC X(32)
                               VALUE "REJECTEDLOW     MID     HIGH    ".
       01  WS-OUT-IDX                  PIC 9(1)    VALUE 0.
       01  WS-TO-IDX                   PIC 9(1)    VALUE 0.
      * Results per source category met in the replay.
       01  WS-STAT-COUNT               PIC 9(2)    VALUE 0.
       01  WS-STAT-IDX                 PIC 9(2)    VALUE 0.
       01  WS-STAT-HIT-IDX             PIC 9(2)    VALUE 0.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 50 TIMES.
               10  WS-STAT-CODE        PIC X(3).
               10  WS-STAT-RECORDS     PIC 9(8).
               10  WS-STAT-SCENARIO OCCURS 2 TIMES.
                   15  WS-STAT-OUTCOME-COUNT
                                       PIC 9(8)    OCCURS 4 TIMES.
                   15  WS-STAT-FEED-COUNT
                                       PIC 9(8).
                   15  WS-STAT-FEED-VALUE
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
                   15  WS-STAT-HELD-COUNT
                                       PIC 9(8).
                   15  WS-STAT-HELD-VALUE
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  WS-STAT-MOVE-FROM OCCURS 4 TIMES.
                   15  WS-STAT-MOVE-COUNT
                                       PIC 9(8)    OCCURS 4 TIMES.
               10  WS-STAT-STOP-FED-COUNT
                                       PIC 9(8).
               10  WS-STAT-STOP-FED-VALUE
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  WS-STAT-START-FED-COUNT
                                       PIC 9(8).
               10  WS-STAT-START-FED-VALUE
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
      * Whole-replay totals, kept on the simulation result.
       01  WS-TOT-TRANSMISSIONS        PIC 9(4)    VALUE 0.
       01  WS-TOT-RECORDS              PIC 9(8)    VALUE 0.
       01  WS-TOT-MOVED                PIC 9(8)    VALUE 0.
       01  WS-TOT-FEED-COUNT-CURRENT   PIC 9(8)    VALUE 0.
       01  WS-TOT-FEED-COUNT-PENDING   PIC 9(8)    VALUE 0.
       01  WS-TOT-FEED-VALUE-CURRENT   PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-TOT-FEED-VALUE-PENDING   PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-TOT-STOP-FED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-TOT-STOP-FED-VALUE       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-FILE-RECORD-NUMBER       PIC 9(8)    VALUE 0.
       01  WS-COUNT-CHANGE             PIC S9(8)   VALUE 0.
       01  WS-VALUE-CHANGE             PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-COUNT-EDIT-2             PIC Z(7)9.
       01  WS-COUNT-CHANGE-EDIT        PIC -(8)9.
       01  WS-VALUE-EDIT               PIC -(13)9.99.
       01  WS-VALUE-EDIT-2             PIC -(13)9.99.
       01  WS-VALUE-CHANGE-EDIT        PIC -(13)9.99.
       01  WS-LIMIT-EDIT               PIC -(7)9.99.
       01  WS-LIMIT-EDIT-2             PIC -(7)9.99.
       01  WS-LIMIT-EDIT-3             PIC -(7)9.99.
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
           PERFORM 1100-LOCATE-PENDING-ROW
           PERFORM 1200-LOAD-CURRENT-LIMITS
           PERFORM 1250-APPLY-PENDING-ROW
           PERFORM 1300-LOAD-CATEGORY-MASTER
           PERFORM 2000-REPLAY-TRANSMISSIONS
           PERFORM 4000-REPORT-IMPACT
           PERFORM 5000-WRITE-SIMULATION-RESULT
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

      * The IN= names are blank-delimited; a key is only recognized
      * at the start of the parameter or after a blank (the blank
      * ahead of the parameter area covers the start), so a file
      * name ending in "IN" cannot be mistaken for a key. The loop
      * stops short of the parameter end so the longest key still
      * fits.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 190
               IF WS-RUN-PARM-AREA(WS-PARM-IDX:1) = SPACE
                   EVALUATE TRUE
                       WHEN WS-RUN-PARM(WS-PARM-IDX:4) = "CAT="
                           MOVE WS-RUN-PARM(WS-PARM-IDX + 4:3)
                               TO WS-CATEGORY-ENTRY
                       WHEN WS-RUN-PARM(WS-PARM-IDX:5) = "DATE="
                           MOVE WS-RUN-PARM(WS-PARM-IDX + 5:8)
                               TO WS-DATE-ENTRY
                       WHEN WS-RUN-PARM(WS-PARM-IDX:3) = "IN="
                           PERFORM 1010-ADD-REPLAY-NAME
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-REPLAY-COUNT = 0
               MOVE 1 TO WS-REPLAY-COUNT
               MOVE "NUMIN" TO WS-REPLAY-NAME(1)
           END-IF
           IF WS-CATEGORY-ENTRY = SPACES OR WS-DATE-ENTRY NOT NUMERIC
               DISPLAY "THRSIM needs CAT=xxx and DATE=yyyymmdd naming "
                   "the pending control row"
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-ENTRY TO WS-PENDING-DATE.

       1010-ADD-REPLAY-NAME.
           IF WS-REPLAY-COUNT < 10
               ADD 1 TO WS-REPLAY-COUNT
               MOVE SPACES TO WS-REPLAY-NAME(WS-REPLAY-COUNT)
               UNSTRING WS-RUN-PARM(WS-PARM-IDX + 3:)
                   DELIMITED BY SPACE
                   INTO WS-REPLAY-NAME(WS-REPLAY-COUNT)
               END-UNSTRING
           ELSE
               DISPLAY "More than 10 IN= files - the rest are not "
                   "replayed"
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * Only a row still awaiting its second approval is simulated -
      * an approved or rejected row has nothing left to decide.
       1100-LOCATE-PENDING-ROW.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "Threshold control file THRCTL not usable - "
                   "status " WS-CTL-FILE-STATUS
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CATEGORY-ENTRY TO CTL-CATEGORY
           MOVE WS-PENDING-DATE TO CTL-EFFECTIVE-DATE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO CTL-APPROVAL-STATUS
           END-READ
           IF WS-CTL-FILE-STATUS NOT = "00"
               OR NOT CTL-PENDING-APPROVAL
               DISPLAY "No pending control change for category "
                   WS-CATEGORY-ENTRY " effective " WS-PENDING-DATE
                   " - nothing to simulate"
               CLOSE CONTROL-FILE
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           MOVE CTL-CATEGORY TO WS-PND-CATEGORY
           MOVE CTL-ENTERED-BY TO WS-PND-ENTERED-BY
           MOVE CTL-THRESHOLD TO WS-PND-THRESHOLD
           MOVE CTL-BAND-HIGH-BOUNDARY TO WS-PND-BAND-HIGH
           IF CTL-AUTH-LIMIT IS NUMERIC
               MOVE CTL-AUTH-LIMIT TO WS-PND-AUTH-LIMIT
           ELSE
               MOVE ZERO TO WS-PND-AUTH-LIMIT
           END-IF.

      * The limits in force today, picked the way the checker picks
      * them: the file is in category/effective-date order, so the
      * last eligible row not in the future is the one left standing.
      * DEF takes the first table entry so it always has one.
       1200-LOAD-CURRENT-LIMITS.
           MOVE "DEF" TO WS-CATEGORY-ENTRY
           PERFORM 1220-LOCATE-LIMIT-ENTRY
           MOVE WS-LIM-HIT-IDX TO WS-LIM-DEF-IDX
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CTL-KEY
           START CONTROL-FILE KEY IS >= CTL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF WS-CTL-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1210-LOAD-CONTROL-RECORD UNTIL WS-EOF
           CLOSE CONTROL-FILE.

       1210-LOAD-CONTROL-RECORD.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CTL-EFFECTIVE-DATE <= WS-CURR-DATE
                       AND (CTL-APPROVED OR CTL-APPROVAL-NOT-TRACKED)
                       MOVE CTL-CATEGORY TO WS-CATEGORY-ENTRY
                       PERFORM 1220-LOCATE-LIMIT-ENTRY
                       IF WS-LIM-HIT-IDX > 0
                           MOVE 'Y' TO WS-LIM-PRESENT(WS-LIM-HIT-IDX 1)
                           MOVE CTL-THRESHOLD
                               TO WS-LIM-THRESHOLD(WS-LIM-HIT-IDX 1)
                           MOVE CTL-BAND-HIGH-BOUNDARY
                               TO WS-LIM-BAND-HIGH(WS-LIM-HIT-IDX 1)
                           IF CTL-AUTH-LIMIT IS NUMERIC
                               MOVE CTL-AUTH-LIMIT
                                 TO WS-LIM-AUTH-LIMIT(WS-LIM-HIT-IDX 1)
                           ELSE
                               MOVE ZERO
                                 TO WS-LIM-AUTH-LIMIT(WS-LIM-HIT-IDX 1)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Finds, or adds, the limit-table entry for WS-CATEGORY-ENTRY.
       1220-LOCATE-LIMIT-ENTRY.
           MOVE 0 TO WS-LIM-HIT-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               IF WS-LIM-CODE(WS-LIM-IDX) = WS-CATEGORY-ENTRY
                   MOVE WS-LIM-IDX TO WS-LIM-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-LIM-HIT-IDX = 0
               IF WS-LIM-COUNT < 20
                   ADD 1 TO WS-LIM-COUNT
                   MOVE WS-LIM-COUNT TO WS-LIM-HIT-IDX
                   INITIALIZE WS-LIM-ENTRY(WS-LIM-HIT-IDX)
                   MOVE WS-CATEGORY-ENTRY TO WS-LIM-CODE(WS-LIM-HIT-IDX)
                   MOVE 'N' TO WS-LIM-PRESENT(WS-LIM-HIT-IDX 1)
                   MOVE 'N' TO WS-LIM-PRESENT(WS-LIM-HIT-IDX 2)
               ELSE
                   DISPLAY "Category table full - category "
                       WS-CATEGORY-ENTRY " falls back to DEF limits"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

      * The pending scenario is today's limits with the pending row in
      * force. Without a DEF row the checker judges under a threshold
      * of 10 and a HIGH boundary of 100; the simulation does the same
      * under each scenario that lacks one.
       1250-APPLY-PENDING-ROW.
           IF WS-LIM-PRESENT(WS-LIM-DEF-IDX 1) NOT = 'Y'
               DISPLAY "No DEF control record in force - using "
                   "default threshold of 10"
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               MOVE 'Y' TO WS-LIM-PRESENT(WS-LIM-DEF-IDX 1)
               MOVE 10 TO WS-LIM-THRESHOLD(WS-LIM-DEF-IDX 1)
               MOVE 100 TO WS-LIM-BAND-HIGH(WS-LIM-DEF-IDX 1)
               MOVE ZERO TO WS-LIM-AUTH-LIMIT(WS-LIM-DEF-IDX 1)
           END-IF
           MOVE WS-PND-CATEGORY TO WS-CATEGORY-ENTRY
           PERFORM 1220-LOCATE-LIMIT-ENTRY
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               MOVE WS-LIM-SCENARIO(WS-LIM-IDX 1)
                   TO WS-LIM-SCENARIO(WS-LIM-IDX 2)
           END-PERFORM
           IF WS-LIM-HIT-IDX > 0
               MOVE 'Y' TO WS-LIM-PRESENT(WS-LIM-HIT-IDX 2)
               MOVE WS-PND-THRESHOLD
                   TO WS-LIM-THRESHOLD(WS-LIM-HIT-IDX 2)
               MOVE WS-PND-BAND-HIGH
                   TO WS-LIM-BAND-HIGH(WS-LIM-HIT-IDX 2)
               MOVE WS-PND-AUTH-LIMIT
                   TO WS-LIM-AUTH-LIMIT(WS-LIM-HIT-IDX 2)
           END-IF
           DISPLAY "=============================================="
           DISPLAY "THRCTL CHANGE IMPACT SIMULATION"
           DISPLAY "=============================================="
           DISPLAY "Pending change ...: category " WS-CATEGORY-ENTRY
               " effective " WS-PENDING-DATE
               " entered by " WS-PND-ENTERED-BY
           IF WS-LIM-HIT-IDX > 0
               MOVE WS-LIM-THRESHOLD(WS-LIM-HIT-IDX 1)
                   TO WS-LIMIT-EDIT
               MOVE WS-LIM-BAND-HIGH(WS-LIM-HIT-IDX 1)
                   TO WS-LIMIT-EDIT-2
               MOVE WS-LIM-AUTH-LIMIT(WS-LIM-HIT-IDX 1)
                   TO WS-LIMIT-EDIT-3
               IF WS-LIM-PRESENT(WS-LIM-HIT-IDX 1) = 'Y'
                   DISPLAY "In force today ...: threshold "
                       WS-LIMIT-EDIT " band HIGH " WS-LIMIT-EDIT-2
                       " auth limit " WS-LIMIT-EDIT-3
               ELSE
                   DISPLAY "In force today ...: no row of its own - "
                       "judged under DEF"
               END-IF
           END-IF
           MOVE WS-PND-THRESHOLD TO WS-LIMIT-EDIT
           MOVE WS-PND-BAND-HIGH TO WS-LIMIT-EDIT-2
           MOVE WS-PND-AUTH-LIMIT TO WS-LIMIT-EDIT-3
           DISPLAY "Pending ..........: threshold " WS-LIMIT-EDIT
               " band HIGH " WS-LIMIT-EDIT-2
               " auth limit " WS-LIMIT-EDIT-3.

      * An unusable master turns the registration check off, as it
      * does in the checker.
       1300-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATM-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO CAT-KEY
               START CATEGORY-MASTER-FILE KEY IS >= CAT-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF WS-CATM-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM 1310-LOAD-MASTER-RECORD UNTIL WS-EOF
               CLOSE CATEGORY-MASTER-FILE
           ELSE
               DISPLAY "Category master file CATMAST not usable - "
                   "status " WS-CATM-FILE-STATUS
                   " - registration check is off, unknown "
                   "categories fall back to DEF"
               SET WS-REG-CHECK-OFF TO TRUE
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

       1310-LOAD-MASTER-RECORD.
           READ CATEGORY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-REG-COUNT < 50
                       ADD 1 TO WS-REG-COUNT
                       MOVE CAT-CATEGORY
                           TO WS-REG-CODE(WS-REG-COUNT)
                       MOVE CAT-LIMIT-SOURCE
                           TO WS-REG-LIMIT-SOURCE(WS-REG-COUNT)
                       MOVE CAT-STATUS
                           TO WS-REG-STATUS(WS-REG-COUNT)
                   ELSE
                       DISPLAY "Registered-category table full - "
                           "category " CAT-CATEGORY
                           " treated as unregistered"
                       MOVE 4 TO WS-PROPOSED-RETURN-CODE
                       PERFORM 9150-RAISE-RETURN-CODE
                   END-IF
           END-READ.

       2000-REPLAY-TRANSMISSIONS.
           DISPLAY "----------------------------------------------"
           DISPLAY "Values fed today that would stop being fed:"
           PERFORM VARYING WS-REPLAY-IDX FROM 1 BY 1
                   UNTIL WS-REPLAY-IDX > WS-REPLAY-COUNT
               MOVE WS-REPLAY-NAME(WS-REPLAY-IDX) TO WS-DD-REPLAY
               PERFORM 2100-REPLAY-ONE-FILE
           END-PERFORM
           IF WS-TOT-RECORDS = 0
               DISPLAY "No detail records replayed - the simulation "
                   "shows nothing"
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

       2100-REPLAY-ONE-FILE.
           OPEN INPUT REPLAY-FILE
           IF WS-RPL-FILE-STATUS NOT = "00"
               DISPLAY "Replay file " WS-DD-REPLAY
                   " not usable - status " WS-RPL-FILE-STATUS
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           ELSE
               MOVE 0 TO WS-FILE-RECORD-NUMBER
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2110-REPLAY-RECORD UNTIL WS-EOF
               CLOSE REPLAY-FILE
           END-IF.

       2110-REPLAY-RECORD.
           READ REPLAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-RECORD-NUMBER
                   EVALUATE TRUE
                       WHEN NUM-HEADER-RECORD
                           ADD 1 TO WS-TOT-TRANSMISSIONS
                       WHEN NUM-DETAIL-RECORD
                           PERFORM 2200-SIMULATE-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2200-SIMULATE-DETAIL.
           PERFORM 2210-LOCATE-STAT-ENTRY
           IF WS-STAT-HIT-IDX > 0
               ADD 1 TO WS-TOT-RECORDS
               ADD 1 TO WS-STAT-RECORDS(WS-STAT-HIT-IDX)
               PERFORM VARYING WS-SCN FROM 1 BY 1 UNTIL WS-SCN > 2
                   PERFORM 2300-JUDGE-RECORD
                   PERFORM 2400-COUNT-OUTCOME
               END-PERFORM
               PERFORM 2500-COMPARE-OUTCOMES
           END-IF.

       2210-LOCATE-STAT-ENTRY.
           MOVE 0 TO WS-STAT-HIT-IDX
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
               IF WS-STAT-CODE(WS-STAT-IDX) = NUM-SOURCE-CATEGORY
                   MOVE WS-STAT-IDX TO WS-STAT-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-STAT-HIT-IDX = 0
               IF WS-STAT-COUNT < 50
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-STAT-COUNT TO WS-STAT-HIT-IDX
                   INITIALIZE WS-STAT-ENTRY(WS-STAT-HIT-IDX)
                   MOVE NUM-SOURCE-CATEGORY
                       TO WS-STAT-CODE(WS-STAT-HIT-IDX)
               ELSE
                   DISPLAY "More than 50 categories in the replay - "
                       "category " NUM-SOURCE-CATEGORY " not simulated"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

      * The checker's judgement of one detail under scenario WS-SCN:
      * the registration decides whether the record is accepted and
      * whose limits apply (BUGSOLUTION 2160/2150), the band is
      * decided as in 2200-CHECK-THRESHOLD, and a MID or HIGH value
      * over the authorization limit is held, not fed (2250).
       2300-JUDGE-RECORD.
           MOVE 'N' TO WS-OUTCOME-FED(WS-SCN)
           MOVE 'N' TO WS-OUTCOME-HELD(WS-SCN)
           PERFORM 2310-RESOLVE-LIMITS
           EVALUATE TRUE
               WHEN WS-CATEGORY-UNREGISTERED
                   MOVE 1 TO WS-OUTCOME(WS-SCN)
               WHEN NUM-VALUE IS NOT NUMERIC
                   MOVE 1 TO WS-OUTCOME(WS-SCN)
               WHEN OTHER
                   MOVE NUM-VALUE TO WS-NUM-WORK
                   EVALUATE TRUE
                       WHEN WS-NUM-WORK >
                               WS-LIM-BAND-HIGH(WS-LIM-HIT-IDX WS-SCN)
                           MOVE 4 TO WS-OUTCOME(WS-SCN)
                       WHEN WS-NUM-WORK >
                               WS-LIM-THRESHOLD(WS-LIM-HIT-IDX WS-SCN)
                           MOVE 3 TO WS-OUTCOME(WS-SCN)
                       WHEN OTHER
                           MOVE 2 TO WS-OUTCOME(WS-SCN)
                   END-EVALUATE
                   IF WS-OUTCOME(WS-SCN) > 2
                       IF WS-LIM-AUTH-LIMIT(WS-LIM-HIT-IDX WS-SCN) > 0
                           AND WS-NUM-WORK >
                             WS-LIM-AUTH-LIMIT(WS-LIM-HIT-IDX WS-SCN)
                           MOVE 'Y' TO WS-OUTCOME-HELD(WS-SCN)
                       ELSE
                           MOVE 'Y' TO WS-OUTCOME-FED(WS-SCN)
                       END-IF
                   END-IF
           END-EVALUATE.

       2310-RESOLVE-LIMITS.
           MOVE 'N' TO WS-CAT-UNREG-SWITCH
           MOVE 'N' TO WS-FORCE-DEF-SWITCH
           IF NOT WS-REG-CHECK-OFF
               MOVE 0 TO WS-REG-HIT-IDX
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-CODE(WS-REG-IDX) = NUM-SOURCE-CATEGORY
                       MOVE WS-REG-IDX TO WS-REG-HIT-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-REG-HIT-IDX = 0
                       PERFORM 2320-LOCATE-OWN-LIMITS
                       IF WS-LIM-HIT-IDX = 0
                           SET WS-CATEGORY-UNREGISTERED TO TRUE
                       END-IF
                   WHEN WS-REG-STATUS(WS-REG-HIT-IDX) NOT = 'A'
                       SET WS-CATEGORY-UNREGISTERED TO TRUE
                   WHEN WS-REG-LIMIT-SOURCE(WS-REG-HIT-IDX) = 'D'
                       SET WS-USE-DEFAULT-LIMITS TO TRUE
                   WHEN OTHER
                       PERFORM 2320-LOCATE-OWN-LIMITS
                       IF WS-LIM-HIT-IDX = 0
                           SET WS-CATEGORY-UNREGISTERED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-LIM-HIT-IDX
           IF NOT WS-USE-DEFAULT-LIMITS
               PERFORM 2320-LOCATE-OWN-LIMITS
           END-IF
           IF WS-LIM-HIT-IDX = 0
               MOVE WS-LIM-DEF-IDX TO WS-LIM-HIT-IDX
           END-IF.

       2320-LOCATE-OWN-LIMITS.
           MOVE 0 TO WS-LIM-HIT-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               IF WS-LIM-CODE(WS-LIM-IDX) = NUM-SOURCE-CATEGORY
                   AND WS-LIM-PRESENT(WS-LIM-IDX WS-SCN) = 'Y'
                   MOVE WS-LIM-IDX TO WS-LIM-HIT-IDX
               END-IF
           END-PERFORM.

       2400-COUNT-OUTCOME.
           ADD 1 TO WS-STAT-OUTCOME-COUNT
               (WS-STAT-HIT-IDX WS-SCN WS-OUTCOME(WS-SCN))
           IF WS-OUTCOME-FED(WS-SCN) = 'Y'
               ADD 1 TO WS-STAT-FEED-COUNT(WS-STAT-HIT-IDX WS-SCN)
               ADD WS-NUM-WORK
                   TO WS-STAT-FEED-VALUE(WS-STAT-HIT-IDX WS-SCN)
           END-IF
           IF WS-OUTCOME-HELD(WS-SCN) = 'Y'
               ADD 1 TO WS-STAT-HELD-COUNT(WS-STAT-HIT-IDX WS-SCN)
               ADD WS-NUM-WORK
                   TO WS-STAT-HELD-VALUE(WS-STAT-HIT-IDX WS-SCN)
           END-IF.

       2500-COMPARE-OUTCOMES.
           ADD 1 TO WS-STAT-MOVE-COUNT
               (WS-STAT-HIT-IDX WS-OUTCOME(1) WS-OUTCOME(2))
           IF WS-OUTCOME(1) NOT = WS-OUTCOME(2)
               ADD 1 TO WS-TOT-MOVED
           END-IF
           IF WS-OUTCOME-FED(1) = 'Y' AND WS-OUTCOME-FED(2) NOT = 'Y'
               ADD 1 TO WS-STAT-STOP-FED-COUNT(WS-STAT-HIT-IDX)
               ADD NUM-VALUE TO WS-STAT-STOP-FED-VALUE(WS-STAT-HIT-IDX)
               PERFORM 2510-LIST-STOPPED-VALUE
           END-IF
           IF WS-OUTCOME-FED(2) = 'Y' AND WS-OUTCOME-FED(1) NOT = 'Y'
               ADD 1 TO WS-STAT-START-FED-COUNT(WS-STAT-HIT-IDX)
               ADD NUM-VALUE
                   TO WS-STAT-START-FED-VALUE(WS-STAT-HIT-IDX)
           END-IF.

       2510-LIST-STOPPED-VALUE.
           MOVE NUM-VALUE TO WS-LIMIT-EDIT
           MOVE WS-OUTCOME(1) TO WS-OUT-IDX
           MOVE WS-OUTCOME(2) TO WS-TO-IDX
           IF WS-OUTCOME-HELD(2) = 'Y'
               DISPLAY "  " WS-DD-REPLAY " record "
                   WS-FILE-RECORD-NUMBER " category "
                   NUM-SOURCE-CATEGORY " value " WS-LIMIT-EDIT " "
                   WS-OUTCOME-NAMES((WS-OUT-IDX - 1) * 8 + 1:8)
                   " -> HELD OVER AUTH LIMIT"
           ELSE
               DISPLAY "  " WS-DD-REPLAY " record "
                   WS-FILE-RECORD-NUMBER " category "
                   NUM-SOURCE-CATEGORY " value " WS-LIMIT-EDIT " "
                   WS-OUTCOME-NAMES((WS-OUT-IDX - 1) * 8 + 1:8)
                   " -> "
                   WS-OUTCOME-NAMES((WS-TO-IDX - 1) * 8 + 1:8)
           END-IF.

       4000-REPORT-IMPACT.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
               PERFORM 4100-REPORT-CATEGORY
           END-PERFORM
           COMPUTE WS-COUNT-CHANGE =
               WS-TOT-FEED-COUNT-PENDING - WS-TOT-FEED-COUNT-CURRENT
           COMPUTE WS-VALUE-CHANGE =
               WS-TOT-FEED-VALUE-PENDING - WS-TOT-FEED-VALUE-CURRENT
           DISPLAY "=============================================="
           DISPLAY "Transmissions replayed ..........: "
               WS-TOT-TRANSMISSIONS
           DISPLAY "Detail records replayed .........: " WS-TOT-RECORDS
           DISPLAY "Records changing band ...........: " WS-TOT-MOVED
           MOVE WS-TOT-FEED-COUNT-CURRENT TO WS-COUNT-EDIT
           MOVE WS-TOT-FEED-COUNT-PENDING TO WS-COUNT-EDIT-2
           MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-EDIT
           DISPLAY "Fed count  today/pending/change .: " WS-COUNT-EDIT
               " " WS-COUNT-EDIT-2 " " WS-COUNT-CHANGE-EDIT
           MOVE WS-TOT-FEED-VALUE-CURRENT TO WS-VALUE-EDIT
           MOVE WS-TOT-FEED-VALUE-PENDING TO WS-VALUE-EDIT-2
           MOVE WS-VALUE-CHANGE TO WS-VALUE-CHANGE-EDIT
           DISPLAY "Fed value  today ................: " WS-VALUE-EDIT
           DISPLAY "Fed value  pending ..............: "
               WS-VALUE-EDIT-2
           DISPLAY "Fed value  change ...............: "
               WS-VALUE-CHANGE-EDIT
           MOVE WS-TOT-STOP-FED-VALUE TO WS-VALUE-EDIT
           DISPLAY "Values that stop being fed ......: "
               WS-TOT-STOP-FED-COUNT " worth " WS-VALUE-EDIT
           DISPLAY "==============================================".

       4100-REPORT-CATEGORY.
           ADD WS-STAT-FEED-COUNT(WS-STAT-IDX 1)
               TO WS-TOT-FEED-COUNT-CURRENT
           ADD WS-STAT-FEED-COUNT(WS-STAT-IDX 2)
               TO WS-TOT-FEED-COUNT-PENDING
           ADD WS-STAT-FEED-VALUE(WS-STAT-IDX 1)
               TO WS-TOT-FEED-VALUE-CURRENT
           ADD WS-STAT-FEED-VALUE(WS-STAT-IDX 2)
               TO WS-TOT-FEED-VALUE-PENDING
           ADD WS-STAT-STOP-FED-COUNT(WS-STAT-IDX)
               TO WS-TOT-STOP-FED-COUNT
           ADD WS-STAT-STOP-FED-VALUE(WS-STAT-IDX)
               TO WS-TOT-STOP-FED-VALUE
           DISPLAY "----------------------------------------------"
           DISPLAY "Category " WS-STAT-CODE(WS-STAT-IDX)
               "   records " WS-STAT-RECORDS(WS-STAT-IDX)
           DISPLAY "  Outcome          Today  Pending   Change"
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1 UNTIL WS-OUT-IDX > 4
               MOVE WS-STAT-OUTCOME-COUNT(WS-STAT-IDX 1 WS-OUT-IDX)
                   TO WS-COUNT-EDIT
               MOVE WS-STAT-OUTCOME-COUNT(WS-STAT-IDX 2 WS-OUT-IDX)
                   TO WS-COUNT-EDIT-2
               COMPUTE WS-COUNT-CHANGE =
                   WS-STAT-OUTCOME-COUNT(WS-STAT-IDX 2 WS-OUT-IDX)
                 - WS-STAT-OUTCOME-COUNT(WS-STAT-IDX 1 WS-OUT-IDX)
               MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-EDIT
               DISPLAY "  "
                   WS-OUTCOME-NAMES((WS-OUT-IDX - 1) * 8 + 1:8)
                   " " WS-COUNT-EDIT " " WS-COUNT-EDIT-2 " "
                   WS-COUNT-CHANGE-EDIT
           END-PERFORM
           MOVE WS-STAT-FEED-COUNT(WS-STAT-IDX 1) TO WS-COUNT-EDIT
           MOVE WS-STAT-FEED-COUNT(WS-STAT-IDX 2) TO WS-COUNT-EDIT-2
           COMPUTE WS-COUNT-CHANGE =
               WS-STAT-FEED-COUNT(WS-STAT-IDX 2)
             - WS-STAT-FEED-COUNT(WS-STAT-IDX 1)
           MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-EDIT
           DISPLAY "  FED      " WS-COUNT-EDIT " " WS-COUNT-EDIT-2 " "
               WS-COUNT-CHANGE-EDIT
           MOVE WS-STAT-HELD-COUNT(WS-STAT-IDX 1) TO WS-COUNT-EDIT
           MOVE WS-STAT-HELD-COUNT(WS-STAT-IDX 2) TO WS-COUNT-EDIT-2
           COMPUTE WS-COUNT-CHANGE =
               WS-STAT-HELD-COUNT(WS-STAT-IDX 2)
             - WS-STAT-HELD-COUNT(WS-STAT-IDX 1)
           MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-EDIT
           DISPLAY "  HELD     " WS-COUNT-EDIT " " WS-COUNT-EDIT-2 " "
               WS-COUNT-CHANGE-EDIT
           MOVE WS-STAT-FEED-VALUE(WS-STAT-IDX 1) TO WS-VALUE-EDIT
           MOVE WS-STAT-FEED-VALUE(WS-STAT-IDX 2) TO WS-VALUE-EDIT-2
           COMPUTE WS-VALUE-CHANGE =
               WS-STAT-FEED-VALUE(WS-STAT-IDX 2)
             - WS-STAT-FEED-VALUE(WS-STAT-IDX 1)
           MOVE WS-VALUE-CHANGE TO WS-VALUE-CHANGE-EDIT
           DISPLAY "  Fed value today   " WS-VALUE-EDIT
           DISPLAY "  Fed value pending " WS-VALUE-EDIT-2
           DISPLAY "  Fed value change  " WS-VALUE-CHANGE-EDIT
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1 UNTIL WS-OUT-IDX > 4
               PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                       UNTIL WS-TO-IDX > 4
                   IF WS-OUT-IDX NOT = WS-TO-IDX
                       AND WS-STAT-MOVE-COUNT
                           (WS-STAT-IDX WS-OUT-IDX WS-TO-IDX) > 0
                       DISPLAY "  Moves "
                           WS-OUTCOME-NAMES((WS-OUT-IDX - 1) * 8 + 1:8)
                           " -> "
                           WS-OUTCOME-NAMES((WS-TO-IDX - 1) * 8 + 1:8)
                           " : " WS-STAT-MOVE-COUNT
                               (WS-STAT-IDX WS-OUT-IDX WS-TO-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-STAT-STOP-FED-VALUE(WS-STAT-IDX) TO WS-VALUE-EDIT
           MOVE WS-STAT-START-FED-VALUE(WS-STAT-IDX) TO WS-VALUE-EDIT-2
           DISPLAY "  Stop being fed  " WS-STAT-STOP-FED-COUNT
               (WS-STAT-IDX) " worth " WS-VALUE-EDIT
           DISPLAY "  Start being fed " WS-STAT-START-FED-COUNT
               (WS-STAT-IDX) " worth " WS-VALUE-EDIT-2.

      * The result replaces any earlier simulation of the same row;
      * the file is created empty the first time it is needed.
       5000-WRITE-SIMULATION-RESULT.
           OPEN I-O SIMULATION-FILE
           IF WS-SIM-FILE-STATUS = "35"
               OPEN OUTPUT SIMULATION-FILE
               CLOSE SIMULATION-FILE
               OPEN I-O SIMULATION-FILE
           END-IF
           IF WS-SIM-FILE-STATUS NOT = "00"
               DISPLAY "Simulation result file THRSIMR not usable - "
                   "status " WS-SIM-FILE-STATUS
                   " - the approval cannot reference this run"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           ELSE
               MOVE WS-PND-CATEGORY TO SIM-CATEGORY
               MOVE WS-PENDING-DATE TO SIM-EFFECTIVE-DATE
               MOVE WS-CURRENT-DATE-TIME(1:14) TO SIM-RUN-ID
               MOVE WS-PND-THRESHOLD TO SIM-PENDING-THRESHOLD
               MOVE WS-PND-BAND-HIGH TO SIM-PENDING-BAND-HIGH
               MOVE WS-PND-AUTH-LIMIT TO SIM-PENDING-AUTH-LIMIT
               MOVE WS-TOT-TRANSMISSIONS TO SIM-TRANSMISSIONS
               MOVE WS-TOT-RECORDS TO SIM-RECORDS-REPLAYED
               MOVE WS-TOT-MOVED TO SIM-RECORDS-MOVED
               MOVE WS-TOT-FEED-COUNT-CURRENT TO SIM-FEED-COUNT-CURRENT
               MOVE WS-TOT-FEED-COUNT-PENDING TO SIM-FEED-COUNT-PENDING
               MOVE WS-TOT-FEED-VALUE-CURRENT TO SIM-FEED-VALUE-CURRENT
               MOVE WS-TOT-FEED-VALUE-PENDING TO SIM-FEED-VALUE-PENDING
               MOVE WS-TOT-STOP-FED-COUNT TO SIM-STOP-FED-COUNT
               MOVE WS-TOT-STOP-FED-VALUE TO SIM-STOP-FED-VALUE
               WRITE SIMULATION-RECORD
                   INVALID KEY
                       REWRITE SIMULATION-RECORD
               END-WRITE
               IF WS-SIM-FILE-STATUS NOT = "00"
                   DISPLAY "Simulation result write failed - status "
                       WS-SIM-FILE-STATUS
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               ELSE
                   DISPLAY "Simulation " SIM-RUN-ID
                       " recorded for the approver of "
                       WS-PND-CATEGORY " effective " WS-PENDING-DATE
               END-IF
               CLOSE SIMULATION-FILE
           END-IF.

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9900-SET-RETURN-CODE.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

      * files the nightly chain appends to forever: the run history  *
      * (RUNHIST), the threshold/category change audit (THRAUDIT),   *
      * the recycle file (RECYCLE), the run-control file (RUNCTL),   *
      * and the exception master (EXCMAST). Driven by per-file rules *
      * on RETNCTL (RETREC.CPY): records older than the keep window  *
      * (counted in business days by BUSDAYS from the BUSCAL         *
      * calendar) move to a dated archive file (or are dropped,      *
      * where the rule says so) and everything else is rewritten in  *
      * place, so readers like TRENDRPT stop paying for history      *
      * nobody looks at online. Nothing still open is ever purged: a *
      * recycle entry with no disposition, a run-control row still   *
      * in STARTED status, and an exception still open or whose      *
      * correction has not yet been recycled all stay where they are *
      * and are called out on the purge report (PURGERPT), which     *
      * lists exactly what moved, what stayed, and why. The          *
      * sequential files are purged with a work-file swap: the       *
      * keepers are copied to a work file and the work file is       *
      * copied back, so a failure mid-pass never leaves the online   *
      * file half-written; the indexed files are purged in place.    *
      * The duplicate reference index (DUPIDX) is aged the same way  *
      * under its own rule; its keep window is how long the checker  *
      * treats a source's reference as already processed, and with   *
      * no rule nothing ever ages out of it.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT EXC-ARCH-FILE ASSIGN TO WS-DD-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT DUPLICATE-INDEX-FILE ASSIGN TO "DUPIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUP-FILE-STATUS.

           SELECT DUP-ARCH-FILE ASSIGN TO WS-DD-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       FD  HIST-ARCH-FILE
           RECORDING MODE IS F.
       01  HIST-ARCH-RECORD            PIC X(292).

       FD  HIST-WORK-FILE
           RECORDING MODE IS F.
       01  HIST-WORK-RECORD            PIC X(292).

       FD  AUD-FILE
           RECORDING MODE IS F.

       FD  RCY-ARCH-FILE
           RECORDING MODE IS F.
       01  RCY-ARCH-RECORD             PIC X(120).

       FD  RCY-WORK-FILE
           RECORDING MODE IS F.
       01  RCY-WORK-RECORD             PIC X(120).

       FD  RUN-CONTROL-FILE.
       COPY RUNREC.
           RECORDING MODE IS F.
       01  RUN-ARCH-RECORD             PIC X(75).

       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       FD  EXC-ARCH-FILE
           RECORDING MODE IS F.
       01  EXC-ARCH-RECORD             PIC X(111).

       FD  DUPLICATE-INDEX-FILE.
       COPY DUPREC.

       FD  DUP-ARCH-FILE
           RECORDING MODE IS F.
       01  DUP-ARCH-RECORD             PIC X(72).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-RCY-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-DUP-FILE-STATUS          PIC X(2).
       01  WS-ARCH-FILE-STATUS         PIC X(2).
       01  WS-WORK-FILE-STATUS         PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-DD-ARCHIVE               PIC X(20).
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-RULE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
       01  WS-KEEP-DAYS                PIC 9(5)    VALUE 0.
       01  WS-RULE-ACTION              PIC X(1)    VALUE SPACE.
       01  WS-CUTOFF-DATE              PIC 9(8)    VALUE 0.
       01  WS-COUNT-READ               PIC 9(8)    VALUE 0.
       01  WS-COUNT-ARCHIVED           PIC 9(8)    VALUE 0.
       01  WS-COUNT-KEPT               PIC 9(8)    VALUE 0.
       01  WS-COUNT-REFUSED            PIC 9(8)    VALUE 0.
       01  WS-REC-DATE                 PIC 9(8)    VALUE 0.
       01  WS-ARCH-OPEN-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-ARCH-OPEN                        VALUE 'Y'.
       01  WS-HIGHEST-RETURN-CODE      PIC 9(2)    VALUE 0.
       01  WS-PROPOSED-RETURN-CODE     PIC 9(2)    VALUE 0.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(42)   VALUE
               "HOUSEKEEPING - RETENTION AND PURGE REPORT ".
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).
       COPY BDYPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * retention is worse than housekeeping that does nothing.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACE TO BDY-CALENDAR-STATUS
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "Retention rule file RETNCTL not usable - "
                   ADD 1 TO WS-RULE-COUNT
           END-READ.

      * The keep window is in business days: the cutoff is the
      * business day RTN-KEEP-DAYS business days back, so a holiday
      * season does not purge history early.
       2000-APPLY-NEXT-RULE.
           MOVE RTN-KEEP-DAYS TO WS-KEEP-DAYS
           MOVE RTN-ACTION TO WS-RULE-ACTION
           MOVE 'S' TO BDY-FUNCTION
           MOVE WS-CURR-DATE TO BDY-FROM-DATE
           COMPUTE BDY-DAYS = 0 - WS-KEEP-DAYS
           CALL "BUSDAYS" USING BUSINESS-DAY-REQUEST
           MOVE BDY-TO-DATE TO WS-CUTOFF-DATE
           MOVE 0 TO WS-COUNT-READ
           MOVE 0 TO WS-COUNT-ARCHIVED
           MOVE 0 TO WS-COUNT-KEPT
                   PERFORM 5000-PURGE-RECYCLE-FILE
               WHEN "RUNCTL  "
                   PERFORM 6000-PURGE-RUN-CONTROL
               WHEN "EXCMAST "
               WHEN "EXCFILES"
                   PERFORM 7000-PURGE-EXCEPTION-MASTER
               WHEN "DUPIDX  "
                   PERFORM 7500-PURGE-DUPLICATE-INDEX
               WHEN OTHER
                   DISPLAY "Unknown file id '" RTN-FILE-ID
                       "' on RETNCTL - rule skipped"
                               "/" RCY-ORIGINAL-RECORD-NUMBER
                               " corrected but not yet reprocessed "
                               "- kept"
                       WHEN (RCY-RETURNED-TO-SOURCE
                               OR RCY-FORCED-RETURN)
                           AND RCY-RETURNED-DATE = 0
                           MOVE RECYCLE-RECORD TO RCY-WORK-RECORD
                           WRITE RCY-WORK-RECORD
                           ADD 1 TO WS-COUNT-REFUSED
                           DISPLAY "RECYCLE entry "
                               RCY-ORIGINAL-RUN-DATE "/"
                               RCY-FILE-SEQUENCE "/" RCY-STREAM-ID
                               "/" RCY-ORIGINAL-RECORD-NUMBER
                               " returned but not yet sent back to "
                               "source - kept"
                       WHEN WS-ARCH-OPEN OR WS-RULE-ACTION = 'D'
                           IF WS-ARCH-OPEN
                               MOVE RECYCLE-RECORD
           END-READ.

      *----------------------------------------------------------------
      * EXCMAST: aged by run date, archived and deleted in place like
      * RUNCTL. An exception still open has not been worked, and one
      * marked corrected is waiting for the checker to inject its
      * correction; both are refused regardless of age. Returned,
      * forced, recycled and re-rejected exceptions are finished.
      * (EXCFILES, the rule id from before the master, is accepted
      * for the same file.)
       7000-PURGE-EXCEPTION-MASTER.
           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXM-FILE-STATUS NOT = "00"
               PERFORM 9300-REPORT-FILE-UNUSABLE
           ELSE
               PERFORM 7050-OPEN-EXC-ARCHIVE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO EXM-KEY
               START EXCEPTION-MASTER-FILE KEY IS >= EXM-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF WS-EXM-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM 7100-SIFT-EXC-RECORD UNTIL WS-EOF
               CLOSE EXCEPTION-MASTER-FILE
               IF WS-ARCH-OPEN
                   CLOSE EXC-ARCH-FILE
               END-IF
               PERFORM 9200-WRITE-REPORT-LINE
           END-IF.

       7050-OPEN-EXC-ARCHIVE.
           MOVE 'N' TO WS-ARCH-OPEN-SWITCH
           IF WS-RULE-ACTION = 'A'
               STRING "ARCEXCMAST" WS-CURR-DATE DELIMITED BY SIZE
                   INTO WS-DD-ARCHIVE
               END-STRING
               OPEN OUTPUT EXC-ARCH-FILE
               IF WS-ARCH-FILE-STATUS = "00"
                   SET WS-ARCH-OPEN TO TRUE
               ELSE
                   DISPLAY "Archive file " WS-DD-ARCHIVE
                       " not usable - status " WS-ARCH-FILE-STATUS
                       " - aged exceptions kept online"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

       7100-SIFT-EXC-RECORD.
           READ EXCEPTION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   EVALUATE TRUE
                       WHEN EXM-RUN-DATE >= WS-CUTOFF-DATE
                           ADD 1 TO WS-COUNT-KEPT
                       WHEN EXM-OPEN OR EXM-CORRECTED
                           ADD 1 TO WS-COUNT-REFUSED
                           DISPLAY "Exception " EXM-RUN-DATE "/"
                               EXM-FILE-SEQUENCE "/" EXM-STREAM-ID
                               "/" EXM-RECORD-NUMBER " is status "
                               EXM-STATUS " - kept"
                       WHEN WS-ARCH-OPEN OR WS-RULE-ACTION = 'D'
                           IF WS-ARCH-OPEN
                               MOVE EXCEPTION-MASTER-RECORD
                                   TO EXC-ARCH-RECORD
                               WRITE EXC-ARCH-RECORD
                           END-IF
                           DELETE EXCEPTION-MASTER-FILE
                           IF WS-EXM-FILE-STATUS = "00"
                               ADD 1 TO WS-COUNT-ARCHIVED
                           ELSE
                               DISPLAY "EXCMAST delete failed - "
                                   "status " WS-EXM-FILE-STATUS
                               MOVE 12 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-COUNT-KEPT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * DUPIDX: aged by the run date the reference was claimed,
      * archived and deleted in place like RUNCTL. A claim is never
      * open work, so nothing is refused - once a reference ages out
      * the checker simply stops treating it as already processed.
       7500-PURGE-DUPLICATE-INDEX.
           OPEN I-O DUPLICATE-INDEX-FILE
           IF WS-DUP-FILE-STATUS NOT = "00"
               PERFORM 9300-REPORT-FILE-UNUSABLE
           ELSE
               PERFORM 7550-OPEN-DUP-ARCHIVE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO DUP-KEY
               START DUPLICATE-INDEX-FILE KEY IS >= DUP-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF WS-DUP-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM 7600-SIFT-DUP-RECORD UNTIL WS-EOF
               CLOSE DUPLICATE-INDEX-FILE
               IF WS-ARCH-OPEN
                   CLOSE DUP-ARCH-FILE
               END-IF
               PERFORM 9200-WRITE-REPORT-LINE
           END-IF.

       7550-OPEN-DUP-ARCHIVE.
           MOVE 'N' TO WS-ARCH-OPEN-SWITCH
           IF WS-RULE-ACTION = 'A'
               STRING "ARCDUPIDX" WS-CURR-DATE DELIMITED BY SIZE
                   INTO WS-DD-ARCHIVE
               END-STRING
               OPEN OUTPUT DUP-ARCH-FILE
               IF WS-ARCH-FILE-STATUS = "00"
                   SET WS-ARCH-OPEN TO TRUE
               ELSE
                   DISPLAY "Archive file " WS-DD-ARCHIVE
                       " not usable - status " WS-ARCH-FILE-STATUS
                       " - aged references kept online"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

       7600-SIFT-DUP-RECORD.
           READ DUPLICATE-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   EVALUATE TRUE
                       WHEN DUP-RUN-DATE >= WS-CUTOFF-DATE
                           ADD 1 TO WS-COUNT-KEPT
                       WHEN WS-ARCH-OPEN OR WS-RULE-ACTION = 'D'
                           IF WS-ARCH-OPEN
                               MOVE DUPLICATE-INDEX-RECORD
                                   TO DUP-ARCH-RECORD
                               WRITE DUP-ARCH-RECORD
                           END-IF
                           DELETE DUPLICATE-INDEX-FILE
                           IF WS-DUP-FILE-STATUS = "00"
                               ADD 1 TO WS-COUNT-ARCHIVED
                           ELSE
                               DISPLAY "DUPIDX delete failed - "
                                   "status " WS-DUP-FILE-STATUS
                               MOVE 12 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-COUNT-KEPT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
       8000-FINISH-RUN.
           IF BDY-WEEKENDS-ONLY
               MOVE SPACES TO RPT-PRINT-LINE
               STRING "NOTE: BUSINESS-DAY CALENDAR BUSCAL NOT "
                   "AVAILABLE - CUTOFFS SKIP WEEKENDS ONLY"
                   DELIMITED BY SIZE INTO RPT-PRINT-LINE
               END-STRING
               WRITE RPT-PRINT-LINE
               DISPLAY "Business-day calendar BUSCAL not available - "
                   "cutoffs skip weekends only"
           END-IF
           CLOSE RULE-FILE
           CLOSE REPORT-FILE
           IF WS-RULE-COUNT = 0

      *================================================================*
      * PROGRAM-ID : EXCCONV                                          *
      * One-time load of the daily exception files (EXCyyyymmdd) onto *
      * the exception master (EXCMAST, EXMREC.CPY) that replaces      *
      * them. Every exception on a day file within the scan window is *
      * written to the master under its full identity (run date,      *
      * transmission sequence, stream, record number), and its status *
      * is taken from the disposition the recycle file holds for it - *
      * on RECYCLE itself or on the dated ARCRECYCLE archives         *
      * HOUSEKEEP wrote, since worked entries age out of RECYCLE      *
      * sooner than the day files did: a correction already consumed  *
      * by the checker is recycled, one not yet consumed is           *
      * corrected, returned and forced keep their codes, and an       *
      * exception with no disposition is open. The user and time of   *
      * the disposition become the last change. The recycle file      *
      * never linked a re-rejected correction to its original, so an  *
      * original whose correction failed again loads as recycled; the *
      * failed correction itself is on the day files as its own RR    *
      * exception and loads open. An exception already on the master  *
      * is left as it is, so the run can be repeated safely; the day  *
      * files are not changed. Parameter DAYS=nnn sets how many days  *
      * back the day files are searched (default 400, the depth       *
      * HOUSEKEEP used to scan them). The day files (62 bytes) and    *
      * the ARCRECYCLE archives (93 bytes) are read in the layouts    *
      * they were written in, which predate the sender, the return    *
      * stamp and the source reference; those load blank. RECYCLE     *
      * itself is read in the current layout.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCY-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.

           SELECT RCY-ARCH-FILE ASSIGN TO WS-DD-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT EXC-IN-FILE ASSIGN TO WS-DD-EXCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCY-FILE
           RECORDING MODE IS F.
       COPY RCYREC.

      * The ARCRECYCLE archives and the daily exception files were
      * written before the sender, the return stamp and the source
      * reference were carried, so they are read in the shorter
      * layouts they were written in: 93-byte recycle entries and
      * 62-byte exceptions.
       FD  RCY-ARCH-FILE
           RECORDING MODE IS F.
       01  LEGACY-RECYCLE-RECORD.
           05  LRC-ORIGINAL-RUN-DATE       PIC 9(8).
           05  LRC-ORIGINAL-RECORD-NUMBER  PIC 9(8).
           05  LRC-FILE-SEQUENCE           PIC 9(6).
           05  LRC-STREAM-ID               PIC 9(2).
           05  LRC-ORIGINAL-VALUE          PIC X(10).
           05  LRC-DISPOSITION             PIC X(1).
           05  LRC-CORRECTED-VALUE         PIC X(10).
           05  LRC-SOURCE-CATEGORY         PIC X(3).
           05  LRC-REPAIR-USER-ID          PIC X(8).
           05  LRC-REPAIR-TIMESTAMP        PIC X(21).
           05  LRC-CONSUMED-RUN-DATE       PIC 9(8).
           05  LRC-CONSUMED-SEQUENCE       PIC 9(6).
           05  LRC-ATTEMPT-COUNT           PIC 9(2).

       FD  EXC-IN-FILE
           RECORDING MODE IS F.
       01  LEGACY-EXCEPTION-RECORD.
           05  LEX-VALUE               PIC X(10).
           05  LEX-RECORD-NUMBER       PIC 9(8).
           05  LEX-TIMESTAMP           PIC X(21).
           05  LEX-RUN-DATE            PIC 9(8).
           05  LEX-SOURCE-CATEGORY     PIC X(3).
           05  LEX-FILE-SEQUENCE       PIC 9(6).
           05  LEX-STREAM-ID           PIC 9(2).
           05  LEX-REJECT-REASON       PIC X(2).
           05  LEX-RECYCLE-ATTEMPTS    PIC 9(2).

       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       WORKING-STORAGE SECTION.
       01  WS-RCY-FILE-STATUS          PIC X(2).
       01  WS-ARCH-FILE-STATUS         PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-DD-ARCHIVE               PIC X(20).
       01  WS-DD-EXCIN                 PIC X(20).
       01  WS-RUN-PARM                 PIC X(40)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-DAYS-ENTRY               PIC X(3)    VALUE SPACES.
       01  WS-SCAN-WINDOW              PIC 9(3)    VALUE 400.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-TODAY-INTEGER            PIC 9(7)    VALUE 0.
       01  WS-SCAN-INTEGER             PIC 9(7)    VALUE 0.
       01  WS-SCAN-DATE                PIC 9(8)    VALUE 0.
       01  WS-ARCH-SCAN-INTEGER        PIC 9(7)    VALUE 0.
       01  WS-ARCH-SCAN-DATE           PIC 9(8)    VALUE 0.
      * Dispositions from RECYCLE and its archives, keyed the way
      * the repair transaction and the aging report always matched
      * them: run date, transmission sequence, stream, record number.
      * A later entry for the same key replaces an earlier one, so
      * the table holds the latest disposition of each exception.
       01  WS-DISP-COUNT               PIC 9(5)    VALUE 0.
       01  WS-DISP-IDX                 PIC 9(5)    VALUE 0.
       01  WS-DISP-HIT-IDX             PIC 9(5)    VALUE 0.
       01  WS-DISP-OVERFLOW-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-DISP-OVERFLOW                    VALUE 'Y'.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 10000 TIMES.
               10  WS-DISP-KEY         PIC X(24).
               10  WS-DISP-CODE        PIC X(1).
               10  WS-DISP-CONSUMED    PIC X(1).
               10  WS-DISP-USER-ID     PIC X(8).
               10  WS-DISP-TIMESTAMP   PIC X(21).
       01  WS-WORK-DISP-KEY.
           05  WS-WDK-RUN-DATE         PIC 9(8).
           05  WS-WDK-SEQUENCE         PIC 9(6).
           05  WS-WDK-STREAM           PIC 9(2).
           05  WS-WDK-RECNUM           PIC 9(8).
       01  WS-COUNT-DISPOSITIONS       PIC 9(8)    VALUE 0.
       01  WS-COUNT-FILES-READ         PIC 9(8)    VALUE 0.
       01  WS-COUNT-EXC-READ           PIC 9(8)    VALUE 0.
       01  WS-COUNT-LOADED             PIC 9(8)    VALUE 0.
       01  WS-COUNT-ALREADY            PIC 9(8)    VALUE 0.
       01  WS-COUNT-FAILED             PIC 9(8)    VALUE 0.
       01  WS-STATUS-COUNTS.
           05  WS-COUNT-OPEN           PIC 9(8)    VALUE 0.
           05  WS-COUNT-CORRECTED      PIC 9(8)    VALUE 0.
           05  WS-COUNT-RECYCLED       PIC 9(8)    VALUE 0.
           05  WS-COUNT-RETURNED       PIC 9(8)    VALUE 0.
           05  WS-COUNT-FORCED         PIC 9(8)    VALUE 0.
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
           PERFORM 2000-LOAD-DISPOSITIONS
           PERFORM 3000-LOAD-EXCEPTION-FILES
           PERFORM 8000-PRODUCE-CONVERSION-REPORT
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

      * Without the master there is nothing to load into; it is
      * created empty when it does not exist yet.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
      * The loop stops where the keyword plus its three digits still
      * fit inside the X(40) parameter area (32 + 5 + 3 = 40), so the
      * reference modification can never run off the end.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 32
               IF WS-RUN-PARM(WS-PARM-IDX:5) = "DAYS="
                   MOVE WS-RUN-PARM(WS-PARM-IDX + 5:3)
                       TO WS-DAYS-ENTRY
               END-IF
           END-PERFORM
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-SCAN-WINDOW
           END-IF
           IF WS-SCAN-WINDOW = 0
               MOVE 400 TO WS-SCAN-WINDOW
           END-IF
           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXM-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-MASTER-FILE
               CLOSE EXCEPTION-MASTER-FILE
               OPEN I-O EXCEPTION-MASTER-FILE
           END-IF
           IF WS-EXM-FILE-STATUS NOT = "00"
               DISPLAY "Exception master EXCMAST not usable - "
                   "status " WS-EXM-FILE-STATUS " - nothing loaded"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=============================================="
           DISPLAY "EXCEPTION MASTER CONVERSION " WS-CURR-DATE
           DISPLAY "==============================================".

      * The archives carry the date of the housekeeping run that
      * wrote them; two years back covers any realistic schedule,
      * as it does for HOUSEKEEP's own disposition matching. They
      * are read oldest first and RECYCLE last, so the newest
      * disposition of an exception is the one that stands.
       2000-LOAD-DISPOSITIONS.
           COMPUTE WS-ARCH-SCAN-INTEGER = WS-TODAY-INTEGER - 730
           PERFORM 2100-LOAD-ONE-ARCHIVE-DATE
               UNTIL WS-ARCH-SCAN-INTEGER > WS-TODAY-INTEGER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RCY-FILE
           EVALUATE WS-RCY-FILE-STATUS
               WHEN "00"
                   PERFORM 2300-LOAD-ONE-RECYCLE-ENTRY UNTIL WS-EOF
                   CLOSE RCY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Recycle file not usable - status "
                       WS-RCY-FILE-STATUS
                       " - worked exceptions would load as open"
                       " - nothing loaded"
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
                   CLOSE EXCEPTION-MASTER-FILE
                   PERFORM 9900-SET-RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-DISP-OVERFLOW
               DISPLAY "More than 10000 recycle dispositions - "
                   "nothing loaded, since worked exceptions would "
                   "load as open"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               CLOSE EXCEPTION-MASTER-FILE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF.

       2100-LOAD-ONE-ARCHIVE-DATE.
           COMPUTE WS-ARCH-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCH-SCAN-INTEGER)
           STRING "ARCRECYCLE" WS-ARCH-SCAN-DATE DELIMITED BY SIZE
               INTO WS-DD-ARCHIVE
           END-STRING
           OPEN INPUT RCY-ARCH-FILE
           IF WS-ARCH-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2200-LOAD-ONE-ARCHIVE-ENTRY UNTIL WS-EOF
               CLOSE RCY-ARCH-FILE
           END-IF
           ADD 1 TO WS-ARCH-SCAN-INTEGER.

       2200-LOAD-ONE-ARCHIVE-ENTRY.
           READ RCY-ARCH-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2250-BUILD-FROM-ARCHIVE
                   PERFORM 2400-POST-DISPOSITION
           END-READ.

      * An archived entry carries no sender, return stamp or source
      * reference; they are left blank and zero.
       2250-BUILD-FROM-ARCHIVE.
           MOVE LRC-ORIGINAL-RUN-DATE TO RCY-ORIGINAL-RUN-DATE
           MOVE LRC-ORIGINAL-RECORD-NUMBER
               TO RCY-ORIGINAL-RECORD-NUMBER
           MOVE LRC-FILE-SEQUENCE TO RCY-FILE-SEQUENCE
           MOVE LRC-STREAM-ID TO RCY-STREAM-ID
           MOVE LRC-ORIGINAL-VALUE TO RCY-ORIGINAL-VALUE
           MOVE LRC-DISPOSITION TO RCY-DISPOSITION
           MOVE LRC-CORRECTED-VALUE TO RCY-CORRECTED-VALUE
           MOVE LRC-SOURCE-CATEGORY TO RCY-SOURCE-CATEGORY
           MOVE LRC-REPAIR-USER-ID TO RCY-REPAIR-USER-ID
           MOVE LRC-REPAIR-TIMESTAMP TO RCY-REPAIR-TIMESTAMP
           MOVE LRC-CONSUMED-RUN-DATE TO RCY-CONSUMED-RUN-DATE
           MOVE LRC-CONSUMED-SEQUENCE TO RCY-CONSUMED-SEQUENCE
           MOVE LRC-ATTEMPT-COUNT TO RCY-ATTEMPT-COUNT
           MOVE SPACES TO RCY-SOURCE-SYSTEM
           MOVE 0 TO RCY-RETURNED-DATE
           MOVE SPACES TO RCY-SOURCE-REFERENCE.

       2300-LOAD-ONE-RECYCLE-ENTRY.
           READ RCY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2400-POST-DISPOSITION
           END-READ.

       2400-POST-DISPOSITION.
           ADD 1 TO WS-COUNT-DISPOSITIONS
           MOVE RCY-ORIGINAL-RUN-DATE TO WS-WDK-RUN-DATE
           MOVE RCY-FILE-SEQUENCE TO WS-WDK-SEQUENCE
           MOVE RCY-STREAM-ID TO WS-WDK-STREAM
           MOVE RCY-ORIGINAL-RECORD-NUMBER TO WS-WDK-RECNUM
           PERFORM 2500-LOCATE-DISPOSITION
           IF WS-DISP-HIT-IDX = 0
               IF WS-DISP-COUNT < 10000
                   ADD 1 TO WS-DISP-COUNT
                   MOVE WS-DISP-COUNT TO WS-DISP-HIT-IDX
                   MOVE WS-WORK-DISP-KEY
                       TO WS-DISP-KEY(WS-DISP-HIT-IDX)
               ELSE
                   SET WS-DISP-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-DISP-HIT-IDX > 0
               MOVE RCY-DISPOSITION TO WS-DISP-CODE(WS-DISP-HIT-IDX)
               IF RCY-CONSUMED-RUN-DATE = 0
                   MOVE 'N' TO WS-DISP-CONSUMED(WS-DISP-HIT-IDX)
               ELSE
                   MOVE 'Y' TO WS-DISP-CONSUMED(WS-DISP-HIT-IDX)
               END-IF
               MOVE RCY-REPAIR-USER-ID
                   TO WS-DISP-USER-ID(WS-DISP-HIT-IDX)
               MOVE RCY-REPAIR-TIMESTAMP
                   TO WS-DISP-TIMESTAMP(WS-DISP-HIT-IDX)
           END-IF.

       2500-LOCATE-DISPOSITION.
           MOVE 0 TO WS-DISP-HIT-IDX
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > WS-DISP-COUNT
                      OR WS-DISP-HIT-IDX > 0
               IF WS-DISP-KEY(WS-DISP-IDX) = WS-WORK-DISP-KEY
                   MOVE WS-DISP-IDX TO WS-DISP-HIT-IDX
               END-IF
           END-PERFORM.

       3000-LOAD-EXCEPTION-FILES.
           COMPUTE WS-SCAN-INTEGER =
               WS-TODAY-INTEGER - WS-SCAN-WINDOW + 1
           PERFORM 3100-LOAD-ONE-EXC-DATE
               UNTIL WS-SCAN-INTEGER > WS-TODAY-INTEGER
           CLOSE EXCEPTION-MASTER-FILE.

       3100-LOAD-ONE-EXC-DATE.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
           STRING "EXC" WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-DD-EXCIN
           END-STRING
           OPEN INPUT EXC-IN-FILE
           IF WS-EXC-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-FILES-READ
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3200-LOAD-ONE-EXCEPTION UNTIL WS-EOF
               CLOSE EXC-IN-FILE
           END-IF
           ADD 1 TO WS-SCAN-INTEGER.

       3200-LOAD-ONE-EXCEPTION.
           READ EXC-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-EXC-READ
                   PERFORM 3300-BUILD-MASTER-RECORD
                   WRITE EXCEPTION-MASTER-RECORD
                   EVALUATE WS-EXM-FILE-STATUS
                       WHEN "00"
                           ADD 1 TO WS-COUNT-LOADED
                           PERFORM 3400-COUNT-STATUS
                       WHEN "22"
                           ADD 1 TO WS-COUNT-ALREADY
                       WHEN OTHER
                           ADD 1 TO WS-COUNT-FAILED
                           DISPLAY "Exception master write failed for "
                               LEX-RUN-DATE "/" LEX-FILE-SEQUENCE "/"
                               LEX-STREAM-ID "/" LEX-RECORD-NUMBER
                               " - status " WS-EXM-FILE-STATUS
                           MOVE 12 TO WS-PROPOSED-RETURN-CODE
                           PERFORM 9150-RAISE-RETURN-CODE
                   END-EVALUATE
           END-READ.

      * A day-file exception carries no sender or source reference;
      * both are left blank on the master.
       3300-BUILD-MASTER-RECORD.
           MOVE LEX-RUN-DATE TO EXM-RUN-DATE
           MOVE LEX-FILE-SEQUENCE TO EXM-FILE-SEQUENCE
           MOVE LEX-STREAM-ID TO EXM-STREAM-ID
           MOVE LEX-RECORD-NUMBER TO EXM-RECORD-NUMBER
           MOVE LEX-VALUE TO EXM-VALUE
           MOVE LEX-TIMESTAMP TO EXM-TIMESTAMP
           MOVE LEX-SOURCE-CATEGORY TO EXM-SOURCE-CATEGORY
           MOVE LEX-REJECT-REASON TO EXM-REJECT-REASON
           MOVE LEX-RECYCLE-ATTEMPTS TO EXM-RECYCLE-ATTEMPTS
           MOVE SPACES TO EXM-SOURCE-SYSTEM
           MOVE SPACES TO EXM-SOURCE-REFERENCE
           MOVE LEX-RUN-DATE TO WS-WDK-RUN-DATE
           MOVE LEX-FILE-SEQUENCE TO WS-WDK-SEQUENCE
           MOVE LEX-STREAM-ID TO WS-WDK-STREAM
           MOVE LEX-RECORD-NUMBER TO WS-WDK-RECNUM
           PERFORM 2500-LOCATE-DISPOSITION
           IF WS-DISP-HIT-IDX = 0
               MOVE 'O' TO EXM-STATUS
               MOVE "EXCCONV" TO EXM-CHANGED-BY
               MOVE WS-CURRENT-DATE-TIME TO EXM-CHANGED-TIMESTAMP
           ELSE
               EVALUATE TRUE
                   WHEN WS-DISP-CODE(WS-DISP-HIT-IDX) = 'C'
                       AND WS-DISP-CONSUMED(WS-DISP-HIT-IDX) = 'Y'
                       MOVE 'Y' TO EXM-STATUS
                   WHEN OTHER
                       MOVE WS-DISP-CODE(WS-DISP-HIT-IDX)
                           TO EXM-STATUS
               END-EVALUATE
               MOVE WS-DISP-USER-ID(WS-DISP-HIT-IDX)
                   TO EXM-CHANGED-BY
               MOVE WS-DISP-TIMESTAMP(WS-DISP-HIT-IDX)
                   TO EXM-CHANGED-TIMESTAMP
           END-IF.

       3400-COUNT-STATUS.
           EVALUATE TRUE
               WHEN EXM-OPEN
                   ADD 1 TO WS-COUNT-OPEN
               WHEN EXM-CORRECTED
                   ADD 1 TO WS-COUNT-CORRECTED
               WHEN EXM-RECYCLED
                   ADD 1 TO WS-COUNT-RECYCLED
               WHEN EXM-RETURNED
                   ADD 1 TO WS-COUNT-RETURNED
               WHEN EXM-FORCED
                   ADD 1 TO WS-COUNT-FORCED
           END-EVALUATE.

       8000-PRODUCE-CONVERSION-REPORT.
           DISPLAY "Recycle dispositions read .......: "
               WS-COUNT-DISPOSITIONS
           DISPLAY "Daily exception files read ......: "
               WS-COUNT-FILES-READ
           DISPLAY "Exceptions read .................: "
               WS-COUNT-EXC-READ
           DISPLAY "Loaded onto EXCMAST .............: "
               WS-COUNT-LOADED
           DISPLAY "  open ..........................: "
               WS-COUNT-OPEN
           DISPLAY "  corrected, awaiting recycle ...: "
               WS-COUNT-CORRECTED
           DISPLAY "  recycled ......................: "
               WS-COUNT-RECYCLED
           DISPLAY "  returned to source ............: "
               WS-COUNT-RETURNED
           DISPLAY "  forced return .................: "
               WS-COUNT-FORCED
           DISPLAY "Already on EXCMAST - left as is .: "
               WS-COUNT-ALREADY
           DISPLAY "Failed to load ..................: "
               WS-COUNT-FAILED
           DISPLAY "==============================================".

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9900-SET-RETURN-CODE.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

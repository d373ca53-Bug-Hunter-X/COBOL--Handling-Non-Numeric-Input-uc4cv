      * quietly balanced run. A STREAM                                *
      * parameter runs one stream of a month-end input split by       *
      * NUMSPLIT on its own file set; STRMCONS merges the stream      *
      * feeds back into the single feed and loads the stream          *
      * exception work files into the exception master.               *
      * Rejects live on the indexed exception master (EXCMAST,        *
      * EXMREC.CPY): a whole-file run writes them there directly,     *
      * open, and every run that injects a correction marks the       *
      * original exception recycled - or re-rejected when the         *
      * correction fails the edit again.                              *
      * A MID or HIGH value above its category's authorization limit  *
      * (CTL-AUTH-LIMIT) is not fed: it is held on the hold queue     *
      * (HOLDQ) for review and second-operator release through        *
      * HOLDRLSE, and values released since the last run are fed at   *
      * the head of the next transmission's frame. Both movements     *
      * have their own lines on the summary and tie-out so the held   *
      * values still balance. A transmission that fails voids the     *
      * hold entries it wrote and returns the releases it fed to the  *
      * queue, so its resend holds them afresh and the next run feeds *
      * them.                                                         *
      * Beside the counts, the value of every LOW, MID and HIGH       *
      * record, of every numeric reject, and of what was fed, held    *
      * and released is totalled per source category, checkpointed    *
      * with the counts, proven against the feed hash on the tie-out, *
      * and written to RUNHIST for the GL journal extract            *
      * (GLEXTRACT).                                                  *
      * Every detail's source transaction reference is checked        *
      * against the duplicate reference index (DUPIDX, DUPREC.CPY): a *
      * reference its sender has already had settled is rejected with *
      * reason DU instead of being fed again, and the reference of    *
      * each settled detail is claimed on the index. A transmission   *
      * whose share of duplicates passes the tolerance on the DEF     *
      * control record is abandoned as a resent file, and a failed    *
      * transmission releases its claims. Duplicates have their own   *
      * lines on the summary and tie-out and in RUNHIST.              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLUTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "THRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DUPLICATE-INDEX-FILE ASSIGN TO "DUPIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUM-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       FD  CONTROL-FILE.
       COPY CTLREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNREC.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  DUPLICATE-INDEX-FILE.
       COPY DUPREC.

       WORKING-STORAGE SECTION.
       01  WS-NUM-FILE-STATUS          PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-CTL-FILE-STATUS          PIC X(2).
       01  WS-RST-FILE-STATUS          PIC X(2).
       01  WS-FEED-FILE-STATUS         PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-HIST-FILE-STATUS         PIC X(2).
       01  WS-CATM-FILE-STATUS         PIC X(2).
       01  WS-HOLD-FILE-STATUS         PIC X(2).
       01  WS-DUP-FILE-STATUS          PIC X(2).
       01  WS-THRESHOLD                PIC S9(7)V99
                                        SIGN LEADING SEPARATE
                                        CHARACTER              VALUE 10.
           88  WS-SKIP-TRANSMISSION                VALUE 'Y'.
       01  WS-RECYCLE-DONE-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-RECYCLE-ALREADY-USED             VALUE 'Y'.
       01  WS-RELEASE-DONE-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-RELEASE-ALREADY-USED             VALUE 'Y'.
       01  WS-HOLDQ-OPEN-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-HOLDQ-OPEN                       VALUE 'Y'.
       01  WS-HOLD-SCAN-EOF-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-HOLD-SCAN-EOF                    VALUE 'Y'.
       01  WS-COUNT-HOLDS-VOIDED       PIC 9(8)    VALUE 0.
       01  WS-COUNT-RELEASES-RESET     PIC 9(8)    VALUE 0.
      * The entry 5300 builds is kept here while an entry already on
      * the queue under the same key is read and judged.
       01  WS-HOLD-NEW-RECORD          PIC X(172).
       01  WS-DUPIDX-OPEN-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-DUPIDX-OPEN                      VALUE 'Y'.
       01  WS-DUP-SCAN-EOF-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-DUP-SCAN-EOF                     VALUE 'Y'.
      * Set per detail by the duplicate reference check: the detail
      * repeats a reference already processed, or carries one not yet
      * claimed that is claimed once the detail has been settled.
       01  WS-DUPLICATE-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-DETAIL-IS-DUPLICATE              VALUE 'Y'.
       01  WS-CLAIM-PENDING-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-REFERENCE-CLAIM-PENDING          VALUE 'Y'.
       01  WS-COUNT-CLAIMS-RELEASED    PIC 9(8)    VALUE 0.
       01  WS-RESTART-TRANS-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-RESTART-THIS-TRANS               VALUE 'Y'.
       01  WS-COUNT-TRANS-PROCESSED    PIC 9(4)    VALUE 0.
           05  WS-COUNT-FEED-WRITTEN   PIC 9(8)    VALUE 0.
           05  WS-COUNT-EXC-WRITTEN    PIC 9(8)    VALUE 0.
           05  WS-COUNT-RECYCLED       PIC 9(8)    VALUE 0.
           05  WS-COUNT-HELD           PIC 9(8)    VALUE 0.
           05  WS-COUNT-RELEASED       PIC 9(8)    VALUE 0.
           05  WS-COUNT-DUPLICATE      PIC 9(8)    VALUE 0.
       01  WS-SAVE-COUNTERS.
           05  WS-SAVE-RECORD-COUNT    PIC 9(8)    VALUE 0.
           05  WS-SAVE-NONNUMERIC      PIC 9(8)    VALUE 0.
           05  WS-SAVE-FEED-WRITTEN    PIC 9(8)    VALUE 0.
           05  WS-SAVE-EXC-WRITTEN     PIC 9(8)    VALUE 0.
           05  WS-SAVE-RECYCLED        PIC 9(8)    VALUE 0.
           05  WS-SAVE-HELD            PIC 9(8)    VALUE 0.
           05  WS-SAVE-RELEASED        PIC 9(8)    VALUE 0.
           05  WS-SAVE-DUPLICATE       PIC 9(8)    VALUE 0.
       01  WS-SAVE-CAT-IDX             PIC 9(2)    VALUE 0.
       01  WS-SAVE-CATEGORY-DATA.
           05  WS-SAVE-CATEGORY-COUNT  PIC 9(2)    VALUE 0.
               10  WS-SAVE-CAT-HIGH        PIC 9(8).
               10  WS-SAVE-CAT-FEED        PIC 9(8).
               10  WS-SAVE-CAT-EXC         PIC 9(8).
               10  WS-SAVE-CAT-HELD        PIC 9(8).
               10  WS-SAVE-CAT-RELEASED    PIC 9(8).
               10  WS-SAVE-CAT-VALUE-LOW   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-VALUE-MID   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-VALUE-HIGH  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-VALUE-REJECTED
                                           PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-VALUE-FEED  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-VALUE-HELD  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-VALUE-RELEASED
                                           PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-SAVE-CAT-DUPLICATE   PIC 9(8).
               10  WS-SAVE-CAT-VALUE-DUPLICATE
                                           PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
       01  WS-INPUT-PHASE-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-RECYCLE-PHASE                    VALUE 'R'.
           88  WS-NUMIN-PHASE                      VALUE 'N'.
       01  WS-FROM-RECYCLE-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-CURR-FROM-RECYCLE                VALUE 'Y'.
       01  WS-CURR-RCY-ATTEMPTS        PIC 9(2)    VALUE 0.
      * A recycled correction belongs to the system that sent the
      * original, which need not be tonight's sender.
       01  WS-CURR-RCY-SOURCE-SYSTEM   PIC X(8)    VALUE SPACES.
      * Identity of the exception the current recycled correction
      * resolves, so its status on the exception master can follow
      * the correction: recycled on injection, re-rejected if it
      * fails again.
       01  WS-CURR-RCY-ORIGINAL-KEY.
           05  WS-CRK-RUN-DATE         PIC 9(8)    VALUE 0.
           05  WS-CRK-SEQUENCE         PIC 9(6)    VALUE 0.
           05  WS-CRK-STREAM           PIC 9(2)    VALUE 0.
           05  WS-CRK-RECNUM           PIC 9(8)    VALUE 0.
       01  WS-EXM-OPEN-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-EXM-OPEN                         VALUE 'Y'.
       01  WS-EXM-MARK-STATUS          PIC X(1)    VALUE SPACE.
       01  WS-EXM-NEW-RECORD           PIC X(111).
       01  WS-NUMIN-FETCH-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-NUMIN-FETCHED                    VALUE 'Y'.
      * The run date is captured once at initialization - the same
      * date baked into a stream's exception work file name - so a
      * run that crosses midnight stamps every exception with one
      * date, and the exception master keys on the same date.
       01  WS-RUN-DATE                 PIC 9(8)    VALUE 0.
       01  WS-HDR-CREATE-DATE          PIC 9(8)    VALUE 0.
       01  WS-HDR-SOURCE-SYSTEM        PIC X(8)    VALUE SPACES.
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-SAVE-FEED-SEQ            PIC 9(8)    VALUE 0.
      * Value held back from the feed on the hold queue, and value
      * released from it into this transmission's frame - shown on
      * the tie-out beside the counts.
       01  WS-HELD-VALUE-TOTAL         PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-RELEASED-VALUE-TOTAL     PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-SAVE-HELD-VALUE          PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-SAVE-RELEASED-VALUE      PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-HOLD-VALUE-EDIT          PIC -(13)9.99.
      * Transmission value totals, summed from the category table when
      * the reports are produced - the category entries are what the
      * checkpoint carries, so these need no restart handling of their
      * own. The fed value proof (MID + HIGH - held + released) must
      * equal the feed hash total, or money went somewhere the counts
      * did not.
       01  WS-RUN-VALUE-TOTALS.
           05  WS-RUN-VALUE-LOW            PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-MID            PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-HIGH           PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-REJECTED       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-FEED           PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-HELD           PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-RELEASED       PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-RUN-VALUE-DUPLICATE      PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-VALUE-FEED-PROOF         PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-VALUE-DIFFERENCE         PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-VALUE-EDIT-1             PIC -(13)9.99.
       01  WS-VALUE-EDIT-2             PIC -(13)9.99.
       01  WS-VALUE-EDIT-3             PIC -(13)9.99.
       01  WS-VALUE-EDIT-4             PIC -(13)9.99.
       01  WS-FEED-FRESH-OPEN-SWITCH   PIC X(1)    VALUE 'N'.
           88  WS-FEED-FRESH-OPEN                  VALUE 'Y'.
       01  WS-INTEGRITY-SWITCH         PIC X(1)    VALUE 'N'.
       01  WS-TOLERANCE-EDIT           PIC ZZ9.99.
       01  WS-REJECT-ABORT-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-REJECT-ABORT                     VALUE 'Y'.
      * Share of a transmission's records that may repeat references
      * already processed before the transmission is failed - from
      * the DEF control record, zero disables the check.
       01  WS-DUPLICATE-TOLERANCE-PCT  PIC 9(3)V99 VALUE 0.
       01  WS-DUPLICATE-ABORT-SWITCH   PIC X(1)    VALUE 'N'.
           88  WS-DUPLICATE-ABORT                  VALUE 'Y'.
       01  WS-CATEGORY-COUNT           PIC 9(2)    VALUE 0.
       01  WS-CAT-ACTIVE-IDX           PIC 9(2)    VALUE 0.
       01  WS-CAT-DEF-IDX              PIC 9(2)    VALUE 0.
               10  WS-CAT-BAND-HIGH        PIC S9(7)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-AUTH-LIMIT       PIC S9(7)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-COUNT-RECORDS    PIC 9(8).
               10  WS-CAT-COUNT-NONNUMERIC PIC 9(8).
               10  WS-CAT-COUNT-GT         PIC 9(8).
               10  WS-CAT-COUNT-HIGH       PIC 9(8).
               10  WS-CAT-COUNT-FEED       PIC 9(8).
               10  WS-CAT-COUNT-EXC        PIC 9(8).
               10  WS-CAT-COUNT-HELD       PIC 9(8).
               10  WS-CAT-COUNT-RELEASED   PIC 9(8).
               10  WS-CAT-VALUE-LOW        PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-VALUE-MID        PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-VALUE-HIGH       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-VALUE-REJECTED   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-VALUE-FEED       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-VALUE-HELD       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-VALUE-RELEASED   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-CAT-COUNT-DUPLICATE  PIC 9(8).
               10  WS-CAT-VALUE-DUPLICATE  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
       01  WS-REPORT-PERCENTS.
           05  WS-PCT-NONNUMERIC       PIC ZZ9.99.
           05  WS-PCT-GT-THRESHOLD     PIC ZZ9.99.
           05  WS-PCT-LE-THRESHOLD     PIC ZZ9.99.
           05  WS-PCT-DUPLICATE        PIC ZZ9.99.
       01  WS-PERCENT-WORK             PIC S9(5)V9(4).
       01  WS-BALANCE-TOTAL            PIC 9(8)    VALUE 0.
       01  WS-BALANCE-DIFFERENCE       PIC S9(8)   VALUE 0.
       01  WS-DD-EXCFILE               PIC X(20).
       01  WS-DD-FEEDOUT               PIC X(20).
       01  WS-DD-RESTCKPT              PIC X(20).
      * Source reference written on the feed detail: the NUMIN
      * detail's own, or the held item's when a release is fed.
       01  WS-FEED-SOURCE-REFERENCE    PIC X(11)   VALUE SPACES.
       01  WS-STREAM-ID                PIC 9(2)    VALUE 0.
       01  WS-STREAM-SUFFIX            PIC 9(2)    VALUE 0.
       01  WS-STREAM-ENTRY             PIC X(2)    VALUE SPACES.
      * of the NUMIN landing set, processed as its own unit of work:
      * its own run-control row, counters, tie-out, history rows,
      * and feed frame. An already-completed transmission is read
      * through and skipped (OVERRIDE reprocesses it); an integrity,
      * reject-rate or duplicate-share failure still abandons the
      * whole invocation, because a malformed transmission leaves
      * nothing downstream of it trustworthy.
       0100-PROCESS-TRANSMISSION.
           PERFORM 0200-BEGIN-TRANSMISSION
           EVALUATE TRUE
                   IF WS-REJECT-ABORT
                       PERFORM 9600-ABORT-REJECT-RATE
                   END-IF
                   IF NOT WS-DUPLICATE-ABORT
                       PERFORM 6050-VERIFY-DUPLICATE-TOLERANCE
                   END-IF
                   IF WS-DUPLICATE-ABORT
                       PERFORM 9650-ABORT-DUPLICATE-RATE
                   END-IF
                   PERFORM 7000-VERIFY-FILE-INTEGRITY
                   IF WS-INTEGRITY-FAILED
                       PERFORM 9500-ABORT-RUN
           MOVE 'N' TO WS-RESTART-TRANS-SWITCH
           MOVE 'N' TO WS-RUNCTL-FOUND-SWITCH
           MOVE 'N' TO WS-FROM-RECYCLE-SWITCH
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE 'N' TO WS-CLAIM-PENDING-SWITCH
           MOVE 0 TO WS-CURR-RCY-ATTEMPTS
           MOVE 0 TO WS-TRANS-RETURN-CODE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-TRL-HASH-TOTAL
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-FEED-HASH-TOTAL
           MOVE 0 TO WS-HELD-VALUE-TOTAL
           MOVE 0 TO WS-RELEASED-VALUE-TOTAL
           INITIALIZE WS-REPORT-COUNTERS
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CATEGORY-COUNT
               WS-CAT-COUNT-MID(WS-CAT-SCAN-IDX)
               WS-CAT-COUNT-HIGH(WS-CAT-SCAN-IDX)
               WS-CAT-COUNT-FEED(WS-CAT-SCAN-IDX)
               WS-CAT-COUNT-EXC(WS-CAT-SCAN-IDX)
               WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX)
               WS-CAT-COUNT-RELEASED(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-LOW(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-MID(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-HIGH(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-REJECTED(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-FEED(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-HELD(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-RELEASED(WS-CAT-SCAN-IDX)
               WS-CAT-COUNT-DUPLICATE(WS-CAT-SCAN-IDX)
               WS-CAT-VALUE-DUPLICATE(WS-CAT-SCAN-IDX).

      * The first transmission's header is read here; every later
      * one was already met by the fetch loop right after the prior
           IF NOT WS-RESTART-THIS-TRANS OR WS-FEED-FRESH-OPEN
               PERFORM 1260-WRITE-FEED-HEADER
           END-IF
           PERFORM 1270-FEED-RELEASED-HOLDS
           PERFORM 2100-READ-NUM-FILE.

      * An already-processed transmission is read through without
      * gap means a transmission never arrived, and that is flagged
      * loudly now instead of by settlement later. The gap poisons
      * the invocation return code only - this transmission's own
      * data is fine and still settles. A transmission that has not
      * arrived by its sender's cutoff is caught earlier by DLVRMON.
       0300-VERIFY-SEQUENCE-CONTINUITY.
           MOVE 0 TO WS-LAST-SEQ-SEEN
           MOVE 'N' TO WS-SEQSCAN-EOF-SWITCH
               STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED
               IF WS-STREAM-ID > 0
                   OPEN EXTEND EXCEPTION-FILE
                   IF WS-EXC-FILE-STATUS NOT = "00"
                       OPEN OUTPUT EXCEPTION-FILE
                   END-IF
               END-IF
               OPEN EXTEND FEED-FILE
               IF WS-FEED-FILE-STATUS NOT = "00"
                   SET WS-FEED-FRESH-OPEN TO TRUE
               END-IF
           ELSE
               IF WS-STREAM-ID > 0
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               OPEN OUTPUT FEED-FILE
               SET WS-FEED-FRESH-OPEN TO TRUE
           END-IF
           PERFORM 1030-OPEN-EXCEPTION-MASTER
           PERFORM 1100-READ-THRESHOLD-CONTROL
           PERFORM 1140-LOAD-CATEGORY-MASTER
           PERFORM 1280-OPEN-HOLD-QUEUE
           PERFORM 1290-OPEN-DUPLICATE-INDEX.

      * A whole-file run writes its rejects straight to the
      * exception master, so without the master it has nowhere to
      * put them and does not start. A stream writes its rejects to
      * its own work file for STRMCONS to load - parallel streams
      * never write the master - and only the stream that injects
      * recycled corrections (stream 01) opens it, to mark the
      * originals; for that stream an unusable master is a warning.
       1030-OPEN-EXCEPTION-MASTER.
           IF WS-STREAM-ID < 2
               OPEN I-O EXCEPTION-MASTER-FILE
               IF WS-EXM-FILE-STATUS = "35"
                   OPEN OUTPUT EXCEPTION-MASTER-FILE
                   CLOSE EXCEPTION-MASTER-FILE
                   OPEN I-O EXCEPTION-MASTER-FILE
               END-IF
               IF WS-EXM-FILE-STATUS = "00"
                   SET WS-EXM-OPEN TO TRUE
               ELSE
                   DISPLAY "Exception master EXCMAST not usable - "
                       "status " WS-EXM-FILE-STATUS
                   IF WS-STREAM-ID = 0
                       MOVE 12 TO WS-PROPOSED-RETURN-CODE
                       PERFORM 9150-RAISE-RETURN-CODE
                       PERFORM 9900-SET-RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

       1050-CHECK-RESTART-REQUEST.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
                       MOVE RST-COUNT-EXC-WRITTEN
                           TO WS-SAVE-EXC-WRITTEN
                       MOVE RST-COUNT-RECYCLED TO WS-SAVE-RECYCLED
                       MOVE RST-COUNT-HELD TO WS-SAVE-HELD
                       MOVE RST-COUNT-RELEASED TO WS-SAVE-RELEASED
                       MOVE RST-COUNT-DUPLICATE TO WS-SAVE-DUPLICATE
                       MOVE RST-HELD-VALUE-TOTAL
                           TO WS-SAVE-HELD-VALUE
                       MOVE RST-RELEASED-VALUE-TOTAL
                           TO WS-SAVE-RELEASED-VALUE
                       MOVE RST-FEED-HASH-TOTAL TO WS-SAVE-FEED-HASH
                       MOVE RST-FEED-SEQ-ASSIGNED
                           TO WS-SAVE-FEED-SEQ
           MOVE WS-SAVE-FEED-WRITTEN TO WS-COUNT-FEED-WRITTEN
           MOVE WS-SAVE-EXC-WRITTEN TO WS-COUNT-EXC-WRITTEN
           MOVE WS-SAVE-RECYCLED TO WS-COUNT-RECYCLED
           MOVE WS-SAVE-HELD TO WS-COUNT-HELD
           MOVE WS-SAVE-RELEASED TO WS-COUNT-RELEASED
           MOVE WS-SAVE-DUPLICATE TO WS-COUNT-DUPLICATE
           MOVE WS-SAVE-HELD-VALUE TO WS-HELD-VALUE-TOTAL
           MOVE WS-SAVE-RELEASED-VALUE TO WS-RELEASED-VALUE-TOTAL
           MOVE WS-SAVE-FEED-HASH TO WS-FEED-HASH-TOTAL
           MOVE WS-SAVE-FEED-SEQ TO WS-FEED-SEQ-ASSIGNED.

                       WS-CAT-COUNT-HIGH(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-FEED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-EXC(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-HELD(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-RELEASED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-LOW(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-MID(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-HIGH(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-REJECTED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-FEED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-HELD(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-RELEASED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-DUPLICATE(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-DUPLICATE(WS-CAT-ACTIVE-IDX)
               ELSE
                   DISPLAY "Category table full - category "
                       CTL-CATEGORY " falls back to DEF limits"
                   TO WS-CAT-THRESHOLD(WS-CAT-ACTIVE-IDX)
               MOVE CTL-BAND-HIGH-BOUNDARY
                   TO WS-CAT-BAND-HIGH(WS-CAT-ACTIVE-IDX)
               IF CTL-AUTH-LIMIT IS NUMERIC
                   MOVE CTL-AUTH-LIMIT
                       TO WS-CAT-AUTH-LIMIT(WS-CAT-ACTIVE-IDX)
               ELSE
                   MOVE ZERO TO WS-CAT-AUTH-LIMIT(WS-CAT-ACTIVE-IDX)
               END-IF
               IF CTL-CATEGORY = "DEF"
                   MOVE CTL-REJECT-TOLERANCE-PCT
                       TO WS-REJECT-TOLERANCE-PCT
                   IF CTL-DUPLICATE-TOLERANCE-PCT IS NUMERIC
                       MOVE CTL-DUPLICATE-TOLERANCE-PCT
                           TO WS-DUPLICATE-TOLERANCE-PCT
                   ELSE
                       MOVE ZERO TO WS-DUPLICATE-TOLERANCE-PCT
                   END-IF
               END-IF
           END-IF.

                   TO WS-CAT-EFFECTIVE-DATE(WS-CAT-DEF-IDX)
               MOVE 10 TO WS-CAT-THRESHOLD(WS-CAT-DEF-IDX)
               MOVE 100 TO WS-CAT-BAND-HIGH(WS-CAT-DEF-IDX)
               MOVE ZERO TO WS-CAT-AUTH-LIMIT(WS-CAT-DEF-IDX)
               INITIALIZE WS-CAT-COUNT-RECORDS(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-NONNUMERIC(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-GT(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-HIGH(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-FEED(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-EXC(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-HELD(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-RELEASED(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-LOW(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-MID(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-HIGH(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-REJECTED(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-FEED(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-HELD(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-RELEASED(WS-CAT-DEF-IDX)
                   WS-CAT-COUNT-DUPLICATE(WS-CAT-DEF-IDX)
                   WS-CAT-VALUE-DUPLICATE(WS-CAT-DEF-IDX)
           END-IF.

      * The checkpointed category counters are matched back by
                       TO WS-CAT-THRESHOLD(WS-CAT-ACTIVE-IDX)
                   MOVE WS-CAT-BAND-HIGH(WS-CAT-DEF-IDX)
                       TO WS-CAT-BAND-HIGH(WS-CAT-ACTIVE-IDX)
                   MOVE WS-CAT-AUTH-LIMIT(WS-CAT-DEF-IDX)
                       TO WS-CAT-AUTH-LIMIT(WS-CAT-ACTIVE-IDX)
                   INITIALIZE WS-CAT-COUNT-RECORDS(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-NONNUMERIC(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-GT(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-HIGH(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-FEED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-EXC(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-HELD(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-RELEASED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-LOW(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-MID(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-HIGH(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-REJECTED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-FEED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-HELD(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-RELEASED(WS-CAT-ACTIVE-IDX)
                       WS-CAT-COUNT-DUPLICATE(WS-CAT-ACTIVE-IDX)
                       WS-CAT-VALUE-DUPLICATE(WS-CAT-ACTIVE-IDX)
               ELSE
                   DISPLAY "Category table full - restart counts "
                       "for " WS-SAVE-CAT-CODE(WS-SAVE-CAT-IDX)
           ADD WS-SAVE-CAT-FEED(WS-SAVE-CAT-IDX)
               TO WS-CAT-COUNT-FEED(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-EXC(WS-SAVE-CAT-IDX)
               TO WS-CAT-COUNT-EXC(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-HELD(WS-SAVE-CAT-IDX)
               TO WS-CAT-COUNT-HELD(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-RELEASED(WS-SAVE-CAT-IDX)
               TO WS-CAT-COUNT-RELEASED(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-LOW(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-LOW(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-MID(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-MID(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-HIGH(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-HIGH(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-REJECTED(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-REJECTED(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-FEED(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-FEED(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-HELD(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-HELD(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-RELEASED(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-RELEASED(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-DUPLICATE(WS-SAVE-CAT-IDX)
               TO WS-CAT-COUNT-DUPLICATE(WS-CAT-ACTIVE-IDX)
           ADD WS-SAVE-CAT-VALUE-DUPLICATE(WS-SAVE-CAT-IDX)
               TO WS-CAT-VALUE-DUPLICATE(WS-CAT-ACTIVE-IDX).

      * Loads the registered-category master. A missing or unusable
      * master switches the registration check off with a warning -
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * Values released from the hold queue since the last run go out
      * at the head of this transmission's frame, ahead of the night's
      * own details. As with the recycle file, only stream 01 of a
      * split run and only the first processed transmission of a
      * landing set pick them up, and each entry is stamped FED with
      * the consuming transmission as it is written, so no release
      * settles twice. An entry already stamped with this same
      * transmission is being re-read by an OVERRIDE rerun or the
      * rerun of a failed transmission and goes into the replacement
      * frame again. A restarted transmission's releases are already
      * on the extended feed and in the checkpointed counts.
       1270-FEED-RELEASED-HOLDS.
           EVALUATE TRUE
               WHEN WS-STREAM-ID > 1
               WHEN WS-RELEASE-ALREADY-USED
               WHEN NOT WS-HOLDQ-OPEN
                   CONTINUE
               WHEN WS-RESTART-THIS-TRANS
                   SET WS-RELEASE-ALREADY-USED TO TRUE
               WHEN OTHER
                   SET WS-RELEASE-ALREADY-USED TO TRUE
                   MOVE 'N' TO WS-HOLD-SCAN-EOF-SWITCH
                   MOVE LOW-VALUES TO HLD-KEY
                   START HOLD-FILE KEY IS >= HLD-KEY
                       INVALID KEY
                           SET WS-HOLD-SCAN-EOF TO TRUE
                   END-START
                   IF WS-HOLD-FILE-STATUS NOT = "00"
                       SET WS-HOLD-SCAN-EOF TO TRUE
                   END-IF
                   PERFORM 1272-FEED-NEXT-RELEASE
                       UNTIL WS-HOLD-SCAN-EOF
           END-EVALUATE.

       1272-FEED-NEXT-RELEASE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HLD-RELEASED
                       WHEN HLD-FED
                           AND HLD-FED-RUN-DATE = WS-HDR-CREATE-DATE
                           AND HLD-FED-SEQUENCE = WS-HDR-SEQUENCE
                           PERFORM 1274-WRITE-RELEASED-VALUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * A released value goes through the same feed write as the
      * night's own details, under the band it was held in, and is
      * counted against its source category (DEF when the category
      * has no entry of its own) so the category tie-out balances.
       1274-WRITE-RELEASED-VALUE.
           MOVE 0 TO WS-CAT-ACTIVE-IDX
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CATEGORY-COUNT
               IF WS-CAT-CODE(WS-CAT-SCAN-IDX) = HLD-SOURCE-CATEGORY
                   MOVE WS-CAT-SCAN-IDX TO WS-CAT-ACTIVE-IDX
               END-IF
           END-PERFORM
           IF WS-CAT-ACTIVE-IDX = 0
               MOVE WS-CAT-DEF-IDX TO WS-CAT-ACTIVE-IDX
           END-IF
           MOVE HLD-VALUE TO WS-NUM-WORK
           MOVE HLD-BAND-CODE TO WS-BAND-CODE
           MOVE HLD-SOURCE-REFERENCE TO WS-FEED-SOURCE-REFERENCE
           PERFORM 5000-WRITE-FEED-RECORD
           IF WS-FEED-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-RELEASED
               ADD 1 TO WS-CAT-COUNT-RELEASED(WS-CAT-ACTIVE-IDX)
               ADD HLD-VALUE TO WS-RELEASED-VALUE-TOTAL
               ADD HLD-VALUE TO WS-CAT-VALUE-RELEASED(WS-CAT-ACTIVE-IDX)
               DISPLAY "Released hold item " HLD-RUN-DATE "/"
                   HLD-FILE-SEQUENCE "/" HLD-STREAM-ID "/"
                   HLD-RECORD-NUMBER " fed as sequence ID "
                   FEED-SEQUENCE-ID
               MOVE 'F' TO HLD-STATUS
               MOVE WS-HDR-CREATE-DATE TO HLD-FED-RUN-DATE
               MOVE WS-HDR-SEQUENCE TO HLD-FED-SEQUENCE
               MOVE FEED-SEQUENCE-ID TO HLD-FED-SEQUENCE-ID
               REWRITE HOLD-RECORD
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "Hold queue fed stamp rewrite failed - "
                       "status " WS-HOLD-FILE-STATUS
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

      * The hold queue is shared by every stream and transmission and
      * is created empty the first time it is needed. An unusable
      * queue is a warning here; it only fails a transmission that
      * actually has a value to hold (5300).
       1280-OPEN-HOLD-QUEUE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS = "00"
               SET WS-HOLDQ-OPEN TO TRUE
           ELSE
               DISPLAY "Hold queue HOLDQ not usable - status "
                   WS-HOLD-FILE-STATUS
                   " - released values will not be fed"
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * The duplicate reference index is shared by every stream and
      * transmission the same way, and is created empty the first
      * time it is needed. Without it no reference can be checked or
      * claimed: the run goes on with the check off and a warning,
      * like the run-control file's duplicate-run protection.
       1290-OPEN-DUPLICATE-INDEX.
           OPEN I-O DUPLICATE-INDEX-FILE
           IF WS-DUP-FILE-STATUS = "35"
               OPEN OUTPUT DUPLICATE-INDEX-FILE
               CLOSE DUPLICATE-INDEX-FILE
               OPEN I-O DUPLICATE-INDEX-FILE
           END-IF
           IF WS-DUP-FILE-STATUS = "00"
               SET WS-DUPIDX-OPEN TO TRUE
           ELSE
               DISPLAY "Duplicate index DUPIDX not usable - status "
                   WS-DUP-FILE-STATUS
                   " - duplicate reference check is off"
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * A detail repeating a source reference already processed is
      * rejected before anything else is judged. A new reference is
      * claimed only once the detail has been settled (fed, held, or
      * passed LOW): a reject goes back to the source, which may send
      * the corrected item again under the same reference.
       2000-PROCESS-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2060-CHECK-DUPLICATE-REFERENCE
           IF WS-DETAIL-IS-DUPLICATE
               PERFORM 2180-REJECT-DUPLICATE-REFERENCE
           ELSE
               PERFORM 2160-VERIFY-CATEGORY-REGISTERED
               IF WS-CATEGORY-UNREGISTERED
                   PERFORM 2170-REJECT-UNKNOWN-CATEGORY
               ELSE
                   PERFORM 2150-LOCATE-CATEGORY-ENTRY
                   ADD 1 TO WS-CAT-COUNT-RECORDS(WS-CAT-ACTIVE-IDX)
                   IF NUM-VALUE IS NUMERIC
                       MOVE NUM-VALUE TO WS-NUM-WORK
                       PERFORM 2200-CHECK-THRESHOLD
                   ELSE
                       DISPLAY "Invalid input. Please enter a number."
                       ADD 1 TO WS-COUNT-NONNUMERIC
                       ADD 1
                           TO WS-CAT-COUNT-NONNUMERIC(WS-CAT-ACTIVE-IDX)
                       IF WS-CURR-FROM-RECYCLE
                           DISPLAY "Recycled correction rejected again "
                               "- marked for return to source"
                           MOVE "RR" TO WS-REJECT-REASON
                       ELSE
                           MOVE "NN" TO WS-REJECT-REASON
                       END-IF
                       PERFORM 3000-WRITE-EXCEPTION-RECORD
                       PERFORM 2050-CHECK-REJECT-TOLERANCE
                   END-IF
               END-IF
               IF WS-REFERENCE-CLAIM-PENDING
                   AND WS-REJECT-REASON = SPACES
                   PERFORM 2080-CLAIM-SOURCE-REFERENCE
               END-IF
           END-IF
           PERFORM 4000-CHECKPOINT-IF-NEEDED
                   NUM-SOURCE-CATEGORY "' - record rejected"
           END-IF
           ADD 1 TO WS-COUNT-UNKNOWN-CAT
           IF NUM-VALUE IS NUMERIC
               ADD NUM-VALUE TO WS-CAT-VALUE-REJECTED(WS-CAT-ACTIVE-IDX)
           END-IF
           MOVE "UC" TO WS-REJECT-REASON
           PERFORM 3000-WRITE-EXCEPTION-RECORD.

               END-IF
           END-IF.

      * The index is keyed by the sending system and its reference.
      * Recycled corrections are the operator's repair of an item
      * already rejected and carry its original reference, so they
      * are not checked; neither is a detail with no reference. A
      * claim is this detail's own only when it was made by the same
      * transmission (business date and sequence), in the same stream
      * (00 for a whole-file run), at the same detail position; any
      * other claim - including one from another stream of a split
      * run, or an earlier detail of this same transmission - makes
      * the detail a duplicate. A RESTART meets its own claims for the
      * details its interrupted attempt settled after the checkpoint
      * (an attempt closed out failed has released them, 9700): the
      * skip replay re-counts the detail numbers (2120), so each
      * replayed detail lines up with its claim. A rerun without
      * RESTART, or under OVERRIDE, meets its own claims from the top.
       2060-CHECK-DUPLICATE-REFERENCE.
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE 'N' TO WS-CLAIM-PENDING-SWITCH
           IF WS-DUPIDX-OPEN
               AND NOT WS-CURR-FROM-RECYCLE
               AND NUM-SOURCE-REFERENCE NOT = SPACES
               MOVE WS-HDR-SOURCE-SYSTEM TO DUP-SOURCE-SYSTEM
               MOVE NUM-SOURCE-REFERENCE TO DUP-SOURCE-REFERENCE
               READ DUPLICATE-INDEX-FILE
                   INVALID KEY
                       SET WS-REFERENCE-CLAIM-PENDING TO TRUE
                   NOT INVALID KEY
      * The detail's own claim - met by a restart replay, a rerun or
      * an OVERRIDE reprocessing alike - is not a duplicate.
                       IF DUP-BUSINESS-DATE NOT = WS-HDR-CREATE-DATE
                           OR DUP-FILE-SEQUENCE NOT = WS-HDR-SEQUENCE
                           OR DUP-STREAM-ID NOT = WS-STREAM-ID
                           OR DUP-DETAIL-NUMBER
                               NOT = WS-COUNT-NUMIN-DETAIL
                           SET WS-DETAIL-IS-DUPLICATE TO TRUE
                       END-IF
               END-READ
           END-IF.

      * The duplicate share is judged like the reject rate in 2050:
      * against the tolerance on the DEF control record, only once a
      * minimum sample has been read, and never with a zero tolerance.
      * A transmission that is mostly references already settled is
      * a resent file, and is stopped before more of it is read.
       2070-CHECK-DUPLICATE-TOLERANCE.
           IF WS-DUPLICATE-TOLERANCE-PCT > 0
               AND WS-RECORD-COUNT >= 100
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-COUNT-DUPLICATE / WS-RECORD-COUNT) * 100
               IF WS-PERCENT-WORK > WS-DUPLICATE-TOLERANCE-PCT
                   MOVE WS-DUPLICATE-TOLERANCE-PCT
                       TO WS-TOLERANCE-EDIT
                   MOVE WS-PERCENT-WORK TO WS-PCT-DUPLICATE
                   DISPLAY "Duplicate share " WS-PCT-DUPLICATE
                       "% exceeds tolerance " WS-TOLERANCE-EDIT
                       "% after " WS-RECORD-COUNT " records"
                   SET WS-DUPLICATE-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

      * The claim remembers where the reference was first settled, so
      * a later duplicate can say where, a rerun of this transmission
      * knows its own claims, and a failed transmission can release
      * them (9700). A claim a parallel stream wrote first is left as
      * it is, with a warning.
       2080-CLAIM-SOURCE-REFERENCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-HDR-SOURCE-SYSTEM TO DUP-SOURCE-SYSTEM
           MOVE NUM-SOURCE-REFERENCE TO DUP-SOURCE-REFERENCE
           MOVE WS-HDR-CREATE-DATE TO DUP-BUSINESS-DATE
           MOVE WS-HDR-SEQUENCE TO DUP-FILE-SEQUENCE
           MOVE WS-STREAM-ID TO DUP-STREAM-ID
           MOVE WS-COUNT-NUMIN-DETAIL TO DUP-DETAIL-NUMBER
           MOVE WS-RUN-DATE TO DUP-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME TO DUP-TIMESTAMP
           WRITE DUPLICATE-INDEX-RECORD
           IF WS-DUP-FILE-STATUS NOT = "00"
               DISPLAY "Duplicate index claim write failed for "
                   "reference " NUM-SOURCE-REFERENCE " - status "
                   WS-DUP-FILE-STATUS
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * A repeated reference is an exception with its own reason
      * code, counted under its source category (DEF when the
      * category has no entry of its own) so the category tie-out
      * balances. It is never judged against any limits, and its
      * value is kept apart from the numeric rejects: the money was
      * settled once already and did not arrive again.
       2180-REJECT-DUPLICATE-REFERENCE.
           PERFORM 2160-VERIFY-CATEGORY-REGISTERED
           IF WS-CATEGORY-UNREGISTERED
               MOVE WS-CAT-DEF-IDX TO WS-CAT-ACTIVE-IDX
           ELSE
               PERFORM 2150-LOCATE-CATEGORY-ENTRY
           END-IF
           ADD 1 TO WS-CAT-COUNT-RECORDS(WS-CAT-ACTIVE-IDX)
           ADD 1 TO WS-COUNT-DUPLICATE
           ADD 1 TO WS-CAT-COUNT-DUPLICATE(WS-CAT-ACTIVE-IDX)
           IF NUM-VALUE IS NUMERIC
               ADD NUM-VALUE
                   TO WS-CAT-VALUE-DUPLICATE(WS-CAT-ACTIVE-IDX)
           END-IF
           DISPLAY "Source reference " NUM-SOURCE-REFERENCE
               " already processed in " DUP-BUSINESS-DATE "/"
               DUP-FILE-SEQUENCE " stream " DUP-STREAM-ID
               " - record rejected as a duplicate"
           MOVE "DU" TO WS-REJECT-REASON
           PERFORM 3000-WRITE-EXCEPTION-RECORD
           PERFORM 2070-CHECK-DUPLICATE-TOLERANCE.

       2100-READ-NUM-FILE.
           IF WS-RECYCLE-PHASE
               PERFORM 2110-READ-RECYCLE-FILE
               END-IF
           END-IF
           MOVE RCY-ATTEMPT-COUNT TO WS-CURR-RCY-ATTEMPTS
           MOVE RCY-SOURCE-SYSTEM TO WS-CURR-RCY-SOURCE-SYSTEM
           SET WS-CURR-FROM-RECYCLE TO TRUE
           MOVE RCY-ORIGINAL-RUN-DATE TO WS-CRK-RUN-DATE
           MOVE RCY-FILE-SEQUENCE TO WS-CRK-SEQUENCE
           MOVE RCY-STREAM-ID TO WS-CRK-STREAM
           MOVE RCY-ORIGINAL-RECORD-NUMBER TO WS-CRK-RECNUM
           MOVE 'Y' TO WS-EXM-MARK-STATUS
           PERFORM 3200-MARK-ORIGINAL-EXCEPTION
           MOVE 'D' TO NUM-RECORD-TYPE
           MOVE SPACES TO NUM-DETAIL-DATA
           MOVE RCY-CORRECTED-VALUE TO NUM-DETAIL-DATA(1:10)
           MOVE RCY-SOURCE-CATEGORY TO NUM-SOURCE-CATEGORY
           MOVE RCY-SOURCE-REFERENCE TO NUM-SOURCE-REFERENCE
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-COUNT-RECYCLED
           SET WS-RECYCLE-FETCHED TO TRUE.
               ADD 1 TO WS-COUNT-HIGH
               ADD 1 TO WS-CAT-COUNT-GT(WS-CAT-ACTIVE-IDX)
               ADD 1 TO WS-CAT-COUNT-HIGH(WS-CAT-ACTIVE-IDX)
               ADD WS-NUM-WORK TO WS-CAT-VALUE-HIGH(WS-CAT-ACTIVE-IDX)
               PERFORM 2250-FEED-OR-HOLD
           ELSE
               IF WS-NUM-WORK > WS-THRESHOLD
                   MOVE "MID " TO WS-BAND-CODE
                   ADD 1 TO WS-COUNT-MID
                   ADD 1 TO WS-CAT-COUNT-GT(WS-CAT-ACTIVE-IDX)
                   ADD 1 TO WS-CAT-COUNT-MID(WS-CAT-ACTIVE-IDX)
                   ADD WS-NUM-WORK
                       TO WS-CAT-VALUE-MID(WS-CAT-ACTIVE-IDX)
                   PERFORM 2250-FEED-OR-HOLD
               ELSE
                   MOVE "LOW " TO WS-BAND-CODE
                   DISPLAY "Number is not greater than "
                   ADD 1 TO WS-COUNT-LOW
                   ADD 1 TO WS-CAT-COUNT-LE(WS-CAT-ACTIVE-IDX)
                   ADD 1 TO WS-CAT-COUNT-LOW(WS-CAT-ACTIVE-IDX)
                   ADD WS-NUM-WORK
                       TO WS-CAT-VALUE-LOW(WS-CAT-ACTIVE-IDX)
               END-IF
           END-IF.

      * A value above its category's authorization limit keeps its
      * band but is held for second-operator release instead of going
      * straight to settlement; a zero limit means the category has
      * none.
       2250-FEED-OR-HOLD.
           IF WS-CAT-AUTH-LIMIT(WS-CAT-ACTIVE-IDX) > 0
               AND WS-NUM-WORK > WS-CAT-AUTH-LIMIT(WS-CAT-ACTIVE-IDX)
               PERFORM 5300-WRITE-HOLD-RECORD
           ELSE
               MOVE NUM-SOURCE-REFERENCE TO WS-FEED-SOURCE-REFERENCE
               PERFORM 5000-WRITE-FEED-RECORD
           END-IF.

      * A category registered for the DEF default limits is judged
      * under DEF deliberately, even when an own THRCTL row exists -
      * the registration, not the row, is the authority.
           MOVE WS-NUM-WORK TO FEED-VALUE
           MOVE WS-BAND-CODE TO FEED-BAND-CODE
           MOVE WS-CURRENT-DATE-TIME TO FEED-TIMESTAMP
           MOVE WS-FEED-SOURCE-REFERENCE TO FEED-SOURCE-REFERENCE
           WRITE FEED-RECORD
           IF WS-FEED-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-FEED-WRITTEN
               ADD 1 TO WS-FEED-SEQ-ASSIGNED
               ADD 1 TO WS-CAT-COUNT-FEED(WS-CAT-ACTIVE-IDX)
               ADD WS-NUM-WORK TO WS-FEED-HASH-TOTAL
               ADD WS-NUM-WORK TO WS-CAT-VALUE-FEED(WS-CAT-ACTIVE-IDX)
           ELSE
               DISPLAY "Feed record write failed - status "
                   WS-FEED-FILE-STATUS
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * The hold entry is keyed like an exception (business date,
      * sequence, stream, record number). A key already on the queue
      * means this same record was held by an earlier attempt at this
      * transmission (a restart replay or a rerun): the existing entry,
      * which may already be reviewed or released, is kept as it is
      * and the record still counts as held - unless the earlier
      * attempt failed and voided it (9720), when it is replaced by
      * the entry just built and held afresh. With no usable queue the
      * value can be neither held nor fed, so the transmission fails.
       5300-WRITE-HOLD-RECORD.
           IF NOT WS-HOLDQ-OPEN
               DISPLAY "Record " WS-RECORD-COUNT " is over its "
                   "authorization limit but the hold queue is not "
                   "usable - value not fed"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               INITIALIZE HOLD-RECORD
               MOVE WS-HDR-CREATE-DATE TO HLD-RUN-DATE
               MOVE WS-HDR-SEQUENCE TO HLD-FILE-SEQUENCE
               MOVE WS-STREAM-ID TO HLD-STREAM-ID
               MOVE WS-RECORD-COUNT TO HLD-RECORD-NUMBER
               MOVE WS-HDR-SOURCE-SYSTEM TO HLD-SOURCE-SYSTEM
               MOVE NUM-SOURCE-CATEGORY TO HLD-SOURCE-CATEGORY
               MOVE NUM-SOURCE-REFERENCE TO HLD-SOURCE-REFERENCE
               MOVE WS-NUM-WORK TO HLD-VALUE
               MOVE WS-BAND-CODE TO HLD-BAND-CODE
               MOVE WS-CAT-AUTH-LIMIT(WS-CAT-ACTIVE-IDX)
                   TO HLD-AUTH-LIMIT
               MOVE 'H' TO HLD-STATUS
               MOVE WS-CURRENT-DATE-TIME TO HLD-HELD-TIMESTAMP
               WRITE HOLD-RECORD
               IF WS-HOLD-FILE-STATUS = "22"
                   PERFORM 5310-JUDGE-EXISTING-HOLD
               END-IF
               IF WS-HOLD-FILE-STATUS = "00" OR "22"
                   IF WS-HOLD-FILE-STATUS = "22"
                       DISPLAY "Record " WS-RECORD-COUNT " already on "
                           "the hold queue - existing entry kept"
                   ELSE
                       DISPLAY "Record " WS-RECORD-COUNT " over "
                           "authorization limit - held for release"
                   END-IF
                   ADD 1 TO WS-COUNT-HELD
                   ADD 1 TO WS-CAT-COUNT-HELD(WS-CAT-ACTIVE-IDX)
                   ADD WS-NUM-WORK TO WS-HELD-VALUE-TOTAL
                   ADD WS-NUM-WORK
                       TO WS-CAT-VALUE-HELD(WS-CAT-ACTIVE-IDX)
               ELSE
                   DISPLAY "Hold queue write failed - status "
                       WS-HOLD-FILE-STATUS
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

      * Leaves the file status "22" when the existing entry is kept,
      * "00" when a voided entry was replaced, and the failing status
      * otherwise.
       5310-JUDGE-EXISTING-HOLD.
           MOVE HOLD-RECORD TO WS-HOLD-NEW-RECORD
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-VOIDED
                       MOVE WS-HOLD-NEW-RECORD TO HOLD-RECORD
                       REWRITE HOLD-RECORD
                   ELSE
                       MOVE "22" TO WS-HOLD-FILE-STATUS
                   END-IF
           END-READ.

       3000-WRITE-EXCEPTION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE NUM-DETAIL-DATA(1:10) TO EXC-VALUE
           MOVE WS-CURRENT-DATE-TIME TO EXC-TIMESTAMP
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE NUM-SOURCE-CATEGORY TO EXC-SOURCE-CATEGORY
           MOVE NUM-SOURCE-REFERENCE TO EXC-SOURCE-REFERENCE
           MOVE WS-HDR-SEQUENCE TO EXC-FILE-SEQUENCE
           MOVE WS-STREAM-ID TO EXC-STREAM-ID
           MOVE WS-REJECT-REASON TO EXC-REJECT-REASON
           MOVE WS-CURR-RCY-ATTEMPTS TO EXC-RECYCLE-ATTEMPTS
           IF WS-CURR-FROM-RECYCLE
               AND WS-CURR-RCY-SOURCE-SYSTEM NOT = SPACES
               MOVE WS-CURR-RCY-SOURCE-SYSTEM TO EXC-SOURCE-SYSTEM
           ELSE
               MOVE WS-HDR-SOURCE-SYSTEM TO EXC-SOURCE-SYSTEM
           END-IF
           IF WS-STREAM-ID > 0
               WRITE EXCEPTION-RECORD
           ELSE
               PERFORM 3100-WRITE-EXCEPTION-MASTER
               MOVE WS-EXM-FILE-STATUS TO WS-EXC-FILE-STATUS
           END-IF
           IF WS-EXC-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-EXC-WRITTEN
               ADD 1 TO WS-CAT-COUNT-EXC(WS-CAT-ACTIVE-IDX)
                   WS-EXC-FILE-STATUS
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF
           IF WS-CURR-FROM-RECYCLE
               MOVE 'X' TO WS-EXM-MARK-STATUS
               PERFORM 3200-MARK-ORIGINAL-EXCEPTION
           END-IF.

      * A key already on the master means this reject was written
      * once before - a RESTART replaying past its checkpoint or an
      * OVERRIDE rerun of the same transmission. An exception still
      * open is replaced by tonight's image; one an operator has
      * already worked keeps its status and is left alone, and the
      * reject still counts, since it is on the master either way. A
      * master that cannot be read or rewritten here is as unusable
      * as one that refuses the write, and fails the run the same way.
       3100-WRITE-EXCEPTION-MASTER.
           MOVE EXC-RUN-DATE TO EXM-RUN-DATE
           MOVE EXC-FILE-SEQUENCE TO EXM-FILE-SEQUENCE
           MOVE EXC-STREAM-ID TO EXM-STREAM-ID
           MOVE EXC-RECORD-NUMBER TO EXM-RECORD-NUMBER
           MOVE EXC-VALUE TO EXM-VALUE
           MOVE EXC-TIMESTAMP TO EXM-TIMESTAMP
           MOVE EXC-SOURCE-CATEGORY TO EXM-SOURCE-CATEGORY
           MOVE EXC-REJECT-REASON TO EXM-REJECT-REASON
           MOVE EXC-RECYCLE-ATTEMPTS TO EXM-RECYCLE-ATTEMPTS
           MOVE EXC-SOURCE-SYSTEM TO EXM-SOURCE-SYSTEM
           MOVE EXC-SOURCE-REFERENCE TO EXM-SOURCE-REFERENCE
           MOVE 'O' TO EXM-STATUS
           MOVE "NUMCHECK" TO EXM-CHANGED-BY
           MOVE EXC-TIMESTAMP TO EXM-CHANGED-TIMESTAMP
           WRITE EXCEPTION-MASTER-RECORD
               INVALID KEY
                   MOVE EXCEPTION-MASTER-RECORD TO WS-EXM-NEW-RECORD
                   READ EXCEPTION-MASTER-FILE
                   EVALUATE TRUE
                       WHEN WS-EXM-FILE-STATUS NOT = "00"
                           DISPLAY "Exception master read failed for "
                               EXC-RUN-DATE "/" EXC-FILE-SEQUENCE "/"
                               EXC-STREAM-ID "/" EXC-RECORD-NUMBER
                               " - status " WS-EXM-FILE-STATUS
                           MOVE 12 TO WS-PROPOSED-RETURN-CODE
                           PERFORM 9150-RAISE-RETURN-CODE
                       WHEN EXM-OPEN
                           MOVE WS-EXM-NEW-RECORD
                               TO EXCEPTION-MASTER-RECORD
                           REWRITE EXCEPTION-MASTER-RECORD
                           IF WS-EXM-FILE-STATUS NOT = "00"
                               DISPLAY "Exception master rewrite "
                                   "failed for " EXC-RUN-DATE "/"
                                   EXC-FILE-SEQUENCE "/" EXC-STREAM-ID
                                   "/" EXC-RECORD-NUMBER " - status "
                                   WS-EXM-FILE-STATUS
                               MOVE 12 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                   END-EVALUATE
           END-WRITE.

      * The original exception of a recycled correction moves to
      * recycled when the correction is injected and to re-rejected
      * when it fails again. An original the master does not hold
      * (written before the master existed and never converted) is
      * only noted; the correction itself is processed regardless.
       3200-MARK-ORIGINAL-EXCEPTION.
           IF WS-EXM-OPEN
               MOVE WS-CURR-RCY-ORIGINAL-KEY TO EXM-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Original exception " WS-CRK-RUN-DATE
                           "/" WS-CRK-SEQUENCE "/" WS-CRK-STREAM "/"
                           WS-CRK-RECNUM " not on the exception "
                           "master - status not updated"
                   NOT INVALID KEY
                       MOVE WS-EXM-MARK-STATUS TO EXM-STATUS
                       MOVE "NUMCHECK" TO EXM-CHANGED-BY
                       MOVE FUNCTION CURRENT-DATE
                           TO EXM-CHANGED-TIMESTAMP
                       REWRITE EXCEPTION-MASTER-RECORD
                       IF WS-EXM-FILE-STATUS NOT = "00"
                           DISPLAY "Exception master status rewrite "
                               "failed - status " WS-EXM-FILE-STATUS
                           MOVE 4 TO WS-PROPOSED-RETURN-CODE
                           PERFORM 9150-RAISE-RETURN-CODE
                       END-IF
               END-READ
           END-IF.

       4000-CHECKPOINT-IF-NEEDED.
           MOVE WS-COUNT-FEED-WRITTEN TO RST-COUNT-FEED-WRITTEN
           MOVE WS-COUNT-EXC-WRITTEN TO RST-COUNT-EXC-WRITTEN
           MOVE WS-COUNT-RECYCLED TO RST-COUNT-RECYCLED
           MOVE WS-COUNT-HELD TO RST-COUNT-HELD
           MOVE WS-COUNT-RELEASED TO RST-COUNT-RELEASED
           MOVE WS-COUNT-DUPLICATE TO RST-COUNT-DUPLICATE
           MOVE WS-HELD-VALUE-TOTAL TO RST-HELD-VALUE-TOTAL
           MOVE WS-RELEASED-VALUE-TOTAL TO RST-RELEASED-VALUE-TOTAL
           MOVE WS-FEED-HASH-TOTAL TO RST-FEED-HASH-TOTAL
           MOVE WS-FEED-SEQ-ASSIGNED TO RST-FEED-SEQ-ASSIGNED
           MOVE SPACES TO RST-CATEGORY-DATA
           MOVE WS-CAT-COUNT-FEED(WS-CAT-SCAN-IDX)
               TO RST-CAT-FEED(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-COUNT-EXC(WS-CAT-SCAN-IDX)
               TO RST-CAT-EXC(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX)
               TO RST-CAT-HELD(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-COUNT-RELEASED(WS-CAT-SCAN-IDX)
               TO RST-CAT-RELEASED(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-LOW(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-LOW(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-MID(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-MID(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-HIGH(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-HIGH(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-REJECTED(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-REJECTED(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-FEED(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-FEED(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-HELD(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-HELD(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-RELEASED(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-RELEASED(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-COUNT-DUPLICATE(WS-CAT-SCAN-IDX)
               TO RST-CAT-DUPLICATE(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-DUPLICATE(WS-CAT-SCAN-IDX)
               TO RST-CAT-VALUE-DUPLICATE(WS-CAT-SCAN-IDX).

      * End-of-run tolerance check over the full-run counts, with no
      * minimum sample: a 99-record file that is all rejects must
               END-IF
           END-IF.

      * End-of-run duplicate share over the full-run counts, with no
      * minimum sample, as 6000 does for the reject rate.
       6050-VERIFY-DUPLICATE-TOLERANCE.
           IF WS-DUPLICATE-TOLERANCE-PCT > 0
               AND WS-RECORD-COUNT > 0
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-COUNT-DUPLICATE / WS-RECORD-COUNT) * 100
               IF WS-PERCENT-WORK > WS-DUPLICATE-TOLERANCE-PCT
                   MOVE WS-DUPLICATE-TOLERANCE-PCT
                       TO WS-TOLERANCE-EDIT
                   MOVE WS-PERCENT-WORK TO WS-PCT-DUPLICATE
                   DISPLAY "Duplicate share " WS-PCT-DUPLICATE
                       "% exceeds tolerance " WS-TOLERANCE-EDIT
                       "% over the full run of " WS-RECORD-COUNT
                       " records"
                   SET WS-DUPLICATE-ABORT TO TRUE
               END-IF
           END-IF.

       7000-VERIFY-FILE-INTEGRITY.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "NUMIN trailer record missing - transmission "
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

      * A transmission made up mostly of references already settled
      * is a resent file. It is abandoned like a reject-rate failure,
      * with its feed frame left without a trailer, because the frame
      * already written cannot be taken back mid-file; its claims are
      * released as 9100 closes it out FAILED.
       9650-ABORT-DUPLICATE-RATE.
           DISPLAY "============================================"
           DISPLAY "*** RUN ABANDONED - DUPLICATE SHARE OVER "
               "TOLERANCE ***"
           DISPLAY "The transmission repeats references already"
           DISPLAY "processed; the feed output of this run must"
           DISPLAY "not be released."
           DISPLAY "Any remaining transmissions were abandoned."
           DISPLAY "============================================"
           MOVE 16 TO WS-PROPOSED-RETURN-CODE
           PERFORM 9150-RAISE-RETURN-CODE
           PERFORM 9100-CLOSE-RUN-CONTROL
           PERFORM 9000-TERMINATE
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

      * 9150 raises both the invocation-wide code the scheduler sees
      * and the current transmission's own code; 9160 raises only
      * the invocation code, for conditions (a sequence gap, a
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

       8000-PRODUCE-SUMMARY-REPORT.
           PERFORM 8050-SUM-CATEGORY-VALUES
           IF WS-RECORD-COUNT > 0
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-COUNT-NONNUMERIC / WS-RECORD-COUNT) * 100
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-COUNT-LE-THRESHOLD / WS-RECORD-COUNT) * 100
               MOVE WS-PERCENT-WORK TO WS-PCT-LE-THRESHOLD
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-COUNT-DUPLICATE / WS-RECORD-COUNT) * 100
               MOVE WS-PERCENT-WORK TO WS-PCT-DUPLICATE
           ELSE
               MOVE ZERO TO WS-PCT-NONNUMERIC
               MOVE ZERO TO WS-PCT-GT-THRESHOLD
               MOVE ZERO TO WS-PCT-LE-THRESHOLD
               MOVE ZERO TO WS-PCT-DUPLICATE
           END-IF
           DISPLAY "============================================"
           DISPLAY "NUMBER CHECKER - END OF RUN SUMMARY REPORT"
               WS-COUNT-NONNUMERIC " (" WS-PCT-NONNUMERIC "%)"
           DISPLAY "Unknown category (rejected) ....: "
               WS-COUNT-UNKNOWN-CAT
           DISPLAY "Duplicate reference (rejected) .: "
               WS-COUNT-DUPLICATE " (" WS-PCT-DUPLICATE "%)"
           DISPLAY "Greater than threshold ..........: "
               WS-COUNT-GT-THRESHOLD " (" WS-PCT-GT-THRESHOLD "%)"
           DISPLAY "Not greater than threshold ......: "
           DISPLAY "Band LOW  ......................: " WS-COUNT-LOW
           DISPLAY "Band MID  ......................: " WS-COUNT-MID
           DISPLAY "Band HIGH ......................: " WS-COUNT-HIGH
           DISPLAY "Held for authorization .........: " WS-COUNT-HELD
           DISPLAY "Released from hold and fed .....: "
               WS-COUNT-RELEASED
           MOVE WS-RUN-VALUE-LOW TO WS-VALUE-EDIT-1
           DISPLAY "Value LOW  .....................: " WS-VALUE-EDIT-1
           MOVE WS-RUN-VALUE-MID TO WS-VALUE-EDIT-1
           DISPLAY "Value MID  .....................: " WS-VALUE-EDIT-1
           MOVE WS-RUN-VALUE-HIGH TO WS-VALUE-EDIT-1
           DISPLAY "Value HIGH .....................: " WS-VALUE-EDIT-1
           MOVE WS-RUN-VALUE-REJECTED TO WS-VALUE-EDIT-1
           DISPLAY "Value rejected (numeric) .......: " WS-VALUE-EDIT-1
           MOVE WS-RUN-VALUE-DUPLICATE TO WS-VALUE-EDIT-1
           DISPLAY "Value duplicate (rejected) .....: " WS-VALUE-EDIT-1
           MOVE WS-RUN-VALUE-FEED TO WS-VALUE-EDIT-1
           DISPLAY "Value fed ......................: " WS-VALUE-EDIT-1
           DISPLAY "--- By source category ---------------------"
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CATEGORY-COUNT
               " rejects " WS-CAT-COUNT-NONNUMERIC(WS-CAT-SCAN-IDX)
               " low " WS-CAT-COUNT-LOW(WS-CAT-SCAN-IDX)
               " mid " WS-CAT-COUNT-MID(WS-CAT-SCAN-IDX)
               " high " WS-CAT-COUNT-HIGH(WS-CAT-SCAN-IDX)
               " held " WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX)
               " dup " WS-CAT-COUNT-DUPLICATE(WS-CAT-SCAN-IDX)
           MOVE WS-CAT-VALUE-LOW(WS-CAT-SCAN-IDX) TO WS-VALUE-EDIT-1
           MOVE WS-CAT-VALUE-MID(WS-CAT-SCAN-IDX) TO WS-VALUE-EDIT-2
           MOVE WS-CAT-VALUE-HIGH(WS-CAT-SCAN-IDX) TO WS-VALUE-EDIT-3
           DISPLAY "  value low " FUNCTION TRIM(WS-VALUE-EDIT-1)
               " mid " FUNCTION TRIM(WS-VALUE-EDIT-2)
               " high " FUNCTION TRIM(WS-VALUE-EDIT-3)
           MOVE WS-CAT-VALUE-REJECTED(WS-CAT-SCAN-IDX)
               TO WS-VALUE-EDIT-1
           MOVE WS-CAT-VALUE-FEED(WS-CAT-SCAN-IDX) TO WS-VALUE-EDIT-2
           MOVE WS-CAT-VALUE-HELD(WS-CAT-SCAN-IDX) TO WS-VALUE-EDIT-3
           MOVE WS-CAT-VALUE-RELEASED(WS-CAT-SCAN-IDX)
               TO WS-VALUE-EDIT-4
           DISPLAY "  value rejected " FUNCTION TRIM(WS-VALUE-EDIT-1)
               " fed " FUNCTION TRIM(WS-VALUE-EDIT-2)
               " held " FUNCTION TRIM(WS-VALUE-EDIT-3)
               " released " FUNCTION TRIM(WS-VALUE-EDIT-4)
           MOVE WS-CAT-VALUE-DUPLICATE(WS-CAT-SCAN-IDX)
               TO WS-VALUE-EDIT-1
           DISPLAY "  value duplicate " FUNCTION TRIM(WS-VALUE-EDIT-1).

      * Called once per transmission ahead of the reports and history
      * rows, which all show these totals.
       8050-SUM-CATEGORY-VALUES.
           INITIALIZE WS-RUN-VALUE-TOTALS
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CATEGORY-COUNT
               ADD WS-CAT-VALUE-LOW(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-LOW
               ADD WS-CAT-VALUE-MID(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-MID
               ADD WS-CAT-VALUE-HIGH(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-HIGH
               ADD WS-CAT-VALUE-REJECTED(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-REJECTED
               ADD WS-CAT-VALUE-FEED(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-FEED
               ADD WS-CAT-VALUE-HELD(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-HELD
               ADD WS-CAT-VALUE-RELEASED(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-RELEASED
               ADD WS-CAT-VALUE-DUPLICATE(WS-CAT-SCAN-IDX)
                   TO WS-RUN-VALUE-DUPLICATE
           END-PERFORM
           COMPUTE WS-VALUE-FEED-PROOF =
               WS-RUN-VALUE-MID + WS-RUN-VALUE-HIGH
                   - WS-RUN-VALUE-HELD + WS-RUN-VALUE-RELEASED
           COMPUTE WS-VALUE-DIFFERENCE =
               WS-FEED-HASH-TOTAL - WS-VALUE-FEED-PROOF.

      * Values released from the hold queue are fed without being
      * read from this transmission's input, so they are added to the
      * input side; values held tonight are accounted for on the
      * output side beside the exceptions, feed, and LOW passes.
      * Duplicate references are exceptions (reason DU), so they sit
      * inside the exception count; their own lines show how much of
      * it was a resend.
       8500-PRODUCE-BALANCING-REPORT.
           COMPUTE WS-BALANCE-TOTAL =
               WS-COUNT-EXC-WRITTEN + WS-COUNT-FEED-WRITTEN
                   + WS-COUNT-LE-THRESHOLD + WS-COUNT-HELD
           COMPUTE WS-BALANCE-DIFFERENCE =
               WS-RECORD-COUNT + WS-COUNT-RELEASED - WS-BALANCE-TOTAL
           DISPLAY "============================================"
           DISPLAY "NUMBER CHECKER - INPUT/OUTPUT TIE-OUT REPORT"
           DISPLAY "Transmission " WS-HDR-CREATE-DATE "/"
               WS-RECORD-COUNT
           DISPLAY "  of which recycled corrections .: "
               WS-COUNT-RECYCLED
           DISPLAY "Released from hold queue .........: "
               WS-COUNT-RELEASED
           MOVE WS-RELEASED-VALUE-TOTAL TO WS-HOLD-VALUE-EDIT
           DISPLAY "  value released ................: "
               WS-HOLD-VALUE-EDIT
           DISPLAY "Exception file records written ..: "
               WS-COUNT-EXC-WRITTEN
           DISPLAY "  of which duplicates (DU) ......: "
               WS-COUNT-DUPLICATE
           MOVE WS-RUN-VALUE-DUPLICATE TO WS-HOLD-VALUE-EDIT
           DISPLAY "  value duplicate ...............: "
               WS-HOLD-VALUE-EDIT
           DISPLAY "Feed file records written ........: "
               WS-COUNT-FEED-WRITTEN
           DISPLAY "Passed, under threshold (LOW) ....: "
               WS-COUNT-LE-THRESHOLD
           DISPLAY "Held for authorization (HOLDQ) ...: "
               WS-COUNT-HELD
           MOVE WS-HELD-VALUE-TOTAL TO WS-HOLD-VALUE-EDIT
           DISPLAY "  value held ....................: "
               WS-HOLD-VALUE-EDIT
           DISPLAY "Total accounted for ..............: "
               WS-BALANCE-TOTAL
           MOVE WS-VALUE-FEED-PROOF TO WS-HOLD-VALUE-EDIT
           DISPLAY "Value MID + HIGH - held + rel ....: "
               WS-HOLD-VALUE-EDIT
           MOVE WS-FEED-HASH-TOTAL TO WS-HOLD-VALUE-EDIT
           DISPLAY "Feed trailer hash total ..........: "
               WS-HOLD-VALUE-EDIT
           IF WS-VALUE-DIFFERENCE = 0
               DISPLAY "Value status .....................: BALANCED"
           ELSE
               MOVE WS-VALUE-DIFFERENCE TO WS-HOLD-VALUE-EDIT
               DISPLAY "Value status .....................: "
                   "*** OUT OF BALANCE *** DIFFERENCE = "
                   WS-HOLD-VALUE-EDIT
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF
           DISPLAY "--- By source category ---------------------"
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CATEGORY-COUNT
       8600-DISPLAY-CATEGORY-TIE-OUT.
           COMPUTE WS-CAT-BALANCE-DIFFERENCE =
               WS-CAT-COUNT-RECORDS(WS-CAT-SCAN-IDX)
                   + WS-CAT-COUNT-RELEASED(WS-CAT-SCAN-IDX)
                   - (WS-CAT-COUNT-EXC(WS-CAT-SCAN-IDX)
                   + WS-CAT-COUNT-FEED(WS-CAT-SCAN-IDX)
                   + WS-CAT-COUNT-LE(WS-CAT-SCAN-IDX)
                   + WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX))
           IF WS-CAT-BALANCE-DIFFERENCE = 0
               DISPLAY "Category " WS-CAT-CODE(WS-CAT-SCAN-IDX)
                   "  in " WS-CAT-COUNT-RECORDS(WS-CAT-SCAN-IDX)
                   " exc " WS-CAT-COUNT-EXC(WS-CAT-SCAN-IDX)
                   " dup " WS-CAT-COUNT-DUPLICATE(WS-CAT-SCAN-IDX)
                   " feed " WS-CAT-COUNT-FEED(WS-CAT-SCAN-IDX)
                   " low " WS-CAT-COUNT-LE(WS-CAT-SCAN-IDX)
                   " held " WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX)
                   " rel " WS-CAT-COUNT-RELEASED(WS-CAT-SCAN-IDX)
                   "  BALANCED"
           ELSE
               DISPLAY "Category " WS-CAT-CODE(WS-CAT-SCAN-IDX)
                   "  in " WS-CAT-COUNT-RECORDS(WS-CAT-SCAN-IDX)
                   " exc " WS-CAT-COUNT-EXC(WS-CAT-SCAN-IDX)
                   " dup " WS-CAT-COUNT-DUPLICATE(WS-CAT-SCAN-IDX)
                   " feed " WS-CAT-COUNT-FEED(WS-CAT-SCAN-IDX)
                   " low " WS-CAT-COUNT-LE(WS-CAT-SCAN-IDX)
                   " held " WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX)
                   " rel " WS-CAT-COUNT-RELEASED(WS-CAT-SCAN-IDX)
                   "  *** OUT OF BALANCE *** DIFFERENCE = "
                   WS-CAT-BALANCE-DIFFERENCE
           END-IF.
           MOVE WS-CAT-BAND-HIGH(WS-CAT-SCAN-IDX)
               TO HIST-BAND-HIGH-BOUNDARY
           MOVE WS-CURRENT-DATE-TIME TO HIST-RUN-TIMESTAMP
           MOVE WS-CAT-COUNT-HELD(WS-CAT-SCAN-IDX) TO HIST-COUNT-HELD
           MOVE WS-CAT-COUNT-RELEASED(WS-CAT-SCAN-IDX)
               TO HIST-COUNT-RELEASED
           MOVE WS-CAT-VALUE-LOW(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-LOW
           MOVE WS-CAT-VALUE-MID(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-MID
           MOVE WS-CAT-VALUE-HIGH(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-HIGH
           MOVE WS-CAT-VALUE-REJECTED(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-REJECTED
           MOVE WS-CAT-VALUE-FEED(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-FEED
           MOVE WS-CAT-VALUE-HELD(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-HELD
           MOVE WS-CAT-VALUE-RELEASED(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-RELEASED
           MOVE WS-CAT-COUNT-DUPLICATE(WS-CAT-SCAN-IDX)
               TO HIST-COUNT-DUPLICATE
           MOVE WS-CAT-VALUE-DUPLICATE(WS-CAT-SCAN-IDX)
               TO HIST-VALUE-DUPLICATE
           WRITE RUN-HISTORY-RECORD
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Run history write failed - status "
           MOVE WS-CAT-BAND-HIGH(WS-CAT-DEF-IDX)
               TO HIST-BAND-HIGH-BOUNDARY
           MOVE WS-CURRENT-DATE-TIME TO HIST-RUN-TIMESTAMP
           MOVE WS-COUNT-HELD TO HIST-COUNT-HELD
           MOVE WS-COUNT-RELEASED TO HIST-COUNT-RELEASED
           MOVE WS-RUN-VALUE-LOW TO HIST-VALUE-LOW
           MOVE WS-RUN-VALUE-MID TO HIST-VALUE-MID
           MOVE WS-RUN-VALUE-HIGH TO HIST-VALUE-HIGH
           MOVE WS-RUN-VALUE-REJECTED TO HIST-VALUE-REJECTED
           MOVE WS-RUN-VALUE-FEED TO HIST-VALUE-FEED
           MOVE WS-RUN-VALUE-HELD TO HIST-VALUE-HELD
           MOVE WS-RUN-VALUE-RELEASED TO HIST-VALUE-RELEASED
           MOVE WS-COUNT-DUPLICATE TO HIST-COUNT-DUPLICATE
           MOVE WS-RUN-VALUE-DUPLICATE TO HIST-VALUE-DUPLICATE
           WRITE RUN-HISTORY-RECORD
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Run history write failed - status "
           IF WS-RECYCLE-PHASE
               CLOSE RECYCLE-FILE
           END-IF
           IF WS-HOLDQ-OPEN
               CLOSE HOLD-FILE
               MOVE 'N' TO WS-HOLDQ-OPEN-SWITCH
           END-IF
           IF WS-DUPIDX-OPEN
               CLOSE DUPLICATE-INDEX-FILE
               MOVE 'N' TO WS-DUPIDX-OPEN-SWITCH
           END-IF
           CLOSE NUM-FILE
           IF WS-STREAM-ID > 0
               CLOSE EXCEPTION-FILE
           END-IF
           IF WS-EXM-OPEN
               CLOSE EXCEPTION-MASTER-FILE
               MOVE 'N' TO WS-EXM-OPEN-SWITCH
           END-IF
           CLOSE FEED-FILE.

       9200-WRITE-FEED-TRAILER.
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF
           IF WS-TRANS-RETURN-CODE >= 8
               PERFORM 9700-RELEASE-REFERENCE-CLAIMS
               PERFORM 9720-VOID-FAILED-HOLDS
           END-IF.

      * Nothing a failed transmission settled may be released, so its
      * source references do not count as processed: the claims it
      * made are deleted and the resend - under the same header or a
      * new one - is checked afresh. The sender's claims are read in
      * key order from the start of its system's range.
       9700-RELEASE-REFERENCE-CLAIMS.
           IF WS-DUPIDX-OPEN
               MOVE 0 TO WS-COUNT-CLAIMS-RELEASED
               MOVE 'N' TO WS-DUP-SCAN-EOF-SWITCH
               MOVE WS-HDR-SOURCE-SYSTEM TO DUP-SOURCE-SYSTEM
               MOVE LOW-VALUES TO DUP-SOURCE-REFERENCE
               START DUPLICATE-INDEX-FILE KEY IS >= DUP-KEY
                   INVALID KEY
                       SET WS-DUP-SCAN-EOF TO TRUE
               END-START
               IF WS-DUP-FILE-STATUS NOT = "00"
                   SET WS-DUP-SCAN-EOF TO TRUE
               END-IF
               PERFORM 9710-RELEASE-ONE-CLAIM UNTIL WS-DUP-SCAN-EOF
               IF WS-COUNT-CLAIMS-RELEASED > 0
                   DISPLAY "Transmission failed - "
                       WS-COUNT-CLAIMS-RELEASED
                       " source reference claims released"
               END-IF
           END-IF.

       9710-RELEASE-ONE-CLAIM.
           READ DUPLICATE-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-DUP-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DUP-SOURCE-SYSTEM NOT = WS-HDR-SOURCE-SYSTEM
                           SET WS-DUP-SCAN-EOF TO TRUE
                       WHEN DUP-BUSINESS-DATE = WS-HDR-CREATE-DATE
                           AND DUP-FILE-SEQUENCE = WS-HDR-SEQUENCE
                           AND DUP-STREAM-ID = WS-STREAM-ID
                           DELETE DUPLICATE-INDEX-FILE
                           IF WS-DUP-FILE-STATUS = "00"
                               ADD 1 TO WS-COUNT-CLAIMS-RELEASED
                           ELSE
                               DISPLAY "Duplicate index claim release "
                                   "failed - status " WS-DUP-FILE-STATUS
                               MOVE 4 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * Nor may anything it held: the resend holds the same values
      * again, so an entry left on the queue could be released beside
      * them and settle twice. Every entry under this transmission's
      * date, sequence and stream that is still held, reviewed or
      * released is marked VOIDED, which HOLDRLSE and the release
      * feed (1272) never act on. A declined entry is already final,
      * and one fed by another run has gone to settlement.
       9720-VOID-FAILED-HOLDS.
           IF WS-HOLDQ-OPEN
               MOVE 0 TO WS-COUNT-HOLDS-VOIDED
               MOVE 0 TO WS-COUNT-RELEASES-RESET
               MOVE 'N' TO WS-HOLD-SCAN-EOF-SWITCH
               MOVE WS-HDR-CREATE-DATE TO HLD-RUN-DATE
               MOVE WS-HDR-SEQUENCE TO HLD-FILE-SEQUENCE
               MOVE WS-STREAM-ID TO HLD-STREAM-ID
               MOVE 0 TO HLD-RECORD-NUMBER
               START HOLD-FILE KEY IS >= HLD-KEY
                   INVALID KEY
                       SET WS-HOLD-SCAN-EOF TO TRUE
               END-START
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   SET WS-HOLD-SCAN-EOF TO TRUE
               END-IF
               PERFORM 9730-VOID-ONE-HOLD UNTIL WS-HOLD-SCAN-EOF
               IF WS-STREAM-ID <= 1
                   PERFORM 9740-RESET-FAILED-RELEASES
               END-IF
               IF WS-COUNT-HOLDS-VOIDED > 0
                   DISPLAY "Transmission failed - "
                       WS-COUNT-HOLDS-VOIDED
                       " hold queue entries voided"
               END-IF
               IF WS-COUNT-RELEASES-RESET > 0
                   DISPLAY "Transmission failed - "
                       WS-COUNT-RELEASES-RESET
                       " fed releases returned to the hold queue"
               END-IF
           END-IF.

       9730-VOID-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HLD-RUN-DATE NOT = WS-HDR-CREATE-DATE
                           OR HLD-FILE-SEQUENCE NOT = WS-HDR-SEQUENCE
                           OR HLD-STREAM-ID NOT = WS-STREAM-ID
                           SET WS-HOLD-SCAN-EOF TO TRUE
                       WHEN HLD-HELD
                       WHEN HLD-REVIEWED
                       WHEN HLD-RELEASED
                           MOVE 'X' TO HLD-STATUS
                           REWRITE HOLD-RECORD
                           IF WS-HOLD-FILE-STATUS = "00"
                               ADD 1 TO WS-COUNT-HOLDS-VOIDED
                           ELSE
                               DISPLAY "Hold queue void rewrite failed "
                                   "- status " WS-HOLD-FILE-STATUS
                               MOVE 4 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * The released values this transmission fed at the head of its
      * frame did not reach settlement either. Each is put back to
      * RELEASED with its fed stamp cleared, so the next transmission
      * processed - the resend under any header - feeds it. The stamp
      * names the consuming transmission but not the stream; only a
      * whole-file run or stream 01 ever feeds releases (1270), so the
      * other streams have none to give back. Fed entries can sit
      * anywhere on the queue, so all of it is read. A release of one
      * of this transmission's own holds, left by an earlier attempt,
      * is voided instead: the resend holds that value again.
       9740-RESET-FAILED-RELEASES.
           MOVE 'N' TO WS-HOLD-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO HLD-KEY
           START HOLD-FILE KEY IS >= HLD-KEY
               INVALID KEY
                   SET WS-HOLD-SCAN-EOF TO TRUE
           END-START
           IF WS-HOLD-FILE-STATUS NOT = "00"
               SET WS-HOLD-SCAN-EOF TO TRUE
           END-IF
           PERFORM 9750-RESET-ONE-RELEASE UNTIL WS-HOLD-SCAN-EOF.

       9750-RESET-ONE-RELEASE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-FED
                       AND HLD-FED-RUN-DATE = WS-HDR-CREATE-DATE
                       AND HLD-FED-SEQUENCE = WS-HDR-SEQUENCE
                       IF HLD-RUN-DATE = WS-HDR-CREATE-DATE
                           AND HLD-FILE-SEQUENCE = WS-HDR-SEQUENCE
                           AND HLD-STREAM-ID = WS-STREAM-ID
                           MOVE 'X' TO HLD-STATUS
                       ELSE
                           MOVE 'R' TO HLD-STATUS
                       END-IF
                       MOVE 0 TO HLD-FED-RUN-DATE
                       MOVE 0 TO HLD-FED-SEQUENCE
                       MOVE 0 TO HLD-FED-SEQUENCE-ID
                       REWRITE HOLD-RECORD
                       EVALUATE TRUE
                           WHEN WS-HOLD-FILE-STATUS NOT = "00"
                               DISPLAY "Hold queue release reset "
                                   "failed - status "
                                   WS-HOLD-FILE-STATUS
                               MOVE 4 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           WHEN HLD-VOIDED
                               ADD 1 TO WS-COUNT-HOLDS-VOIDED
                           WHEN OTHER
                               ADD 1 TO WS-COUNT-RELEASES-RESET
                       END-EVALUATE
                   END-IF
           END-READ.

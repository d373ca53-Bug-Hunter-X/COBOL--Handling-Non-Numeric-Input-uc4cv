      * the single FEEDOUT settlement expects (renumbering the feed  *
      * sequence IDs so they stay unique across the merged file,     *
      * dropping the per-stream framing and framing the merged file  *
      * with its own header and trailer for settlement), loads the   *
      * stream exception work files into the exception master        *
      * (EXCMAST) as open exceptions, then                           *
      * reads the streams' run-history rows and produces one         *
      * combined summary and tie-out report proving the streams      *
      * together account for every input record. A stream that       *
      * failed is simply rerun with RESTART before consolidation -   *
      * the finished streams are never touched. Values held for      *
      * authorization and hold-queue releases fed by a stream are    *
      * taken from its run-history row, so the tie-out still         *
      * balances when part of the day is waiting on the hold queue.  *
      * Each stream's duplicate-reference rejects (DU) are shown     *
      * beside the exceptions they are part of, and every merged     *
      * exception keeps the source transaction reference it was      *
      * rejected under.                                              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCONS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-IN-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED

       FD  FEED-OUT-FILE
           RECORDING MODE IS F.
       01  FEED-OUT-RECORD             PIC X(64).

       FD  EXC-IN-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNREC.
       01  WS-FEED-IN-STATUS           PIC X(2).
       01  WS-FEED-OUT-STATUS          PIC X(2).
       01  WS-EXC-IN-STATUS            PIC X(2).
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-HIST-FILE-STATUS         PIC X(2).
       01  WS-DD-FEEDIN                PIC X(20).
       01  WS-DD-EXCIN                 PIC X(20).
       01  WS-RUN-PARM                 PIC X(60)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-STREAM-TOTAL-ENTRY       PIC X(2)    VALUE SPACES.
       01  WS-TOTAL-INPUT-COUNT        PIC 9(8)    VALUE 0.
       01  WS-COUNT-FEED-MERGED        PIC 9(8)    VALUE 0.
       01  WS-COUNT-EXC-MERGED         PIC 9(8)    VALUE 0.
       01  WS-COUNT-EXC-ALREADY        PIC 9(8)    VALUE 0.
       01  WS-FEED-SEQUENCE            PIC 9(8)    VALUE 0.
       01  WS-MERGED-HASH-TOTAL        PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
               10  WS-FFW-HDR-SEQUENCE PIC 9(6).
               10  WS-FFW-HDR-SENDING-SYSTEM
                                       PIC X(8).
               10  FILLER              PIC X(41).
           05  WS-FFW-TRAILER-DATA REDEFINES WS-FFW-FRAME-DATA.
               10  WS-FFW-TRL-RECORD-COUNT
                                       PIC 9(8).
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE
                                        CHARACTER.
               10  FILLER              PIC X(39).
       01  WS-HIST-TOTALS.
           05  WS-HIST-RECORDS         PIC 9(8)    VALUE 0.
           05  WS-HIST-NONNUMERIC      PIC 9(8)    VALUE 0.
           05  WS-HIST-FEED            PIC 9(8)    VALUE 0.
           05  WS-HIST-EXC             PIC 9(8)    VALUE 0.
           05  WS-HIST-RECYCLED        PIC 9(8)    VALUE 0.
           05  WS-HIST-HELD            PIC 9(8)    VALUE 0.
           05  WS-HIST-RELEASED        PIC 9(8)    VALUE 0.
           05  WS-HIST-DUPLICATE       PIC 9(8)    VALUE 0.
      * Latest RUNHIST row wins per stream, so the rows a failed
      * attempt may have left behind (or an OVERRIDE rerun appended)
      * are superseded by its rerun instead of double-counted.
               10  WS-SH-FEED          PIC 9(8).
               10  WS-SH-EXC           PIC 9(8).
               10  WS-SH-RECYCLED      PIC 9(8).
               10  WS-SH-HELD          PIC 9(8).
               10  WS-SH-RELEASED      PIC 9(8).
               10  WS-SH-DUPLICATE     PIC 9(8).
       01  WS-BALANCE-TOTAL            PIC 9(8)    VALUE 0.
       01  WS-BALANCE-DIFFERENCE       PIC S9(8)   VALUE 0.
       01  WS-HIGHEST-RETURN-CODE      PIC 9(2)    VALUE 0.
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * The exception master is shared with every other run and is
      * created empty the first time it is needed.
       3000-MERGE-EXCEPTION-FILES.
           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXM-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-MASTER-FILE
               CLOSE EXCEPTION-MASTER-FILE
               OPEN I-O EXCEPTION-MASTER-FILE
           END-IF
           IF WS-EXM-FILE-STATUS NOT = "00"
               DISPLAY "Exception master EXCMAST not usable - "
                   "status " WS-EXM-FILE-STATUS
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
                   UNTIL WS-STREAM-NUMBER > WS-STREAM-TOTAL
               PERFORM 3100-MERGE-ONE-EXC-FILE
           END-PERFORM
           CLOSE EXCEPTION-MASTER-FILE.

       3100-MERGE-ONE-EXC-FILE.
           STRING "EXC" WS-EXC-DATE WS-STREAM-NUMBER
               CLOSE EXC-IN-FILE
           END-IF.

      * A consolidation rerun finds the stream's exceptions already
      * on the master; they are left exactly as they are - an
      * operator may have worked them since - and still count as
      * merged for the tie-out, since the master holds them.
       3200-COPY-EXC-RECORD.
           READ EXC-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
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
                   MOVE "STRMCONS" TO EXM-CHANGED-BY
                   MOVE FUNCTION CURRENT-DATE
                       TO EXM-CHANGED-TIMESTAMP
                   WRITE EXCEPTION-MASTER-RECORD
                   EVALUATE WS-EXM-FILE-STATUS
                       WHEN "00"
                           ADD 1 TO WS-COUNT-EXC-MERGED
                       WHEN "22"
                           ADD 1 TO WS-COUNT-EXC-MERGED
                           ADD 1 TO WS-COUNT-EXC-ALREADY
                       WHEN OTHER
                           DISPLAY "Exception master write failed - "
                               "status " WS-EXM-FILE-STATUS
                           MOVE 12 TO WS-PROPOSED-RETURN-CODE
                           PERFORM 9150-RAISE-RETURN-CODE
                   END-EVALUATE
           END-READ.

       4000-ACCUMULATE-STREAM-HISTORY.
                           TO WS-SH-EXC(HIST-STREAM-ID)
                       MOVE HIST-COUNT-RECYCLED
                           TO WS-SH-RECYCLED(HIST-STREAM-ID)
                       MOVE HIST-COUNT-HELD
                           TO WS-SH-HELD(HIST-STREAM-ID)
                       MOVE HIST-COUNT-RELEASED
                           TO WS-SH-RELEASED(HIST-STREAM-ID)
                       MOVE HIST-COUNT-DUPLICATE
                           TO WS-SH-DUPLICATE(HIST-STREAM-ID)
                   END-IF
           END-READ.

               ADD WS-SH-EXC(WS-STREAM-NUMBER) TO WS-HIST-EXC
               ADD WS-SH-RECYCLED(WS-STREAM-NUMBER)
                   TO WS-HIST-RECYCLED
               ADD WS-SH-HELD(WS-STREAM-NUMBER) TO WS-HIST-HELD
               ADD WS-SH-RELEASED(WS-STREAM-NUMBER)
                   TO WS-HIST-RELEASED
               ADD WS-SH-DUPLICATE(WS-STREAM-NUMBER)
                   TO WS-HIST-DUPLICATE
           ELSE
               DISPLAY "No run history found for stream "
                   WS-STREAM-NUMBER " of " WS-BUSINESS-DATE "/"
           DISPLAY "Band HIGH .......................: " WS-HIST-HIGH
           DISPLAY "Feed records merged to FEEDOUT ..: "
               WS-COUNT-FEED-MERGED
           DISPLAY "  of which hold-queue releases ..: "
               WS-HIST-RELEASED
           DISPLAY "Held for authorization ..........: "
               WS-HIST-HELD
           DISPLAY "Exception records merged ........: "
               WS-COUNT-EXC-MERGED
           DISPLAY "  of which already on EXCMAST ...: "
               WS-COUNT-EXC-ALREADY
           DISPLAY "  of which duplicates (DU) ......: "
               WS-HIST-DUPLICATE
           DISPLAY "============================================"
           DISPLAY "CONSOLIDATED TIE-OUT"
      * Released hold-queue values are fed on top of the day's own
      * input and held values leave it without being fed, so both
      * sides of the balance carry them.
           COMPUTE WS-BALANCE-TOTAL =
               WS-COUNT-EXC-MERGED + WS-COUNT-FEED-MERGED
                   + WS-HIST-LOW + WS-HIST-HELD
           COMPUTE WS-BALANCE-DIFFERENCE =
               WS-HIST-RECORDS + WS-HIST-RELEASED - WS-BALANCE-TOTAL
           DISPLAY "Merged exc + feed + LOW + held ..: "
               WS-BALANCE-TOTAL
           DISPLAY "Input records + hold releases ...: "
               WS-HIST-RECORDS " + " WS-HIST-RELEASED
           IF WS-BALANCE-DIFFERENCE = 0
               AND (WS-TOTAL-INPUT-COUNT = 0
                   OR WS-HIST-RECORDS = WS-TOTAL-INPUT-COUNT)

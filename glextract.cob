      *================================================================*
      * PROGRAM-ID : GLEXTRACT                                        *
      * Nightly general-ledger journal extract. Runs after the        *
      * checker (and STRMCONS on a split night) and turns the money   *
      * BUGSOLUTION recorded on RUNHIST into a balanced journal file  *
      * (GLJRNL) finance can post without re-adding FEEDOUT by hand.  *
      * FEEDOUT drives the run: every header-to-trailer frame on it   *
      * is one transmission, and the per-category run-history rows of *
      * that transmission (all streams of a split run, the latest row *
      * per stream and category winning, as in STRMCONS) supply the   *
      * LOW, MID, HIGH, rejected, held and released value totals.     *
      * Each nonzero total is posted as a debit line and a credit     *
      * line to the accounts on its GL mapping row (GLMAP, maintained *
      * by GLMAINT; DEF rows are the fallback), so the journal        *
      * balances by construction and the trailer proves it.           *
      * The journal proof report ties each frame back to settlement:  *
      * the frame's details must add up to its trailer hash total,    *
      * and the fed value on history - and MID + HIGH - held +        *
      * released - must both equal that hash. A frame that does not   *
      * prove is not journaled, and a total with no mapping row is    *
      * not posted; either fails the run so the journal is not posted *
      * short. Parameter FEED=name journals a named copy of the feed  *
      * instead of FEEDOUT.                                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO WS-DD-FEEDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           RECORDING MODE IS F.
       COPY FEEDREC.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  GL-MAPPING-FILE.
       COPY GLMREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY GLJREC.

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS         PIC X(2).
       01  WS-HIST-FILE-STATUS         PIC X(2).
       01  WS-GLM-FILE-STATUS          PIC X(2).
       01  WS-GLJ-FILE-STATUS          PIC X(2).
       01  WS-DD-FEEDIN                PIC X(20)   VALUE "FEEDOUT".
       01  WS-RUN-PARM                 PIC X(60)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-FEED-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-FEED-EOF                         VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-HIST-EOF                         VALUE 'Y'.
       01  WS-FRAME-OPEN-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-FRAME-OPEN                       VALUE 'Y'.
       01  WS-FRAME-PROVEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-FRAME-PROVEN                     VALUE 'Y'.
       01  WS-MAPPING-FOUND-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-MAPPING-FOUND                    VALUE 'Y'.
      * The frame being read from the feed: what its header says,
      * what its details add up to, and what its trailer claims.
       01  WS-FRAME-RUN-DATE           PIC 9(8)    VALUE 0.
       01  WS-FRAME-SEQUENCE           PIC 9(6)    VALUE 0.
       01  WS-FRAME-DETAIL-COUNT       PIC 9(8)    VALUE 0.
       01  WS-FRAME-DETAIL-HASH        PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-FRAME-TRL-COUNT          PIC 9(8)    VALUE 0.
       01  WS-FRAME-TRL-HASH           PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
      * Run-history rows of the frame, one per stream and category;
      * a later row for the same stream and category replaces an
      * earlier one, so a rerun's rows supersede the failed attempt's.
       01  WS-HST-COUNT                PIC 9(3)    VALUE 0.
       01  WS-HST-IDX                  PIC 9(3)    VALUE 0.
       01  WS-HST-HIT-IDX              PIC 9(3)    VALUE 0.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY OCCURS 400 TIMES.
               10  WS-HST-STREAM-ID        PIC 9(2).
               10  WS-HST-CATEGORY         PIC X(3).
               10  WS-HST-VALUE-LOW        PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-HST-VALUE-MID        PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-HST-VALUE-HIGH       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-HST-VALUE-REJECTED   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-HST-VALUE-FEED       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-HST-VALUE-HELD       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-HST-VALUE-RELEASED   PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
      * The same rows folded across streams into one entry per
      * category - the unit the journal posts by.
       01  WS-JCAT-COUNT               PIC 9(2)    VALUE 0.
       01  WS-JCAT-IDX                 PIC 9(2)    VALUE 0.
       01  WS-JCAT-HIT-IDX             PIC 9(2)    VALUE 0.
       01  WS-JCAT-TABLE.
           05  WS-JCAT-ENTRY OCCURS 50 TIMES.
               10  WS-JCAT-CODE            PIC X(3).
               10  WS-JCAT-VALUE-LOW       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-JCAT-VALUE-MID       PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-JCAT-VALUE-HIGH      PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-JCAT-VALUE-REJECTED  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-JCAT-VALUE-HELD      PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
               10  WS-JCAT-VALUE-RELEASED  PIC S9(13)V99
                                            SIGN LEADING SEPARATE
                                            CHARACTER.
      * Frame totals over the folded rows, for the proof.
       01  WS-FRAME-VALUE-TOTALS.
           05  WS-FRAME-VALUE-MID      PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  WS-FRAME-VALUE-HIGH     PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  WS-FRAME-VALUE-FEED     PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  WS-FRAME-VALUE-HELD     PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
           05  WS-FRAME-VALUE-RELEASED PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
       01  WS-FRAME-FEED-PROOF         PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
      * Journal line types, in posting order, as keyed on GLMAP.
       01  WS-LINE-TYPE-VALUES.
           05  FILLER                  PIC X(4)    VALUE "LOW ".
           05  FILLER                  PIC X(4)    VALUE "MID ".
           05  FILLER                  PIC X(4)    VALUE "HIGH".
           05  FILLER                  PIC X(4)    VALUE "REJ ".
           05  FILLER                  PIC X(4)    VALUE "HELD".
           05  FILLER                  PIC X(4)    VALUE "REL ".
       01  WS-LINE-TYPE-TABLE REDEFINES WS-LINE-TYPE-VALUES.
           05  WS-LINE-TYPE            PIC X(4)    OCCURS 6 TIMES.
       01  WS-LT-IDX                   PIC 9(1)    VALUE 0.
       01  WS-POST-AMOUNT              PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-POST-ACCOUNT             PIC X(12)   VALUE SPACES.
       01  WS-POST-DEBIT-CREDIT        PIC X(1)    VALUE SPACE.
       01  WS-JOURNAL-DATE             PIC 9(8)    VALUE 0.
       01  WS-JOURNAL-LINE-COUNT       PIC 9(8)    VALUE 0.
       01  WS-JOURNAL-DEBIT-TOTAL      PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-JOURNAL-CREDIT-TOTAL     PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-FEED-HASH-GRAND-TOTAL    PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-UNMAPPED-VALUE           PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-NOT-POSTED-VALUE         PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-COUNT-FRAMES-SEEN        PIC 9(4)    VALUE 0.
       01  WS-COUNT-FRAMES-JOURNALED   PIC 9(4)    VALUE 0.
       01  WS-COUNT-FRAMES-FAILED      PIC 9(4)    VALUE 0.
       01  WS-COUNT-UNMAPPED           PIC 9(4)    VALUE 0.
       01  WS-VALUE-EDIT               PIC -(13)9.99.
       01  WS-VALUE-EDIT-2             PIC -(13)9.99.
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
           PERFORM 2000-READ-FEED-RECORD UNTIL WS-FEED-EOF
           PERFORM 2900-CHECK-LAST-FRAME
           PERFORM 9000-TERMINATE
           PERFORM 8000-PRODUCE-PROOF-TOTALS
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO WS-JOURNAL-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 48
               IF WS-RUN-PARM(WS-PARM-IDX:5) = "FEED="
                   MOVE WS-RUN-PARM(WS-PARM-IDX + 5:12)
                       TO WS-DD-FEEDIN
               END-IF
           END-PERFORM
           OPEN INPUT GL-MAPPING-FILE
           IF WS-GLM-FILE-STATUS NOT = "00"
               DISPLAY "GL mapping file GLMAP not usable - status "
                   WS-GLM-FILE-STATUS " - no journal produced"
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open feed file " WS-DD-FEEDIN
                   " - status " WS-FEED-FILE-STATUS
                   " - no journal produced"
               CLOSE GL-MAPPING-FILE
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-GLJ-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open journal file GLJRNL - status "
                   WS-GLJ-FILE-STATUS
               CLOSE GL-MAPPING-FILE
               CLOSE FEED-FILE
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-WRITE-JOURNAL-HEADER
           DISPLAY "============================================"
           DISPLAY "NUMBER CHECKER - GL JOURNAL PROOF REPORT"
           DISPLAY "Journal date " WS-JOURNAL-DATE " from feed "
               WS-DD-FEEDIN
           DISPLAY "============================================".

       1100-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'H' TO GLJ-RECORD-TYPE
           MOVE WS-JOURNAL-DATE TO GLJ-HDR-JOURNAL-DATE
           MOVE "NUMCHECK" TO GLJ-HDR-SENDING-SYSTEM
           WRITE GL-JOURNAL-RECORD
           IF WS-GLJ-FILE-STATUS NOT = "00"
               DISPLAY "Journal header write failed - status "
                   WS-GLJ-FILE-STATUS
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * The feed is read frame by frame; each frame is journaled as
      * soon as its trailer is met. Framing faults (a frame opened
      * inside another, a detail or trailer outside any frame) are
      * the same faults settlement would refuse, and fail the run.
       2000-READ-FEED-RECORD.
           READ FEED-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FEED-HEADER-RECORD
                           IF WS-FRAME-OPEN
                               PERFORM 2100-REPORT-UNCLOSED-FRAME
                           END-IF
                           PERFORM 2200-OPEN-FRAME
                       WHEN FEED-DETAIL-RECORD
                           IF WS-FRAME-OPEN
                               ADD 1 TO WS-FRAME-DETAIL-COUNT
                               ADD FUNCTION NUMVAL(FEED-VALUE)
                                   TO WS-FRAME-DETAIL-HASH
                           ELSE
                               DISPLAY "Feed detail outside any frame "
                                   "- sequence ID " FEED-SEQUENCE-ID
                               MOVE 8 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                       WHEN FEED-TRAILER-RECORD
                           IF WS-FRAME-OPEN
                               MOVE FEED-TRL-RECORD-COUNT
                                   TO WS-FRAME-TRL-COUNT
                               MOVE FEED-TRL-HASH-TOTAL
                                   TO WS-FRAME-TRL-HASH
                               PERFORM 3000-JOURNAL-FRAME
                               MOVE 'N' TO WS-FRAME-OPEN-SWITCH
                           ELSE
                               DISPLAY "Feed trailer with no header - "
                                   "ignored"
                               MOVE 8 TO WS-PROPOSED-RETURN-CODE
                               PERFORM 9150-RAISE-RETURN-CODE
                           END-IF
                       WHEN OTHER
                           DISPLAY "Unknown feed record type '"
                               FEED-RECORD-TYPE "'"
                           MOVE 8 TO WS-PROPOSED-RETURN-CODE
                           PERFORM 9150-RAISE-RETURN-CODE
                   END-EVALUATE
           END-READ.

       2100-REPORT-UNCLOSED-FRAME.
           DISPLAY "Feed frame " WS-FRAME-RUN-DATE "/"
               WS-FRAME-SEQUENCE " has no trailer - not journaled"
           ADD 1 TO WS-COUNT-FRAMES-SEEN
           ADD 1 TO WS-COUNT-FRAMES-FAILED
           MOVE 'N' TO WS-FRAME-OPEN-SWITCH
           MOVE 8 TO WS-PROPOSED-RETURN-CODE
           PERFORM 9150-RAISE-RETURN-CODE.

       2200-OPEN-FRAME.
           MOVE FEED-HDR-RUN-DATE TO WS-FRAME-RUN-DATE
           MOVE FEED-HDR-SEQUENCE TO WS-FRAME-SEQUENCE
           MOVE 0 TO WS-FRAME-DETAIL-COUNT
           MOVE 0 TO WS-FRAME-DETAIL-HASH
           MOVE 0 TO WS-FRAME-TRL-COUNT
           MOVE 0 TO WS-FRAME-TRL-HASH
           SET WS-FRAME-OPEN TO TRUE.

       2900-CHECK-LAST-FRAME.
           IF WS-FRAME-OPEN
               PERFORM 2100-REPORT-UNCLOSED-FRAME
           END-IF
           IF WS-COUNT-FRAMES-SEEN = 0
               DISPLAY "No feed frames on " WS-DD-FEEDIN
                   " - empty journal written"
               MOVE 4 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

       3000-JOURNAL-FRAME.
           ADD 1 TO WS-COUNT-FRAMES-SEEN
           ADD WS-FRAME-TRL-HASH TO WS-FEED-HASH-GRAND-TOTAL
           PERFORM 3100-LOAD-FRAME-HISTORY
           PERFORM 3200-FOLD-HISTORY-BY-CATEGORY
           PERFORM 3300-PROVE-FRAME
           IF WS-FRAME-PROVEN
               PERFORM VARYING WS-JCAT-IDX FROM 1 BY 1
                       UNTIL WS-JCAT-IDX > WS-JCAT-COUNT
                   PERFORM 3400-POST-CATEGORY
               END-PERFORM
               ADD 1 TO WS-COUNT-FRAMES-JOURNALED
           ELSE
               DISPLAY "  *** FRAME DOES NOT PROVE - NOT JOURNALED ***"
               ADD 1 TO WS-COUNT-FRAMES-FAILED
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

      * RUNHIST is re-read for every frame; a night's feed carries a
      * handful of frames at most. The "ALL" run-total rows are not
      * used - the journal posts by category.
       3100-LOAD-FRAME-HISTORY.
           MOVE 0 TO WS-HST-COUNT
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Run history file not usable - status "
                   WS-HIST-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM 3110-READ-HISTORY-ROW UNTIL WS-HIST-EOF
               CLOSE RUN-HISTORY-FILE
           END-IF.

       3110-READ-HISTORY-ROW.
           READ RUN-HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-RUN-DATE = WS-FRAME-RUN-DATE
                       AND HIST-FILE-SEQUENCE = WS-FRAME-SEQUENCE
                       AND HIST-CATEGORY NOT = "ALL"
                       PERFORM 3120-STORE-HISTORY-ROW
                   END-IF
           END-READ.

       3120-STORE-HISTORY-ROW.
           MOVE 0 TO WS-HST-HIT-IDX
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
               IF WS-HST-STREAM-ID(WS-HST-IDX) = HIST-STREAM-ID
                   AND WS-HST-CATEGORY(WS-HST-IDX) = HIST-CATEGORY
                   MOVE WS-HST-IDX TO WS-HST-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-HST-HIT-IDX = 0
               IF WS-HST-COUNT < 400
                   ADD 1 TO WS-HST-COUNT
                   MOVE WS-HST-COUNT TO WS-HST-HIT-IDX
               ELSE
                   DISPLAY "Run history table full - row for stream "
                       HIST-STREAM-ID " category " HIST-CATEGORY
                       " not journaled"
                   MOVE 8 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF
           IF WS-HST-HIT-IDX > 0
               MOVE HIST-STREAM-ID TO WS-HST-STREAM-ID(WS-HST-HIT-IDX)
               MOVE HIST-CATEGORY TO WS-HST-CATEGORY(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-LOW TO WS-HST-VALUE-LOW(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-MID TO WS-HST-VALUE-MID(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-HIGH
                   TO WS-HST-VALUE-HIGH(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-REJECTED
                   TO WS-HST-VALUE-REJECTED(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-FEED
                   TO WS-HST-VALUE-FEED(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-HELD
                   TO WS-HST-VALUE-HELD(WS-HST-HIT-IDX)
               MOVE HIST-VALUE-RELEASED
                   TO WS-HST-VALUE-RELEASED(WS-HST-HIT-IDX)
           END-IF.

       3200-FOLD-HISTORY-BY-CATEGORY.
           MOVE 0 TO WS-JCAT-COUNT
           INITIALIZE WS-FRAME-VALUE-TOTALS
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
               PERFORM 3210-FOLD-ONE-ROW
           END-PERFORM.

       3210-FOLD-ONE-ROW.
           MOVE 0 TO WS-JCAT-HIT-IDX
           PERFORM VARYING WS-JCAT-IDX FROM 1 BY 1
                   UNTIL WS-JCAT-IDX > WS-JCAT-COUNT
               IF WS-JCAT-CODE(WS-JCAT-IDX)
                   = WS-HST-CATEGORY(WS-HST-IDX)
                   MOVE WS-JCAT-IDX TO WS-JCAT-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-JCAT-HIT-IDX = 0
               IF WS-JCAT-COUNT < 50
                   ADD 1 TO WS-JCAT-COUNT
                   MOVE WS-JCAT-COUNT TO WS-JCAT-HIT-IDX
                   INITIALIZE WS-JCAT-ENTRY(WS-JCAT-HIT-IDX)
                   MOVE WS-HST-CATEGORY(WS-HST-IDX)
                       TO WS-JCAT-CODE(WS-JCAT-HIT-IDX)
               ELSE
                   DISPLAY "Journal category table full - category "
                       WS-HST-CATEGORY(WS-HST-IDX) " not journaled"
                   MOVE 8 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF
           IF WS-JCAT-HIT-IDX > 0
               ADD WS-HST-VALUE-LOW(WS-HST-IDX)
                   TO WS-JCAT-VALUE-LOW(WS-JCAT-HIT-IDX)
               ADD WS-HST-VALUE-MID(WS-HST-IDX)
                   TO WS-JCAT-VALUE-MID(WS-JCAT-HIT-IDX)
               ADD WS-HST-VALUE-HIGH(WS-HST-IDX)
                   TO WS-JCAT-VALUE-HIGH(WS-JCAT-HIT-IDX)
               ADD WS-HST-VALUE-REJECTED(WS-HST-IDX)
                   TO WS-JCAT-VALUE-REJECTED(WS-JCAT-HIT-IDX)
               ADD WS-HST-VALUE-HELD(WS-HST-IDX)
                   TO WS-JCAT-VALUE-HELD(WS-JCAT-HIT-IDX)
               ADD WS-HST-VALUE-RELEASED(WS-HST-IDX)
                   TO WS-JCAT-VALUE-RELEASED(WS-JCAT-HIT-IDX)
           END-IF
           ADD WS-HST-VALUE-MID(WS-HST-IDX) TO WS-FRAME-VALUE-MID
           ADD WS-HST-VALUE-HIGH(WS-HST-IDX) TO WS-FRAME-VALUE-HIGH
           ADD WS-HST-VALUE-FEED(WS-HST-IDX) TO WS-FRAME-VALUE-FEED
           ADD WS-HST-VALUE-HELD(WS-HST-IDX) TO WS-FRAME-VALUE-HELD
           ADD WS-HST-VALUE-RELEASED(WS-HST-IDX)
               TO WS-FRAME-VALUE-RELEASED.

      * Three ways to the same number: what the frame's details add
      * up to, what its trailer says, and what the checker recorded
      * as fed (directly, and as MID + HIGH - held + released). All
      * must agree before the frame's money is journaled.
       3300-PROVE-FRAME.
           SET WS-FRAME-PROVEN TO TRUE
           COMPUTE WS-FRAME-FEED-PROOF =
               WS-FRAME-VALUE-MID + WS-FRAME-VALUE-HIGH
                   - WS-FRAME-VALUE-HELD + WS-FRAME-VALUE-RELEASED
           DISPLAY "Feed frame " WS-FRAME-RUN-DATE "/"
               WS-FRAME-SEQUENCE
           MOVE WS-FRAME-TRL-HASH TO WS-VALUE-EDIT
           DISPLAY "  Trailer count / hash total .....: "
               WS-FRAME-TRL-COUNT " " WS-VALUE-EDIT
           MOVE WS-FRAME-DETAIL-HASH TO WS-VALUE-EDIT
           DISPLAY "  Details read / value ...........: "
               WS-FRAME-DETAIL-COUNT " " WS-VALUE-EDIT
           MOVE WS-FRAME-VALUE-FEED TO WS-VALUE-EDIT
           DISPLAY "  Fed value on run history ........: "
               WS-VALUE-EDIT
           MOVE WS-FRAME-FEED-PROOF TO WS-VALUE-EDIT
           DISPLAY "  MID + HIGH - held + released ....: "
               WS-VALUE-EDIT
           IF WS-FRAME-DETAIL-COUNT NOT = WS-FRAME-TRL-COUNT
               OR WS-FRAME-DETAIL-HASH NOT = WS-FRAME-TRL-HASH
               DISPLAY "  Frame details do not match its trailer"
               MOVE 'N' TO WS-FRAME-PROVEN-SWITCH
           END-IF
           IF WS-HST-COUNT = 0
               DISPLAY "  No run history for this transmission"
               MOVE 'N' TO WS-FRAME-PROVEN-SWITCH
           ELSE
               IF WS-FRAME-VALUE-FEED NOT = WS-FRAME-TRL-HASH
                   OR WS-FRAME-FEED-PROOF NOT = WS-FRAME-TRL-HASH
                   DISPLAY "  Run history value does not tie to the "
                       "trailer hash total"
                   MOVE 'N' TO WS-FRAME-PROVEN-SWITCH
               END-IF
           END-IF
           IF WS-FRAME-PROVEN
               DISPLAY "  Proof status ....................: TIED"
           END-IF.

       3400-POST-CATEGORY.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > 6
               PERFORM 3410-POST-LINE-TYPE
           END-PERFORM.

       3410-POST-LINE-TYPE.
           EVALUATE WS-LT-IDX
               WHEN 1
                   MOVE WS-JCAT-VALUE-LOW(WS-JCAT-IDX)
                       TO WS-POST-AMOUNT
               WHEN 2
                   MOVE WS-JCAT-VALUE-MID(WS-JCAT-IDX)
                       TO WS-POST-AMOUNT
               WHEN 3
                   MOVE WS-JCAT-VALUE-HIGH(WS-JCAT-IDX)
                       TO WS-POST-AMOUNT
               WHEN 4
                   MOVE WS-JCAT-VALUE-REJECTED(WS-JCAT-IDX)
                       TO WS-POST-AMOUNT
               WHEN 5
                   MOVE WS-JCAT-VALUE-HELD(WS-JCAT-IDX)
                       TO WS-POST-AMOUNT
               WHEN 6
                   MOVE WS-JCAT-VALUE-RELEASED(WS-JCAT-IDX)
                       TO WS-POST-AMOUNT
           END-EVALUATE
           IF WS-POST-AMOUNT NOT = 0
               PERFORM 3420-LOCATE-MAPPING
               EVALUATE TRUE
                   WHEN NOT WS-MAPPING-FOUND
                       MOVE WS-POST-AMOUNT TO WS-VALUE-EDIT
                       DISPLAY "  No GL mapping for "
                           WS-JCAT-CODE(WS-JCAT-IDX) " "
                           WS-LINE-TYPE(WS-LT-IDX) " (nor DEF) - "
                           WS-VALUE-EDIT " not posted"
                       ADD 1 TO WS-COUNT-UNMAPPED
                       ADD WS-POST-AMOUNT TO WS-UNMAPPED-VALUE
                       MOVE 8 TO WS-PROPOSED-RETURN-CODE
                       PERFORM 9150-RAISE-RETURN-CODE
                   WHEN GLM-NO-POST
                       ADD WS-POST-AMOUNT TO WS-NOT-POSTED-VALUE
                   WHEN OTHER
                       MOVE GLM-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
                       MOVE 'D' TO WS-POST-DEBIT-CREDIT
                       PERFORM 3500-WRITE-JOURNAL-LINE
                       MOVE GLM-CREDIT-ACCOUNT TO WS-POST-ACCOUNT
                       MOVE 'C' TO WS-POST-DEBIT-CREDIT
                       PERFORM 3500-WRITE-JOURNAL-LINE
               END-EVALUATE
           END-IF.

      * The category's own row first, then the DEF row for the same
      * line type.
       3420-LOCATE-MAPPING.
           SET WS-MAPPING-FOUND TO TRUE
           MOVE WS-JCAT-CODE(WS-JCAT-IDX) TO GLM-CATEGORY
           MOVE WS-LINE-TYPE(WS-LT-IDX) TO GLM-LINE-TYPE
           READ GL-MAPPING-FILE
               INVALID KEY
                   MOVE "DEF" TO GLM-CATEGORY
                   READ GL-MAPPING-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-MAPPING-FOUND-SWITCH
                   END-READ
           END-READ.

       3500-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GLJ-RECORD-TYPE
           MOVE WS-JOURNAL-DATE TO GLJ-JOURNAL-DATE
           COMPUTE GLJ-LINE-NUMBER = WS-JOURNAL-LINE-COUNT + 1
           MOVE WS-POST-ACCOUNT TO GLJ-ACCOUNT
           MOVE WS-POST-DEBIT-CREDIT TO GLJ-DEBIT-CREDIT
           MOVE WS-POST-AMOUNT TO GLJ-AMOUNT
           MOVE WS-FRAME-RUN-DATE TO GLJ-RUN-DATE
           MOVE WS-FRAME-SEQUENCE TO GLJ-FILE-SEQUENCE
           MOVE WS-JCAT-CODE(WS-JCAT-IDX) TO GLJ-CATEGORY
           MOVE WS-LINE-TYPE(WS-LT-IDX) TO GLJ-LINE-TYPE
           WRITE GL-JOURNAL-RECORD
           IF WS-GLJ-FILE-STATUS = "00"
               ADD 1 TO WS-JOURNAL-LINE-COUNT
               IF GLJ-DEBIT
                   ADD WS-POST-AMOUNT TO WS-JOURNAL-DEBIT-TOTAL
               ELSE
                   ADD WS-POST-AMOUNT TO WS-JOURNAL-CREDIT-TOTAL
               END-IF
           ELSE
               DISPLAY "Journal line write failed - status "
                   WS-GLJ-FILE-STATUS
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF.

       8000-PRODUCE-PROOF-TOTALS.
           DISPLAY "============================================"
           DISPLAY "GL JOURNAL PROOF - TOTALS"
           DISPLAY "============================================"
           DISPLAY "Feed frames read .................: "
               WS-COUNT-FRAMES-SEEN
           DISPLAY "  journaled ......................: "
               WS-COUNT-FRAMES-JOURNALED
           DISPLAY "  not journaled (did not prove) ..: "
               WS-COUNT-FRAMES-FAILED
           MOVE WS-FEED-HASH-GRAND-TOTAL TO WS-VALUE-EDIT
           DISPLAY "Feed trailer hash totals .........: "
               WS-VALUE-EDIT
           DISPLAY "Journal lines written ............: "
               WS-JOURNAL-LINE-COUNT
           MOVE WS-JOURNAL-DEBIT-TOTAL TO WS-VALUE-EDIT
           DISPLAY "Debits ...........................: "
               WS-VALUE-EDIT
           MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-VALUE-EDIT
           DISPLAY "Credits ..........................: "
               WS-VALUE-EDIT
           MOVE WS-NOT-POSTED-VALUE TO WS-VALUE-EDIT
           DISPLAY "Mapped not to post (action N) ....: "
               WS-VALUE-EDIT
           MOVE WS-UNMAPPED-VALUE TO WS-VALUE-EDIT
           DISPLAY "Unmapped, not posted .............: "
               WS-COUNT-UNMAPPED " " WS-VALUE-EDIT
           IF WS-JOURNAL-DEBIT-TOTAL = WS-JOURNAL-CREDIT-TOTAL
               DISPLAY "Journal status ...................: BALANCED"
           ELSE
               DISPLAY "Journal status ...................: "
                   "*** OUT OF BALANCE ***"
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF
           IF WS-HIGHEST-RETURN-CODE >= 8
               DISPLAY "The journal is incomplete and must not be "
                   "posted."
           END-IF
           DISPLAY "============================================".

       9000-TERMINATE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GLJ-RECORD-TYPE
           MOVE WS-JOURNAL-LINE-COUNT TO GLJ-TRL-RECORD-COUNT
           MOVE WS-JOURNAL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           IF WS-GLJ-FILE-STATUS NOT = "00"
               DISPLAY "Journal trailer write failed - status "
                   WS-GLJ-FILE-STATUS
               MOVE 12 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE FEED-FILE
           CLOSE GL-MAPPING-FILE.

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9900-SET-RETURN-CODE.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

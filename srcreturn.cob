      *================================================================*
      * PROGRAM-ID : SRCRETURN                                        *
      * Nightly return-to-source run. Gathers every reject that is    *
      * going back to its sender rather than being repaired here -    *
      * recycle entries the repair operator returned (disposition R)  *
      * or forced back after a failed correction (disposition F), and *
      * unregistered-category rejects (reason UC) of recent run dates *
      * still open on the exception master (EXCMAST) - and writes one *
      * framed return file per sending system (RTSREC.CPY, file RTS + *
      * system + date) with a header, the items, and a trailer count  *
      * and hash total. Every item sent is then marked on RECYCLE so  *
      * it never goes back twice: returned and forced entries are     *
      * stamped with the return date, and each UC reject is added as  *
      * a disposition R entry already stamped and set to returned on  *
      * the exception master, which closes it for the repair          *
      * transaction and the aging report. The covering report lists   *
      * what went to each source. A second run the same night appends *
      * a new frame to that night's file rather than overwriting the  *
      * first. An item with no sending system on record cannot be     *
      * addressed; it is reported and left unmarked. Parameter        *
      * DAYS=nn sets how many run dates back the exception master is  *
      * searched for UC rejects (default 7). Every returned item      *
      * carries the source transaction reference it arrived with.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCY-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXM-FILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO WS-DD-RETURN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCY-FILE
           RECORDING MODE IS F.
       COPY RCYREC.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXMREC.

       FD  RETURN-FILE
           RECORDING MODE IS F.
       COPY RTSREC.

       WORKING-STORAGE SECTION.
       01  WS-RCY-FILE-STATUS          PIC X(2).
       01  WS-EXM-FILE-STATUS          PIC X(2).
       01  WS-RTS-FILE-STATUS          PIC X(2).
       01  WS-DD-RETURN                PIC X(20).
       01  WS-RUN-PARM                 PIC X(40)   VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(2)    VALUE 0.
       01  WS-DAYS-ENTRY               PIC X(2)    VALUE SPACES.
       01  WS-SCAN-WINDOW              PIC 9(3)    VALUE 7.
       01  WS-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-RCY-USABLE-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-RCY-USABLE                       VALUE 'Y'.
       01  WS-TODAY-INTEGER            PIC 9(7)    VALUE 0.
       01  WS-WINDOW-START-DATE        PIC 9(8)    VALUE 0.
      * Exception identity of a recycle entry, for matching it to
      * the items sent.
       01  WS-WORK-DISP-KEY.
           05  WS-WDK-RUN-DATE         PIC 9(8).
           05  WS-WDK-SEQUENCE         PIC 9(6).
           05  WS-WDK-STREAM           PIC 9(2).
           05  WS-WDK-RECNUM           PIC 9(8).
      * Items to return. WS-NEW-ITEM is built by each collector and
      * moved whole into the table, so the two layouts must match.
       01  WS-NEW-ITEM.
           05  WS-NEW-KEY.
               10  WS-NEW-RUN-DATE     PIC 9(8).
               10  WS-NEW-SEQUENCE     PIC 9(6).
               10  WS-NEW-STREAM       PIC 9(2).
               10  WS-NEW-RECNUM       PIC 9(8).
           05  WS-NEW-SYSTEM           PIC X(8).
           05  WS-NEW-VALUE            PIC X(10).
           05  WS-NEW-CATEGORY         PIC X(3).
           05  WS-NEW-REASON           PIC X(2).
           05  WS-NEW-ATTEMPTS         PIC 9(2).
           05  WS-NEW-STATUS           PIC X(1).
           05  WS-NEW-REFERENCE        PIC X(11).
       01  WS-ITEM-COUNT               PIC 9(4)    VALUE 0.
       01  WS-ITEM-IDX                 PIC 9(4)    VALUE 0.
       01  WS-SYS-IDX                  PIC 9(4)    VALUE 0.
       01  WS-ITEM-OVERFLOW-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-ITEM-OVERFLOW                    VALUE 'Y'.
       01  WS-ITEM-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-ITEM-FOUND                       VALUE 'Y'.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITM-KEY.
                   15  WS-ITM-RUN-DATE PIC 9(8).
                   15  WS-ITM-SEQUENCE PIC 9(6).
                   15  WS-ITM-STREAM   PIC 9(2).
                   15  WS-ITM-RECNUM   PIC 9(8).
               10  WS-ITM-SYSTEM       PIC X(8).
               10  WS-ITM-VALUE        PIC X(10).
               10  WS-ITM-CATEGORY     PIC X(3).
               10  WS-ITM-REASON       PIC X(2).
                   88  WS-ITM-FROM-EXCEPTION       VALUE "UC".
               10  WS-ITM-ATTEMPTS     PIC 9(2).
               10  WS-ITM-STATUS       PIC X(1).
                   88  WS-ITM-PENDING              VALUE 'P'.
                   88  WS-ITM-SENT                 VALUE 'S'.
                   88  WS-ITM-NOT-SENT             VALUE 'N'.
               10  WS-ITM-REFERENCE    PIC X(11).
       01  WS-RTN-SYSTEM               PIC X(8)    VALUE SPACES.
       01  WS-RTN-OPEN-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-RTN-OPEN                         VALUE 'Y'.
       01  WS-RTN-COUNT                PIC 9(8)    VALUE 0.
       01  WS-RTN-HASH                 PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
       01  WS-VALUE-WORK               PIC X(10).
       01  WS-VALUE-NUM REDEFINES WS-VALUE-WORK
                                       PIC S9(7)V99
                                        SIGN LEADING SEPARATE
                                        CHARACTER.
       01  WS-VALUE-EDIT               PIC -(13)9.99.
       01  WS-COUNT-EXC-READ           PIC 9(8)    VALUE 0.
       01  WS-COUNT-RETURNED           PIC 9(8)    VALUE 0.
       01  WS-COUNT-FORCED             PIC 9(8)    VALUE 0.
       01  WS-COUNT-UNREGISTERED       PIC 9(8)    VALUE 0.
       01  WS-COUNT-NO-SYSTEM          PIC 9(8)    VALUE 0.
       01  WS-COUNT-RETURN-FILES       PIC 9(8)    VALUE 0.
       01  WS-COUNT-SENT               PIC 9(8)    VALUE 0.
       01  WS-COUNT-NOT-SENT           PIC 9(8)    VALUE 0.
       01  WS-COUNT-STAMPED            PIC 9(8)    VALUE 0.
       01  WS-COUNT-UC-RECORDED        PIC 9(8)    VALUE 0.
       01  WS-COUNT-UC-SENT            PIC 9(8)    VALUE 0.
       01  WS-COUNT-EXM-MARKED         PIC 9(8)    VALUE 0.
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
           PERFORM 2000-COLLECT-RECYCLE-RETURNS
           IF WS-RCY-USABLE
               PERFORM 3000-COLLECT-UNREGISTERED
               PERFORM 4000-WRITE-RETURN-FILES
               PERFORM 5000-MARK-ITEMS-RETURNED
           END-IF
           PERFORM 8000-PRODUCE-COVERING-REPORT
           PERFORM 9900-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 34
               IF WS-RUN-PARM(WS-PARM-IDX:5) = "DAYS="
                   MOVE WS-RUN-PARM(WS-PARM-IDX + 5:2)
                       TO WS-DAYS-ENTRY
               END-IF
           END-PERFORM
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-SCAN-WINDOW
           END-IF
           IF WS-SCAN-WINDOW = 0
               MOVE 7 TO WS-SCAN-WINDOW
           END-IF
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INTEGER - WS-SCAN-WINDOW + 1)
           DISPLAY "=============================================="
           DISPLAY "RETURN TO SOURCE - COVERING REPORT " WS-CURR-DATE
           DISPLAY "==============================================".

      * Without RECYCLE nothing sent could be marked, and the same
      * items would go back again tomorrow - so no file is written.
      * A RECYCLE that does not exist yet simply has nothing on it.
       2000-COLLECT-RECYCLE-RETURNS.
           OPEN INPUT RCY-FILE
           EVALUATE WS-RCY-FILE-STATUS
               WHEN "00"
                   SET WS-RCY-USABLE TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 2100-EXAMINE-RECYCLE-RECORD UNTIL WS-EOF
                   CLOSE RCY-FILE
               WHEN "35"
                   SET WS-RCY-USABLE TO TRUE
               WHEN OTHER
                   DISPLAY "Recycle file not usable - status "
                       WS-RCY-FILE-STATUS " - nothing returned"
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
           END-EVALUATE.

       2100-EXAMINE-RECYCLE-RECORD.
           READ RCY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF (RCY-RETURNED-TO-SOURCE OR RCY-FORCED-RETURN)
                       AND RCY-RETURNED-DATE = 0
                       MOVE RCY-ORIGINAL-RUN-DATE TO WS-NEW-RUN-DATE
                       MOVE RCY-FILE-SEQUENCE TO WS-NEW-SEQUENCE
                       MOVE RCY-STREAM-ID TO WS-NEW-STREAM
                       MOVE RCY-ORIGINAL-RECORD-NUMBER
                           TO WS-NEW-RECNUM
                       MOVE RCY-SOURCE-SYSTEM TO WS-NEW-SYSTEM
                       MOVE RCY-ORIGINAL-VALUE TO WS-NEW-VALUE
                       MOVE RCY-SOURCE-CATEGORY TO WS-NEW-CATEGORY
                       MOVE RCY-ATTEMPT-COUNT TO WS-NEW-ATTEMPTS
                       MOVE RCY-SOURCE-REFERENCE TO WS-NEW-REFERENCE
                       IF RCY-FORCED-RETURN
                           MOVE "FR" TO WS-NEW-REASON
                           ADD 1 TO WS-COUNT-FORCED
                       ELSE
                           MOVE "RS" TO WS-NEW-REASON
                           ADD 1 TO WS-COUNT-RETURNED
                       END-IF
                       PERFORM 2200-ADD-ITEM
                   END-IF
           END-READ.

      * An item that cannot be addressed, or that does not fit this
      * run, is left unmarked and is picked up again next night.
       2200-ADD-ITEM.
           MOVE 'P' TO WS-NEW-STATUS
           EVALUATE TRUE
               WHEN WS-NEW-SYSTEM = SPACES
                   ADD 1 TO WS-COUNT-NO-SYSTEM
                   DISPLAY "No sending system on record for "
                       WS-NEW-RUN-DATE "/" WS-NEW-SEQUENCE "/"
                       WS-NEW-STREAM "/" WS-NEW-RECNUM
                       " - not returned"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               WHEN WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-NEW-ITEM TO WS-ITM-ENTRY(WS-ITEM-COUNT)
               WHEN OTHER
                   IF NOT WS-ITEM-OVERFLOW
                       DISPLAY "More than 2000 items to return - "
                           "the rest wait for the next run"
                       MOVE 4 TO WS-PROPOSED-RETURN-CODE
                       PERFORM 9150-RAISE-RETURN-CODE
                   END-IF
                   SET WS-ITEM-OVERFLOW TO TRUE
           END-EVALUATE.

      * Whether an operator has already worked a UC reject is its
      * status on the exception master: only open ones go back. A
      * master that does not exist yet has nothing on it.
       3000-COLLECT-UNREGISTERED.
           OPEN INPUT EXCEPTION-MASTER-FILE
           EVALUATE WS-EXM-FILE-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   MOVE WS-WINDOW-START-DATE TO EXM-RUN-DATE
                   MOVE 0 TO EXM-FILE-SEQUENCE
                   MOVE 0 TO EXM-STREAM-ID
                   MOVE 0 TO EXM-RECORD-NUMBER
                   START EXCEPTION-MASTER-FILE KEY IS >= EXM-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
                   PERFORM 3200-EXAMINE-EXCEPTION UNTIL WS-EOF
                   CLOSE EXCEPTION-MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Exception master EXCMAST not usable - "
                       "status " WS-EXM-FILE-STATUS
                       " - UC rejects are not returned this run"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
           END-EVALUATE.

       3200-EXAMINE-EXCEPTION.
           READ EXCEPTION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-EXC-READ
                   IF EXM-REASON-UNKNOWN-CAT AND EXM-OPEN
                       PERFORM 3300-SCREEN-UNREGISTERED
                   END-IF
           END-READ.

       3300-SCREEN-UNREGISTERED.
           MOVE EXM-KEY TO WS-NEW-KEY
           MOVE EXM-SOURCE-SYSTEM TO WS-NEW-SYSTEM
           MOVE EXM-VALUE TO WS-NEW-VALUE
           MOVE EXM-SOURCE-CATEGORY TO WS-NEW-CATEGORY
           MOVE EXM-RECYCLE-ATTEMPTS TO WS-NEW-ATTEMPTS
           MOVE EXM-SOURCE-REFERENCE TO WS-NEW-REFERENCE
           MOVE "UC" TO WS-NEW-REASON
           ADD 1 TO WS-COUNT-UNREGISTERED
           PERFORM 2200-ADD-ITEM.

      * One file per sending system, in the order the systems were
      * first met; each pass picks up every item for that system.
       4000-WRITE-RETURN-FILES.
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-ITEM-COUNT
               IF WS-ITM-PENDING(WS-SYS-IDX)
                   MOVE WS-ITM-SYSTEM(WS-SYS-IDX) TO WS-RTN-SYSTEM
                   PERFORM 4100-WRITE-SYSTEM-FILE
               END-IF
           END-PERFORM.

       4100-WRITE-SYSTEM-FILE.
           MOVE SPACES TO WS-DD-RETURN
           STRING "RTS" WS-RTN-SYSTEM DELIMITED BY SPACE
               WS-CURR-DATE DELIMITED BY SIZE
               INTO WS-DD-RETURN
           END-STRING
           MOVE 0 TO WS-RTN-COUNT
           MOVE 0 TO WS-RTN-HASH
           MOVE 'N' TO WS-RTN-OPEN-SWITCH
           OPEN EXTEND RETURN-FILE
           IF WS-RTS-FILE-STATUS NOT = "00"
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF WS-RTS-FILE-STATUS = "00"
               MOVE SPACES TO RETURN-ITEM-RECORD
               MOVE 'H' TO RTS-RECORD-TYPE
               MOVE WS-CURR-DATE TO RTS-HDR-RETURN-DATE
               MOVE WS-RTN-SYSTEM TO RTS-HDR-SOURCE-SYSTEM
               MOVE "NUMCHECK" TO RTS-HDR-SENDING-SYSTEM
               WRITE RETURN-ITEM-RECORD
               IF WS-RTS-FILE-STATUS = "00"
                   SET WS-RTN-OPEN TO TRUE
                   ADD 1 TO WS-COUNT-RETURN-FILES
                   DISPLAY "--- To " WS-RTN-SYSTEM " on file "
                       WS-DD-RETURN
               ELSE
                   DISPLAY "Return header write failed on "
                       WS-DD-RETURN " - status " WS-RTS-FILE-STATUS
                       " - items for " WS-RTN-SYSTEM " not returned"
                   CLOSE RETURN-FILE
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Unable to open return file " WS-DD-RETURN
                   " - status " WS-RTS-FILE-STATUS
                   " - items for " WS-RTN-SYSTEM " not returned"
               MOVE 8 TO WS-PROPOSED-RETURN-CODE
               PERFORM 9150-RAISE-RETURN-CODE
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM WS-SYS-IDX BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITM-PENDING(WS-ITEM-IDX)
                   AND WS-ITM-SYSTEM(WS-ITEM-IDX) = WS-RTN-SYSTEM
                   PERFORM 4200-WRITE-RETURN-ITEM
               END-IF
           END-PERFORM
           IF WS-RTN-OPEN
               MOVE SPACES TO RETURN-ITEM-RECORD
               MOVE 'T' TO RTS-RECORD-TYPE
               MOVE WS-RTN-COUNT TO RTS-TRL-RECORD-COUNT
               MOVE WS-RTN-HASH TO RTS-TRL-HASH-TOTAL
               WRITE RETURN-ITEM-RECORD
               IF WS-RTS-FILE-STATUS = "00"
                   MOVE WS-RTN-HASH TO WS-VALUE-EDIT
                   DISPLAY "    Items " WS-RTN-COUNT " hash total "
                       WS-VALUE-EDIT
               ELSE
                   PERFORM 4150-REFUSE-UNTRAILED-FRAME
               END-IF
               CLOSE RETURN-FILE
           END-IF.

      * A frame without its trailer is rejected by the receiving
      * system, so nothing on it counts as sent: its items go back
      * to unsent and are not stamped returned, leaving them for the
      * next run.
       4150-REFUSE-UNTRAILED-FRAME.
           DISPLAY "Return trailer write failed on " WS-DD-RETURN
               " - status " WS-RTS-FILE-STATUS
               " - items for " WS-RTN-SYSTEM " not returned"
           PERFORM VARYING WS-ITEM-IDX FROM WS-SYS-IDX BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITM-SENT(WS-ITEM-IDX)
                   AND WS-ITM-SYSTEM(WS-ITEM-IDX) = WS-RTN-SYSTEM
                   MOVE 'N' TO WS-ITM-STATUS(WS-ITEM-IDX)
               END-IF
           END-PERFORM
           SUBTRACT WS-RTN-COUNT FROM WS-COUNT-SENT
           ADD WS-RTN-COUNT TO WS-COUNT-NOT-SENT
           MOVE 12 TO WS-PROPOSED-RETURN-CODE
           PERFORM 9150-RAISE-RETURN-CODE.

       4200-WRITE-RETURN-ITEM.
           IF NOT WS-RTN-OPEN
               MOVE 'N' TO WS-ITM-STATUS(WS-ITEM-IDX)
               ADD 1 TO WS-COUNT-NOT-SENT
           ELSE
               MOVE SPACES TO RETURN-ITEM-RECORD
               MOVE 'D' TO RTS-RECORD-TYPE
               MOVE WS-ITM-RUN-DATE(WS-ITEM-IDX) TO RTS-RUN-DATE
               MOVE WS-ITM-SEQUENCE(WS-ITEM-IDX) TO RTS-FILE-SEQUENCE
               MOVE WS-ITM-STREAM(WS-ITEM-IDX) TO RTS-STREAM-ID
               MOVE WS-ITM-RECNUM(WS-ITEM-IDX) TO RTS-RECORD-NUMBER
               MOVE WS-ITM-VALUE(WS-ITEM-IDX) TO RTS-VALUE
               MOVE WS-ITM-CATEGORY(WS-ITEM-IDX)
                   TO RTS-SOURCE-CATEGORY
               MOVE WS-ITM-REASON(WS-ITEM-IDX) TO RTS-RETURN-REASON
               MOVE WS-ITM-REFERENCE(WS-ITEM-IDX)
                   TO RTS-SOURCE-REFERENCE
               WRITE RETURN-ITEM-RECORD
               IF WS-RTS-FILE-STATUS = "00"
                   MOVE 'S' TO WS-ITM-STATUS(WS-ITEM-IDX)
                   ADD 1 TO WS-COUNT-SENT
                   ADD 1 TO WS-RTN-COUNT
                   MOVE WS-ITM-VALUE(WS-ITEM-IDX) TO WS-VALUE-WORK
                   IF WS-VALUE-NUM IS NUMERIC
                       ADD WS-VALUE-NUM TO WS-RTN-HASH
                   END-IF
                   DISPLAY "    " RTS-RUN-DATE "/" RTS-FILE-SEQUENCE
                       "/" RTS-STREAM-ID "/" RTS-RECORD-NUMBER
                       " cat " RTS-SOURCE-CATEGORY " value "
                       RTS-VALUE " reason " RTS-RETURN-REASON
               ELSE
                   DISPLAY "Return item write failed - status "
                       WS-RTS-FILE-STATUS
                   MOVE 'N' TO WS-ITM-STATUS(WS-ITEM-IDX)
                   ADD 1 TO WS-COUNT-NOT-SENT
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

      * Returned and forced entries are stamped in place; UC rejects
      * are added as new entries. An item sent but not marked would
      * be sent again, so a marking failure is the worst outcome of
      * the run and says so.
       5000-MARK-ITEMS-RETURNED.
           IF WS-COUNT-SENT > 0
               OPEN I-O RCY-FILE
               IF WS-RCY-FILE-STATUS = "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 5100-STAMP-RECYCLE-ENTRY UNTIL WS-EOF
                   CLOSE RCY-FILE
               END-IF
               OPEN EXTEND RCY-FILE
               IF WS-RCY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RCY-FILE
               END-IF
               IF WS-RCY-FILE-STATUS = "00"
                   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                       IF WS-ITM-SENT(WS-ITEM-IDX)
                           AND WS-ITM-FROM-EXCEPTION(WS-ITEM-IDX)
                           ADD 1 TO WS-COUNT-UC-SENT
                           PERFORM 5200-RECORD-UNREGISTERED
                       END-IF
                   END-PERFORM
                   CLOSE RCY-FILE
               ELSE
                   DISPLAY "Recycle file not usable - status "
                       WS-RCY-FILE-STATUS
               END-IF
               IF WS-COUNT-UC-SENT > 0
                   PERFORM 5300-MARK-MASTER-RETURNED
               END-IF
               IF WS-COUNT-STAMPED + WS-COUNT-UC-RECORDED
                   NOT = WS-COUNT-SENT
                   DISPLAY "*** ITEMS SENT BUT NOT MARKED ON RECYCLE "
                       "- THEY WILL BE SENT AGAIN ***"
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
               IF WS-COUNT-EXM-MARKED NOT = WS-COUNT-UC-SENT
                   DISPLAY "*** UC REJECTS SENT BUT STILL OPEN ON "
                       "EXCMAST - THEY WILL BE SENT AGAIN ***"
                   MOVE 12 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
               END-IF
           END-IF.

       5100-STAMP-RECYCLE-ENTRY.
           READ RCY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF (RCY-RETURNED-TO-SOURCE OR RCY-FORCED-RETURN)
                       AND RCY-RETURNED-DATE = 0
                       MOVE RCY-ORIGINAL-RUN-DATE TO WS-WDK-RUN-DATE
                       MOVE RCY-FILE-SEQUENCE TO WS-WDK-SEQUENCE
                       MOVE RCY-STREAM-ID TO WS-WDK-STREAM
                       MOVE RCY-ORIGINAL-RECORD-NUMBER
                           TO WS-WDK-RECNUM
                       MOVE 'N' TO WS-ITEM-FOUND-SWITCH
                       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                                  OR WS-ITEM-FOUND
                           IF WS-ITM-KEY(WS-ITEM-IDX)
                                   = WS-WORK-DISP-KEY
                               AND WS-ITM-SENT(WS-ITEM-IDX)
                               AND NOT
                                   WS-ITM-FROM-EXCEPTION(WS-ITEM-IDX)
                               SET WS-ITEM-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF WS-ITEM-FOUND
                           MOVE WS-CURR-DATE TO RCY-RETURNED-DATE
                           REWRITE RECYCLE-RECORD
                           IF WS-RCY-FILE-STATUS = "00"
                               ADD 1 TO WS-COUNT-STAMPED
                           ELSE
                               DISPLAY "Recycle returned stamp "
                                   "rewrite failed - status "
                                   WS-RCY-FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       5200-RECORD-UNREGISTERED.
           MOVE WS-ITM-RUN-DATE(WS-ITEM-IDX) TO RCY-ORIGINAL-RUN-DATE
           MOVE WS-ITM-RECNUM(WS-ITEM-IDX)
               TO RCY-ORIGINAL-RECORD-NUMBER
           MOVE WS-ITM-SEQUENCE(WS-ITEM-IDX) TO RCY-FILE-SEQUENCE
           MOVE WS-ITM-STREAM(WS-ITEM-IDX) TO RCY-STREAM-ID
           MOVE WS-ITM-VALUE(WS-ITEM-IDX) TO RCY-ORIGINAL-VALUE
           MOVE 'R' TO RCY-DISPOSITION
           MOVE SPACES TO RCY-CORRECTED-VALUE
           MOVE WS-ITM-CATEGORY(WS-ITEM-IDX) TO RCY-SOURCE-CATEGORY
           MOVE "SRCRETRN" TO RCY-REPAIR-USER-ID
           MOVE FUNCTION CURRENT-DATE TO RCY-REPAIR-TIMESTAMP
           MOVE 0 TO RCY-CONSUMED-RUN-DATE
           MOVE 0 TO RCY-CONSUMED-SEQUENCE
           MOVE WS-ITM-ATTEMPTS(WS-ITEM-IDX) TO RCY-ATTEMPT-COUNT
           MOVE WS-ITM-SYSTEM(WS-ITEM-IDX) TO RCY-SOURCE-SYSTEM
           MOVE WS-ITM-REFERENCE(WS-ITEM-IDX) TO RCY-SOURCE-REFERENCE
           MOVE WS-CURR-DATE TO RCY-RETURNED-DATE
           WRITE RECYCLE-RECORD
           IF WS-RCY-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-UC-RECORDED
           ELSE
               DISPLAY "Recycle record write failed - status "
                   WS-RCY-FILE-STATUS
           END-IF.

      * The master status is what keeps a UC reject from going back
      * a second time, so each one sent is set to returned under
      * this run's name.
       5300-MARK-MASTER-RETURNED.
           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXM-FILE-STATUS = "00"
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITM-SENT(WS-ITEM-IDX)
                       AND WS-ITM-FROM-EXCEPTION(WS-ITEM-IDX)
                       PERFORM 5350-MARK-ONE-EXCEPTION
                   END-IF
               END-PERFORM
               CLOSE EXCEPTION-MASTER-FILE
           ELSE
               DISPLAY "Exception master EXCMAST not usable - status "
                   WS-EXM-FILE-STATUS
           END-IF.

       5350-MARK-ONE-EXCEPTION.
           MOVE WS-ITM-KEY(WS-ITEM-IDX) TO EXM-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "Exception " WS-ITM-RUN-DATE(WS-ITEM-IDX)
                       "/" WS-ITM-SEQUENCE(WS-ITEM-IDX) "/"
                       WS-ITM-STREAM(WS-ITEM-IDX) "/"
                       WS-ITM-RECNUM(WS-ITEM-IDX)
                       " no longer on EXCMAST"
               NOT INVALID KEY
                   MOVE 'R' TO EXM-STATUS
                   MOVE "SRCRETRN" TO EXM-CHANGED-BY
                   MOVE FUNCTION CURRENT-DATE TO EXM-CHANGED-TIMESTAMP
                   REWRITE EXCEPTION-MASTER-RECORD
                   IF WS-EXM-FILE-STATUS = "00"
                       ADD 1 TO WS-COUNT-EXM-MARKED
                   ELSE
                       DISPLAY "Exception master rewrite failed - "
                           "status " WS-EXM-FILE-STATUS
                   END-IF
           END-READ.

       8000-PRODUCE-COVERING-REPORT.
           DISPLAY "=============================================="
           DISPLAY "RETURN TO SOURCE - TOTALS"
           DISPLAY "=============================================="
           DISPLAY "Returned by repair operator .....: "
               WS-COUNT-RETURNED
           DISPLAY "Forced back (failed repair) .....: "
               WS-COUNT-FORCED
           DISPLAY "Unregistered category (UC) ......: "
               WS-COUNT-UNREGISTERED
           DISPLAY "Exceptions searched on EXCMAST ..: "
               WS-COUNT-EXC-READ
           DISPLAY "No sending system - held back ...: "
               WS-COUNT-NO-SYSTEM
           DISPLAY "Return files written ............: "
               WS-COUNT-RETURN-FILES
           DISPLAY "Items sent back .................: "
               WS-COUNT-SENT
           DISPLAY "Items not sent (file error) .....: "
               WS-COUNT-NOT-SENT
           DISPLAY "Recycle entries stamped .........: "
               WS-COUNT-STAMPED
           DISPLAY "UC rejects recorded on RECYCLE ..: "
               WS-COUNT-UC-RECORDED
           DISPLAY "UC rejects returned on EXCMAST ..: "
               WS-COUNT-EXM-MARKED
           DISPLAY "==============================================".

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-PROPOSED-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9900-SET-RETURN-CODE.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.

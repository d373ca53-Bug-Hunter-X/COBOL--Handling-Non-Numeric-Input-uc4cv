      * sent (FEEDREC.CPY) on run date and feed sequence ID, and      *
      * reports every unacknowledged, mismatched, and rejected feed   *
      * record - with band code, original timestamp, and an age in    *
      * business days - so misses can be chased the next morning      *
      * instead of when settlement phones days later. Both files      *
      * arrive in run-date / sequence order, so a classic two-file    *
      * balance line pass is all the matching needs.                  *
      * Both files arrive framed: FEEDOUT carries the header and      *
      * trailer BUGSOLUTION or STRMCONS wrote, and settlement echoes  *
      * the same framing on FEEDACK. Each file's framing is proven    *
      * A suspense item is closed out the day a matching OK           *
      * acknowledgment finally arrives - the late ack is recognized   *
      * against suspense before it is called an orphan.               *
      * A feed record taken back through the feed reversal            *
      * transaction (FEEDREV) is on the reversal register (REVREG)    *
      * and is treated as closed: it is not chased as unacknowledged  *
      * or mismatched, an open suspense item for it is closed, and an *
      * acknowledgment for it is not reported as an orphan. A         *
      * retransmitted record carries the source transaction           *
      * reference of the original feed record, kept on the suspense   *
      * item for the purpose.                                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRECON.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVG-KEY
               FILE STATUS IS WS-RVG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE

       FD  RETRAN-FILE
           RECORDING MODE IS F.
       01  RETRAN-RECORD               PIC X(64).

       FD  REGISTER-FILE.
       COPY RVGREC.

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS         PIC X(2).
       01  WS-ACK-FILE-STATUS          PIC X(2).
       01  WS-SUS-FILE-STATUS          PIC X(2).
       01  WS-RTN-FILE-STATUS          PIC X(2).
       01  WS-RVG-FILE-STATUS          PIC X(2).
       01  WS-RVG-FILE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-RVG-FILE-OPEN                    VALUE 'Y'.
       01  WS-REVERSED-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-ITEM-REVERSED                    VALUE 'Y'.
       01  WS-FEED-KEY                 PIC X(16)   VALUE LOW-VALUES.
       01  WS-ACK-KEY                  PIC X(16)   VALUE LOW-VALUES.
       01  WS-COUNT-FEED-READ          PIC 9(8)    VALUE 0.
       01  WS-COUNT-MISMATCHED         PIC 9(8)    VALUE 0.
       01  WS-COUNT-REJECTED           PIC 9(8)    VALUE 0.
       01  WS-COUNT-ORPHAN-ACKS        PIC 9(8)    VALUE 0.
       01  WS-COUNT-REVERSED           PIC 9(8)    VALUE 0.
       01  WS-COUNT-REVERSED-ACKS      PIC 9(8)    VALUE 0.
       01  WS-COUNT-SUS-REVERSED       PIC 9(8)    VALUE 0.
       01  WS-COUNT-SUS-BROUGHT-FWD    PIC 9(8)    VALUE 0.
       01  WS-COUNT-SUS-CLOSED         PIC 9(8)    VALUE 0.
       01  WS-COUNT-SUS-OPENED         PIC 9(8)    VALUE 0.
           05  WS-SUS-ENTRY OCCURS 2000 TIMES.
               10  WS-SUS-KEY          PIC X(16).
               10  WS-SUS-STATE        PIC X(1).
               10  WS-SUS-DATA         PIC X(84).
       01  WS-WORK-SUS-KEY             PIC X(16).
      * Work image for the retransmission file, which goes back to
      * settlement framed exactly like FEEDOUT itself.
               10  WS-RTW-VALUE        PIC -(7)9.99.
               10  WS-RTW-BAND-CODE    PIC X(4).
               10  WS-RTW-TIMESTAMP    PIC X(21).
               10  WS-RTW-SOURCE-REFERENCE
                                       PIC X(11).
           05  WS-RTW-HEADER-DATA REDEFINES WS-RTW-DETAIL-DATA.
               10  WS-RTW-HDR-RUN-DATE PIC 9(8).
               10  WS-RTW-HDR-SEQUENCE PIC 9(6).
               10  WS-RTW-HDR-SENDING-SYSTEM
                                       PIC X(8).
               10  FILLER              PIC X(41).
           05  WS-RTW-TRAILER-DATA REDEFINES WS-RTW-DETAIL-DATA.
               10  WS-RTW-TRL-RECORD-COUNT
                                       PIC 9(8).
                                       PIC S9(13)V99
                                        SIGN LEADING SEPARATE
                                        CHARACTER.
               10  FILLER              PIC X(39).
       01  WS-RETRAN-HASH-TOTAL        PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER
                                        VALUE 0.
           05  WS-AGE-OVER-7-DAYS      PIC 9(8)    VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(5)   VALUE 0.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(8).
           05  WS-CURR-TIME            PIC 9(6).
           05  WS-CURR-HUNDREDTHS      PIC 9(2).
           05  WS-CURR-UTC-OFFSET      PIC X(5).
       COPY BDYPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACE TO BDY-CALENDAR-STATUS
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open feed file FEEDOUT - status "
               PERFORM 9900-SET-RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-OPEN-REVERSAL-REGISTER
           PERFORM 1100-LOAD-SUSPENSE-FILE
           OPEN OUTPUT RETRAN-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
           PERFORM 2100-READ-FEED-FILE
           PERFORM 2200-READ-ACK-FILE.

      * No register yet simply means nothing has ever been reversed.
      * An unusable one is reported and the run goes on without it -
      * reversed items then show as open and are chased by hand.
       1050-OPEN-REVERSAL-REGISTER.
           OPEN INPUT REGISTER-FILE
           EVALUATE WS-RVG-FILE-STATUS
               WHEN "00"
                   SET WS-RVG-FILE-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Reversal register REVREG not usable - "
                       "status " WS-RVG-FILE-STATUS
                       " - reversed items will show as open"
                   MOVE 4 TO WS-PROPOSED-RETURN-CODE
                   PERFORM 9150-RAISE-RETURN-CODE
           END-EVALUATE.

      * A missing suspense file is a normal first run, not an error;
      * anything else unusable is reported and the run continues
      * with an empty suspense so today's misses are still caught.
                       MOVE 'O' TO WS-SUS-STATE(WS-SUS-COUNT)
                       MOVE SUSPENSE-RECORD
                           TO WS-SUS-DATA(WS-SUS-COUNT)
                       MOVE SUS-RUN-DATE TO RVG-RUN-DATE
                       MOVE SUS-SEQUENCE-ID TO RVG-SEQUENCE-ID
                       PERFORM 3400-CHECK-REVERSAL-REGISTER
                       IF WS-ITEM-REVERSED
                           MOVE 'C' TO WS-SUS-STATE(WS-SUS-COUNT)
                           ADD 1 TO WS-COUNT-SUS-REVERSED
                           DISPLAY "SUSPENSE CLOSED: " SUS-RUN-DATE
                               "/" SUS-SEQUENCE-ID " reversed by "
                               RVG-REVERSED-BY
                       END-IF
                   ELSE
                       IF NOT WS-SUS-OVERFLOW
                           DISPLAY "More than 2000 open suspense "
           END-READ.

       3000-REPORT-UNACKED-FEED.
           MOVE FEED-RUN-DATE TO RVG-RUN-DATE
           MOVE FEED-SEQUENCE-ID TO RVG-SEQUENCE-ID
           PERFORM 3400-CHECK-REVERSAL-REGISTER
           IF WS-ITEM-REVERSED
               PERFORM 3300-REPORT-REVERSED-FEED
           ELSE
               ADD 1 TO WS-COUNT-UNACKED
               PERFORM 4000-AGE-FEED-RECORD
               DISPLAY "UNACKNOWLEDGED : " FEED-RUN-DATE "/"
                   FEED-SEQUENCE-ID " value " FEED-VALUE " band "
                   FEED-BAND-CODE " sent " FEED-TIMESTAMP " age "
                   WS-AGE-EDIT " business days"
               MOVE "UA" TO WS-OPEN-REASON
               PERFORM 5000-OPEN-SUSPENSE-ITEM
           END-IF.

      * An ack with no feed record in today's FEEDOUT is matched
      * against the open suspense before it is called an orphan: it
                       " - item stays in suspense"
               END-IF
           ELSE
               MOVE ACK-RUN-DATE TO RVG-RUN-DATE
               MOVE ACK-SEQUENCE-ID TO RVG-SEQUENCE-ID
               PERFORM 3400-CHECK-REVERSAL-REGISTER
               IF WS-ITEM-REVERSED
                   ADD 1 TO WS-COUNT-REVERSED-ACKS
                   DISPLAY "REVERSED ACK   : " ACK-RUN-DATE "/"
                       ACK-SEQUENCE-ID " value " ACK-VALUE
                       " - item reversed, no action"
               ELSE
                   ADD 1 TO WS-COUNT-ORPHAN-ACKS
                   DISPLAY "ORPHAN ACK     : " ACK-RUN-DATE "/"
                       ACK-SEQUENCE-ID " value " ACK-VALUE
                       " - no matching feed record"
               END-IF
           END-IF.

       3110-LOCATE-SUSPENSE-ITEM.
               END-IF
           END-PERFORM.

      * A mismatched or rejected item that has since been reversed
      * needs no chasing - the reversal has already closed it.
       3200-COMPARE-MATCHED-PAIR.
           MOVE 'N' TO WS-REVERSED-SWITCH
           IF ACK-VALUE NOT = FEED-VALUE OR ACK-REJECTED
               MOVE FEED-RUN-DATE TO RVG-RUN-DATE
               MOVE FEED-SEQUENCE-ID TO RVG-SEQUENCE-ID
               PERFORM 3400-CHECK-REVERSAL-REGISTER
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-REVERSED
                   PERFORM 3300-REPORT-REVERSED-FEED
               WHEN ACK-VALUE NOT = FEED-VALUE
                   ADD 1 TO WS-COUNT-MISMATCHED
                   PERFORM 4000-AGE-FEED-RECORD
                       FEED-SEQUENCE-ID " sent " FEED-VALUE
                       " acknowledged " ACK-VALUE " band "
                       FEED-BAND-CODE " sent " FEED-TIMESTAMP
                       " age " WS-AGE-EDIT " business days"
                   MOVE "VM" TO WS-OPEN-REASON
                   PERFORM 5000-OPEN-SUSPENSE-ITEM
               WHEN ACK-REJECTED
                   DISPLAY "REJECTED       : " FEED-RUN-DATE "/"
                       FEED-SEQUENCE-ID " value " FEED-VALUE
                       " band " FEED-BAND-CODE " sent "
                       FEED-TIMESTAMP " age " WS-AGE-EDIT
                       " business days"
                   MOVE "RJ" TO WS-OPEN-REASON
                   PERFORM 5000-OPEN-SUSPENSE-ITEM
               WHEN OTHER
                   ADD 1 TO WS-COUNT-MATCHED
           END-EVALUATE.

       3300-REPORT-REVERSED-FEED.
           ADD 1 TO WS-COUNT-REVERSED
           DISPLAY "REVERSED       : " FEED-RUN-DATE "/"
               FEED-SEQUENCE-ID " value " FEED-VALUE " band "
               FEED-BAND-CODE " reversed by " RVG-REVERSED-BY
               " reason " RVG-REASON-CODE " - closed".

      * RVG-KEY is loaded by the caller.
       3400-CHECK-REVERSAL-REGISTER.
           MOVE 'N' TO WS-REVERSED-SWITCH
           IF WS-RVG-FILE-OPEN
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-REVERSED TO TRUE
               END-READ
           END-IF.

      * Days outstanding are business days, so settlement is not
      * chased for a weekend or a holiday nobody worked.
       4000-AGE-FEED-RECORD.
           MOVE 'C' TO BDY-FUNCTION
           MOVE FEED-RUN-DATE TO BDY-FROM-DATE
           MOVE WS-CURR-DATE TO BDY-TO-DATE
           CALL "BUSDAYS" USING BUSINESS-DAY-REQUEST
           IF BDY-REQUEST-OK
               MOVE BDY-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE FEED-VALUE TO SUS-VALUE
           MOVE FEED-BAND-CODE TO SUS-BAND-CODE
           MOVE FEED-TIMESTAMP TO SUS-FEED-TIMESTAMP
           MOVE FEED-SOURCE-REFERENCE TO SUS-SOURCE-REFERENCE
           MOVE WS-OPEN-REASON TO SUS-OPEN-REASON
           MOVE WS-CURR-DATE TO SUS-FIRST-OPEN-DATE
           IF SUS-UNACKNOWLEDGED OR SUS-SETTLEMENT-REJECT
           MOVE SUS-VALUE TO WS-RTW-VALUE
           MOVE SUS-BAND-CODE TO WS-RTW-BAND-CODE
           MOVE SUS-FEED-TIMESTAMP TO WS-RTW-TIMESTAMP
           MOVE SUS-SOURCE-REFERENCE TO WS-RTW-SOURCE-REFERENCE
           MOVE WS-RETRAN-WORK TO RETRAN-RECORD
           WRITE RETRAN-RECORD
           IF WS-RTN-FILE-STATUS = "00"
               WS-COUNT-REJECTED
           DISPLAY "Acks without a feed record ......: "
               WS-COUNT-ORPHAN-ACKS
           DISPLAY "Closed by reversal ..............: "
               WS-COUNT-REVERSED
           DISPLAY "Acks for reversed items .........: "
               WS-COUNT-REVERSED-ACKS
           DISPLAY "Open-item age (bus. days) 1-2 ...: "
               WS-AGE-1-2-DAYS
           DISPLAY "                          3-7 ...: "
               WS-AGE-3-7-DAYS
           DISPLAY "                          8+ ....: "
               WS-AGE-OVER-7-DAYS
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
           END-EVALUATE
           DISPLAY "--- Open-item suspense ---------------------"
           DISPLAY "Brought forward .................: "
               WS-COUNT-SUS-BROUGHT-FWD
               WS-COUNT-SUS-OPENED
           DISPLAY "Closed by late OK ack ...........: "
               WS-COUNT-SUS-CLOSED
           DISPLAY "Closed by reversal ..............: "
               WS-COUNT-SUS-REVERSED
           DISPLAY "Rejected again by settlement ....: "
               WS-COUNT-SUS-STILL-REJ
           DISPLAY "Carried forward (still open) ....: "
           PERFORM 5300-WRITE-RETRAN-TRAILER
           CLOSE FEED-FILE
           CLOSE ACK-FILE
           CLOSE RETRAN-FILE
           IF WS-RVG-FILE-OPEN
               CLOSE REGISTER-FILE
           END-IF.

       9150-RAISE-RETURN-CODE.
           IF WS-PROPOSED-RETURN-CODE > WS-HIGHEST-RETURN-CODE

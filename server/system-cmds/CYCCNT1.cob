      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-12  Movements are refused while today's accounting
      *             period is closing or closed on PERIOD.CTL
      *             (PRDCTL1), once MECRUN1 has begun month end.
      * 2026-10-14  Stock is now held by location, and a count is of
      *             one location: the run asks once for the LOC-CODE
      *             being counted (validated through LOCVAL1), the
      *             book quantity compared is what ITEMLOC.MASTER
      *             holds there (STKLOC1), and an accepted variance
      *             sets the location to the counted quantity and
      *             moves the item total by the difference. The
      *             journal's before/after stay the item total, and
      *             the location is appended to the line.
      * 2026-10-15  Every count is recorded on the item: the date it
      *             was counted (IN-LAST-COUNT-DATE) and whether the
      *             count disagreed with the book (IN-LAST-COUNT-VAR
      *             Y/N -- Y stands for the rest of that day once any
      *             location disagrees), whether or not a variance is
      *             accepted. CNTSCH1 schedules the counts from them
      *             and brings a disagreeing item forward. A sheet
      *             line may now name its own location after the
      *             quantity, as the sheets CNTSCH1 writes do for
      *             every item already placed; the location asked
      *             for at the start covers lines that do not, and
      *             may be left blank for a sheet whose every line
      *             does.
      * 2026-10-15  Refuses to start while the maintenance lock
      *             (LCKCTL1) is set -- FILEUTL1 reloads ITEM.MASTER
      *             under it -- showing the lock's reason and
      *             expected end, so nothing keyed here is lost to
      *             the rebuilt file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCNT1.
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  SHEET-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  SHEET-LINE              PIC X(21).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-VARIANCE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ITEM-UNIT-COST       PIC 9(5)V99 VALUE ZERO.
       01  WS-LOC-BOOK-QTY         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-WORK           PIC S9(6) VALUE ZERO.

      * The location being counted, and its quantities on
      * ITEMLOC.MASTER through STKLOC1.
       01  WS-LOC-CODE             PIC X(4) VALUE SPACES.
       01  WS-LOC-VALID-FLAG       PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK        PIC X(20) VALUE SPACES.
       01  WS-LOC-ACTION           PIC X(1) VALUE SPACE.
       01  WS-LOC-QTY              PIC 9(5) VALUE ZERO.
       01  WS-LOC-RESULT           PIC X(1) VALUE 'N'.
       01  WS-RUN-LOC-CODE         PIC X(4) VALUE SPACES.

      * One count sheet line: item id, a space, counted quantity,
      * and optionally a space and the location counted.
       01  WS-SHEET-DETAIL.
           05  WS-S-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-S-COUNTED-QTY    PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-S-LOC-CODE       PIC X(4).

      * The same journal line layout STKMOV1 writes; type 'C' marks
      * a cycle-count correction.
           05  WS-T-UNIT-COST      PIC 9(5)V99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-CODE      PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-LOC-CODE       PIC X(4)  VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(40) VALUE
               "CYCLE COUNT VARIANCE REPORT".
           05  FILLER              PIC X(10) VALUE "LOCATION ".
           05  WS-RH-LOC-CODE      PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RH-LOC-NAME      PIC X(20).

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(12) VALUE "ITEM ID".
           05  FILLER              PIC X(10) VALUE "COUNTED".
           05  FILLER              PIC X(10) VALUE "VARIANCE".
           05  FILLER              PIC X(8)  VALUE "POSTED".
           05  FILLER              PIC X(4)  VALUE "LOC".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-ID        PIC X(10).
           05  WS-D-VARIANCE       PIC -ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-D-POSTED         PIC X(1).
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  WS-D-LOC-CODE       PIC X(4).

       01  WS-FOOTER-LINE-1.
           05  FILLER              PIC X(20) VALUE "ITEMS COUNTED:".
           05  FILLER              PIC X(20) VALUE "VARIANCES POSTED:".
           05  WS-F-POSTED         PIC ZZZZ9.

      * Today's accounting period and its state on PERIOD.CTL --
      * movements are dated the day they are posted.
       01  WS-PRD-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.
       01  WS-PRD-OPEN-FLAG        PIC X(1) VALUE 'Y'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Cycle Count Entry".
           05  WS-ID-LABEL         PIC X(30)
               VALUE "Item ID (blank=done):".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Counted Qty:".
           05  WS-LOC-LABEL        PIC X(20) VALUE "Count Location:".
           05  WS-ACCEPT-LABEL     PIC X(30)
               VALUE "Accept variance? (Y/N):".
           05  WS-MESSAGE-LINE     PIC X(50).
           05  WS-ITEM-ID          PIC X(10).
           05  WS-COUNTED-QTY      PIC 9(5) VALUE ZERO.

       01  WS-LOCK-SET-BY          PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON          PIC X(40) VALUE SPACES.
       01  WS-LOCK-END             PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PRD-OPEN-FLAG NOT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE WS-ACTION-CODE
               WHEN 'K'
               WHEN 'k'
                   MOVE 'N' TO WS-SHEET-MODE-FLAG
               WHEN 'S'
               WHEN 's'
                   MOVE 'Y' TO WS-SHEET-MODE-FLAG
               WHEN OTHER
                   MOVE "Error: Action must be K or S" TO
                       WS-MESSAGE-LINE
                   MOVE 0 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           PERFORM ACCEPT-COUNT-LOCATION.
           IF WS-SHEET-MODE-FLAG = 'Y' AND WS-LOC-CODE = SPACES
               MOVE 'Y' TO WS-LOC-VALID-FLAG
               MOVE "AS ON SHEET" TO WS-LOC-NAME-WORK
           END-IF.
           IF WS-LOC-VALID-FLAG NOT = 'Y'
               MOVE "Error: Unrecognized location code" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-LOC-CODE TO WS-RUN-LOC-CODE.
           PERFORM OPEN-COUNT-FILES.
           IF WS-SHEET-MODE-FLAG = 'Y'
               PERFORM LOAD-COUNT-SHEET
           ELSE
               PERFORM KEY-COUNTS-AT-SCREEN
           END-IF.
           PERFORM PRINT-REPORT-FOOTER.
           PERFORM CLOSE-COUNT-FILES.
           CALL 'RPTSPOOL' USING "CYCCNT  " "CYCCNT.PRT  ".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-COUNT-LOCATION.
      *    A count sheet, like a count, covers one stockroom.
           DISPLAY WS-LOC-LABEL.
           MOVE SPACES TO WS-LOC-CODE.
           ACCEPT WS-LOC-CODE.
           MOVE 'N' TO WS-LOC-VALID-FLAG.
           IF WS-LOC-CODE NOT = SPACES
               CALL 'LOCVAL1' USING WS-LOC-CODE WS-LOC-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.

       OPEN-COUNT-FILES.
           OPEN I-O INFILE.
           IF WS-INFILE-STATUS NOT = "00"
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-LOC-CODE TO WS-RH-LOC-CODE.
           MOVE WS-LOC-NAME-WORK TO WS-RH-LOC-NAME.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SHEET-LINE TO WS-SHEET-DETAIL
                       PERFORM JUDGE-SHEET-LOCATION
                       IF WS-S-ITEM-ID NOT = SPACES
                               AND WS-S-COUNTED-QTY IS NUMERIC
                               AND WS-LOC-VALID-FLAG = 'Y'
                           MOVE WS-S-ITEM-ID TO WS-ITEM-ID
                           MOVE WS-S-COUNTED-QTY TO WS-COUNTED-QTY
                           PERFORM PROCESS-ONE-COUNT
               CLOSE SHEET-FILE
           END-IF.

       JUDGE-SHEET-LOCATION.
      *    A line naming its own location is counted there; any
      *    other line at the location given for the run.
           IF WS-S-LOC-CODE = SPACES
               MOVE WS-RUN-LOC-CODE TO WS-LOC-CODE
               MOVE 'N' TO WS-LOC-VALID-FLAG
               IF WS-LOC-CODE NOT = SPACES
                   MOVE 'Y' TO WS-LOC-VALID-FLAG
               END-IF
           ELSE
               MOVE WS-S-LOC-CODE TO WS-LOC-CODE
               MOVE 'N' TO WS-LOC-VALID-FLAG
               CALL 'LOCVAL1' USING WS-LOC-CODE WS-LOC-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.

       PROCESS-ONE-COUNT.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG.
           MOVE 'N' TO WS-POSTED-FLAG.
               ELSE
                   MOVE ZERO TO WS-ITEM-UNIT-COST
               END-IF
               MOVE 'Q' TO WS-LOC-ACTION
               CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID
                                    WS-LOC-CODE WS-COUNTED-QTY
                                    WS-LOC-QTY WS-LOC-RESULT
               MOVE WS-LOC-QTY TO WS-LOC-BOOK-QTY
               COMPUTE WS-VARIANCE =
                   WS-COUNTED-QTY - WS-LOC-BOOK-QTY
               PERFORM NOTE-COUNT-ON-ITEM
               IF WS-VARIANCE = ZERO
                   PERFORM PRINT-VARIANCE-LINE
               ELSE
                   END-IF
                   PERFORM PRINT-VARIANCE-LINE
               END-IF
               IF WS-POSTED-FLAG NOT = 'Y'
                   PERFORM RECORD-COUNT-TAKEN
               END-IF
           END-IF.

       NOTE-COUNT-ON-ITEM.
      *    A disagreement at any location earlier the same day keeps
      *    the item flagged for CNTSCH1 to bring forward.
           IF IN-LAST-COUNT-DATE IS NUMERIC
                   AND IN-LAST-COUNT-DATE = WS-PRD-TODAY
                   AND IN-LAST-COUNT-VAR = 'Y'
               CONTINUE
           ELSE
               IF WS-VARIANCE = ZERO
                   MOVE 'N' TO IN-LAST-COUNT-VAR
               ELSE
                   MOVE 'Y' TO IN-LAST-COUNT-VAR
               END-IF
           END-IF.
           MOVE WS-PRD-TODAY TO IN-LAST-COUNT-DATE.

       RECORD-COUNT-TAKEN.
      *    No variance posted, but the count itself still goes on
      *    the item.
           REWRITE INFILE-REC
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite ITEM.MASTER "
                           WS-INFILE-STATUS
           END-REWRITE.

       JUDGE-VARIANCE-ACCEPTANCE.
      *    At the screen the counter confirms each variance; a loaded
           IF WS-SHEET-MODE-FLAG = 'Y'
               MOVE 'Y' TO WS-ACCEPT-FLAG
           ELSE
               DISPLAY "Book " WS-LOC-BOOK-QTY " counted "
                       WS-COUNTED-QTY
               DISPLAY WS-ACCEPT-LABEL
               MOVE SPACE TO WS-ACCEPT-FLAG
           END-IF.

       POST-COUNT-VARIANCE.
      *    The location takes the counted quantity; the item total
      *    moves by the variance.
           COMPUTE WS-TOTAL-WORK = WS-QTY-BEFORE + WS-VARIANCE.
           IF WS-TOTAL-WORK < ZERO OR WS-TOTAL-WORK > 99999
               DISPLAY "Error: Variance leaves total out of range: "
                       WS-ITEM-ID
           ELSE
               MOVE WS-TOTAL-WORK TO WS-QTY-AFTER
               MOVE WS-QTY-AFTER TO IN-ITEM-QTY
               REWRITE INFILE-REC
                   INVALID KEY
                       DISPLAY "ERROR: Cannot rewrite ITEM.MASTER "
                               WS-INFILE-STATUS
               END-REWRITE
               IF WS-INFILE-STATUS = "00"
                   MOVE 'Y' TO WS-POSTED-FLAG
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM SET-COUNTED-LOCATION
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       SET-COUNTED-LOCATION.
           MOVE 'P' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-LOC-CODE
                                WS-COUNTED-QTY WS-LOC-QTY
                                WS-LOC-RESULT.
           IF WS-LOC-RESULT NOT = 'Y'
               DISPLAY "ERROR: Location " WS-LOC-CODE " not updated "
                       "- LOCRCN1 will report " WS-ITEM-ID
           END-IF.

       WRITE-JOURNAL-LINE.
               MOVE WS-QTY-AFTER TO WS-T-QTY-AFTER
               MOVE "CYCCOUNT  " TO WS-T-REFERENCE
               MOVE WS-ITEM-UNIT-COST TO WS-T-UNIT-COST
               MOVE WS-LOC-CODE TO WS-T-LOC-CODE
               MOVE WS-TRAN-DETAIL TO TRAN-LINE
               WRITE TRAN-LINE
               CLOSE TRAN-FILE

       PRINT-VARIANCE-LINE.
           MOVE WS-ITEM-ID TO WS-D-ITEM-ID.
           MOVE WS-LOC-BOOK-QTY TO WS-D-BOOK-QTY.
           MOVE WS-COUNTED-QTY TO WS-D-COUNTED-QTY.
           MOVE WS-VARIANCE TO WS-D-VARIANCE.
           MOVE WS-POSTED-FLAG TO WS-D-POSTED.
           MOVE WS-LOC-CODE TO WS-D-LOC-CODE.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-COUNT-FILES.
           CLOSE INFILE.
           CLOSE PRINT-FILE.

       CHECK-PERIOD-OPEN.
      *    A period MECRUN1 has started to close (P) or has closed
      *    (C) takes no more movements -- STKCLS1 has already cut
      *    its journal.
           ACCEPT WS-PRD-TODAY FROM DATE YYYYMMDD.
           MOVE WS-PRD-TODAY (1:6) TO WS-PRD-PERIOD.
           CALL 'PRDCTL1' USING "Q" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           MOVE 'Y' TO WS-PRD-OPEN-FLAG.
           EVALUATE WS-PRD-STATE
               WHEN 'C'
                   MOVE 'N' TO WS-PRD-OPEN-FLAG
                   MOVE "Error: Period is closed - nothing posted" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN 'P'
                   MOVE 'N' TO WS-PRD-OPEN-FLAG
                   MOVE "Error: Month-end close running - not posted"
                       TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.

       CHECK-MAINTENANCE-LOCK.
      *    A master file rebuild is under way -- nothing is updated
      *    until the lock is released.
           CALL 'LCKCTL1' USING "Q" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'Y'
               DISPLAY "System locked for maintenance: "
                       WS-LOCK-REASON
               DISPLAY "Expected end (YYYYMMDDHHMM): " WS-LOCK-END
           END-IF.

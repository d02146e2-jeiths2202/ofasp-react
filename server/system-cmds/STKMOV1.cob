      *             department consumed the month's supplies", which
      *             CHGBCK1 now totals. Receipts and adjustments
      *             leave the department blank.
      * 2026-10-12  Movements are refused while today's accounting
      *             period is closing or closed on PERIOD.CTL
      *             (PRDCTL1), once MECRUN1 has begun month end.
      * 2026-10-14  Stock is now held by location. Every movement
      *             names the LOC-CODE it lands in or comes out of,
      *             validated through LOCVAL1, and the quantity there
      *             on ITEMLOC.MASTER moves with the item total
      *             through STKLOC1: an issue may not take a location
      *             below zero, and an adjustment is the counted
      *             quantity at that location, the total moving by
      *             the difference. The location is appended to the
      *             journal line after the department.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.
      * 2026-10-15  Refuses to start while the maintenance lock
      *             (LCKCTL1) is set -- FILEUTL1 reloads ITEM.MASTER
      *             under it -- showing the lock's reason and
      *             expected end, so nothing keyed here is lost to
      *             the rebuilt file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMOV1.
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ON-ORDER-RELIEF      PIC 9(5) VALUE ZERO.
       01  WS-OVERFLOW-FLAG        PIC X VALUE 'N'.
       01  WS-ITEM-UNIT-COST       PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-WORK           PIC S9(6) VALUE ZERO.

       01  WS-TRAN-DETAIL.
           05  WS-T-DATE           PIC 9(6).
           05  WS-T-UNIT-COST      PIC 9(5)V99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-LOC-CODE       PIC X(4).

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
           05  WS-QTY-LABEL        PIC X(20) VALUE "Quantity:".
           05  WS-REF-LABEL        PIC X(20) VALUE "Reference:".
           05  WS-DEPT-LABEL       PIC X(20) VALUE "Dept Code:".
           05  WS-LOC-LABEL        PIC X(20) VALUE "Location:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
       01  DEPT-VALID-FLAG         PIC X VALUE 'N'.
       01  WS-DEPT-NAME-WORK       PIC X(15) VALUE SPACES.

      * The location the movement lands in or comes out of, and its
      * quantity on ITEMLOC.MASTER through STKLOC1.
       01  WS-LOC-CODE             PIC X(4) VALUE SPACES.
       01  LOC-VALID-FLAG          PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK        PIC X(20) VALUE SPACES.
       01  WS-LOC-ACTION           PIC X(1) VALUE SPACE.
       01  WS-LOC-QTY              PIC 9(5) VALUE ZERO.
       01  WS-LOC-QTY-BEFORE       PIC 9(5) VALUE ZERO.
       01  WS-LOC-RESULT           PIC X(1) VALUE 'N'.

       01  WS-LOCK-SET-BY          PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON          PIC X(40) VALUE SPACES.
       01  WS-LOCK-END             PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PRD-OPEN-FLAG NOT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM DISPLAY-MOVEMENT-SCREEN.
           PERFORM ACCEPT-MOVEMENT-REQUEST.
           IF WS-MOVE-TYPE = 'r'
           END-IF.
           IF WS-MOVE-TYPE = 'R' OR WS-MOVE-TYPE = 'I'
                   OR WS-MOVE-TYPE = 'A'
               PERFORM ACCEPT-MOVEMENT-LOCATION
               IF LOC-VALID-FLAG NOT = 'Y'
                   MOVE "Error: Unrecognized location code" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM POST-MOVEMENT
           ELSE
               MOVE "Error: Type must be R, I or A" TO
                                     WS-DEPT-NAME-WORK
           END-IF.

       ACCEPT-MOVEMENT-LOCATION.
           DISPLAY WS-LOC-LABEL.
           MOVE SPACES TO WS-LOC-CODE.
           ACCEPT WS-LOC-CODE.
           MOVE 'N' TO LOC-VALID-FLAG.
           IF WS-LOC-CODE NOT = SPACES
               CALL 'LOCVAL1' USING WS-LOC-CODE LOC-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.

       POST-MOVEMENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-POSTED-FLAG.
               DISPLAY WS-MESSAGE-LINE
           END-IF.
           IF WS-POSTED-FLAG = 'Y'
               PERFORM POST-LOCATION-QTY
               PERFORM WRITE-JOURNAL-LINE
               MOVE "Movement posted: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-ITEM-ID

       APPLY-MOVEMENT.
           MOVE IN-ITEM-QTY TO WS-QTY-BEFORE.
           MOVE 'Q' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-LOC-CODE
                                WS-MOVE-QTY WS-LOC-QTY WS-LOC-RESULT.
           MOVE WS-LOC-QTY TO WS-LOC-QTY-BEFORE.
      *    The cost on file right now is the cost this movement is
      *    valued at; records written before the field existed read
      *    as spaces and value at zero.
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       IF WS-MOVE-QTY > WS-LOC-QTY-BEFORE
                           MOVE "Error: Not that much held at location"
                               TO WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                       ELSE
                           COMPUTE WS-QTY-AFTER =
                               WS-QTY-BEFORE - WS-MOVE-QTY
                           PERFORM REWRITE-ITEM-QTY
                       END-IF
                   END-IF
               WHEN 'A'
      *            An adjustment is the counted absolute quantity at
      *            the location, the way a physical count correction
      *            arrives; the item total moves by the difference.
                   COMPUTE WS-TOTAL-WORK = WS-QTY-BEFORE
                       - WS-LOC-QTY-BEFORE + WS-MOVE-QTY
                   IF WS-TOTAL-WORK < ZERO OR WS-TOTAL-WORK > 99999
                       MOVE "Error: Adjustment out of range"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       MOVE WS-TOTAL-WORK TO WS-QTY-AFTER
                       PERFORM REWRITE-ITEM-QTY
                   END-IF
           END-EVALUATE.

       REWRITE-ITEM-QTY.
               MOVE 'Y' TO WS-POSTED-FLAG
           END-IF.

       POST-LOCATION-QTY.
      *    The item total is rewritten; the location follows it.
           EVALUATE WS-MOVE-TYPE
               WHEN 'R'
                   MOVE 'A' TO WS-LOC-ACTION
               WHEN 'I'
                   MOVE 'S' TO WS-LOC-ACTION
               WHEN 'A'
                   MOVE 'P' TO WS-LOC-ACTION
           END-EVALUATE.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-LOC-CODE
                                WS-MOVE-QTY WS-LOC-QTY WS-LOC-RESULT.
           IF WS-LOC-RESULT NOT = 'Y'
               DISPLAY "ERROR: Location " WS-LOC-CODE " not updated "
                       "- LOCRCN1 will report " WS-ITEM-ID
           END-IF.

       WRITE-JOURNAL-LINE.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               ELSE
                   MOVE SPACES TO WS-T-DEPT-CODE
               END-IF
               MOVE WS-LOC-CODE TO WS-T-LOC-CODE
               MOVE WS-TRAN-DETAIL TO TRAN-LINE
               WRITE TRAN-LINE
               CLOSE TRAN-FILE
               DISPLAY "ERROR: Cannot open ITEM.TRAN file "
                       WS-TRAN-FILE-STATUS
           END-IF.

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

      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-12  Movements are refused while today's accounting
      *             period is closing or closed on PERIOD.CTL
      *             (PRDCTL1), once MECRUN1 has begun month end.
      * 2026-10-13  A cancellation stamps today in the new
      *             PO-CANCEL-DATE (carved out of PO-FILLER), so
      *             VENDSC1 can count a vendor's cancellations by
      *             month.
      * 2026-10-14  Stock is now held by location: a receipt names
      *             the LOC-CODE the goods are put away in, validated
      *             through LOCVAL1, and the quantity is added there
      *             on ITEMLOC.MASTER through STKLOC1 as well as to
      *             the item total. The location is appended to the
      *             journal line.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.
      * 2026-10-15  Refuses to start while the maintenance lock
      *             (LCKCTL1) is set -- FILEUTL1 reloads ITEM.MASTER
      *             under it -- showing the lock's reason and
      *             expected end, so nothing keyed here is lost to
      *             the rebuilt file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORECV1.
           05  PO-STATUS       PIC X(1).
           05  PO-RECVD-QTY    PIC 9(5).
           05  PO-VEND-CODE    PIC X(4).
           05  PO-CANCEL-DATE  PIC 9(8).
           05  PO-FILLER       PIC X(11).

       FD  INFILE
           LABEL RECORD STANDARD.
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-T-UNIT-COST      PIC 9(5)V99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-CODE      PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-LOC-CODE       PIC X(4)  VALUE SPACES.

       01  WS-PO-DETAIL-LINE.
           05  FILLER              PIC X(6)  VALUE "ITEM ".
           05  FILLER              PIC X(9)  VALUE "  STATUS".
           05  WS-P-STATUS         PIC X(1).

      * Today's accounting period and its state on PERIOD.CTL --
      * movements are dated the day they are posted.
       01  WS-PRD-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.
       01  WS-PRD-OPEN-FLAG        PIC X(1) VALUE 'Y'.

      * The location the receipt is put away in, and its quantity on
      * ITEMLOC.MASTER through STKLOC1.
       01  WS-LOC-CODE             PIC X(4) VALUE SPACES.
       01  WS-LOC-VALID-FLAG       PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK        PIC X(20) VALUE SPACES.
       01  WS-LOC-ACTION           PIC X(1) VALUE SPACE.
       01  WS-LOC-QTY              PIC 9(5) VALUE ZERO.
       01  WS-LOC-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "PO Goods Receiving".
               VALUE "Action (R=receive C=cancel):".
           05  WS-PO-LABEL         PIC X(20) VALUE "PO Number:".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Received Qty:".
           05  WS-LOC-LABEL        PIC X(20) VALUE "Put-away Location:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-PO-NUMBER        PIC X(8).
           05  WS-RECEIVE-QTY      PIC 9(5) VALUE ZERO.

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
           DISPLAY WS-PO-LABEL.
           EVALUATE WS-ACTION-CODE
               WHEN 'R'
               WHEN 'r'
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PRD-OPEN-FLAG = 'Y'
                       PERFORM RECEIVE-AGAINST-PO
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM CANCEL-PO
                   PERFORM RELEASE-PO-FILE
               ELSE
                   PERFORM ACCEPT-RECEIVED-QTY
                   IF WS-RECEIVE-QTY NOT = ZERO
                       PERFORM ACCEPT-PUT-AWAY-LOCATION
                   END-IF
                   IF WS-RECEIVE-QTY = ZERO
                       PERFORM RELEASE-PO-FILE
                   ELSE
               END-IF
           END-IF.

       ACCEPT-PUT-AWAY-LOCATION.
           DISPLAY WS-LOC-LABEL.
           MOVE SPACES TO WS-LOC-CODE.
           ACCEPT WS-LOC-CODE.
           MOVE 'N' TO WS-LOC-VALID-FLAG.
           IF WS-LOC-CODE NOT = SPACES
               CALL 'LOCVAL1' USING WS-LOC-CODE WS-LOC-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.
           IF WS-LOC-VALID-FLAG NOT = 'Y'
               MOVE "Error: Unrecognized location code" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE ZERO TO WS-RECEIVE-QTY
           END-IF.

       POST-PO-RECEIPT.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG.
           MOVE 'N' TO WS-POSTED-FLAG.
               CLOSE INFILE
           END-IF.
           IF WS-POSTED-FLAG = 'Y'
               PERFORM PUT-AWAY-AT-LOCATION
               PERFORM WRITE-JOURNAL-LINE
               PERFORM ADVANCE-PO-LIFECYCLE
               MOVE "Receipt posted against PO " TO WS-MESSAGE-LINE
               END-IF
           END-IF.

       PUT-AWAY-AT-LOCATION.
           MOVE 'A' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION PO-ITEM-ID WS-LOC-CODE
                                WS-RECEIVE-QTY WS-LOC-QTY
                                WS-LOC-RESULT.
           IF WS-LOC-RESULT NOT = 'Y'
               DISPLAY "ERROR: Location " WS-LOC-CODE " not updated "
                       "- LOCRCN1 will report " PO-ITEM-ID
           END-IF.

       ADVANCE-PO-LIFECYCLE.
           ADD WS-RECEIVE-QTY TO PO-RECVD-QTY.
           IF PO-RECVD-QTY >= PO-ORDER-QTY
               PERFORM RELIEVE-CANCELLED-COVER
           END-IF.
           MOVE 'X' TO PO-STATUS.
           ACCEPT PO-CANCEL-DATE FROM DATE YYYYMMDD.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite PO.MASTER "
               MOVE SPACES TO WS-T-REFERENCE
               MOVE WS-PO-NUMBER TO WS-T-REFERENCE (1:8)
               MOVE WS-ITEM-UNIT-COST TO WS-T-UNIT-COST
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

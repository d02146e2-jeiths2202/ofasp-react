      * STKXFR1.cob - Inter-Location Stock Transfer Program
      * Fujitsu ASP COBOLG Program
      * Moves a quantity of one item from one stock location to
      * another -- main store out to a satellite stockroom, or back.
      * The quantity comes off the source location and goes onto the
      * destination location on ITEMLOC.MASTER through STKLOC1; the
      * item's IN-ITEM-QTY on ITEM.MASTER is the total across all
      * locations and does not change. A transfer writes a paired
      * type T entry to the ITEM.TRAN journal: an out line at the
      * source location and an in line at the destination, each with
      * before and after both the unchanged item total, so STKRCN1
      * still ties and LOCRCN1 can follow the quantity between
      * stockrooms. Reference on the out line is "OUT " and the
      * destination code; on the in line "IN  " and the source code.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Initial version.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKXFR1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           LABEL RECORD STANDARD.
       01  INFILE-REC.
           05  IN-ITEM-ID          PIC X(10).
           05  IN-ITEM-NAME        PIC X(20).
           05  IN-ITEM-QTY         PIC 9(05).
           05  IN-REORDER-POINT    PIC 9(05).
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-TRAN-FILE-STATUS     PIC XX.
       01  WS-FOUND-FLAG           PIC X VALUE 'N'.
       01  WS-MOVED-FLAG           PIC X VALUE 'N'.
       01  WS-CURRENT-DATE         PIC 9(6).
       01  WS-CURRENT-TIME         PIC 9(8).
       01  WS-ITEM-TOTAL-QTY       PIC 9(5) VALUE ZERO.
       01  WS-ITEM-UNIT-COST       PIC 9(5)V99 VALUE ZERO.

      * The same journal line layout STKMOV1 writes.
       01  WS-TRAN-DETAIL.
           05  WS-T-DATE           PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-TIME           PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-TYPE           PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-QTY            PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-QTY-BEFORE     PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-QTY-AFTER      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-REFERENCE      PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-UNIT-COST      PIC 9(5)V99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-CODE      PIC X(4)  VALUE SPACES.
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
               VALUE "Stock Location Transfer".
           05  WS-ID-LABEL         PIC X(20) VALUE "Item ID:".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Quantity:".
           05  WS-FROM-LABEL       PIC X(20) VALUE "From Location:".
           05  WS-TO-LABEL         PIC X(20) VALUE "To Location:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ITEM-ID          PIC X(10).
           05  WS-XFER-QTY         PIC 9(5) VALUE ZERO.
           05  WS-FROM-LOC         PIC X(4).
           05  WS-TO-LOC           PIC X(4).

      * Both locations go through LOCVAL1; their quantities on
      * ITEMLOC.MASTER move through STKLOC1.
       01  WS-FROM-VALID-FLAG      PIC X VALUE 'N'.
       01  WS-TO-VALID-FLAG        PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK        PIC X(20) VALUE SPACES.
       01  WS-LOC-ACTION           PIC X(1) VALUE SPACE.
       01  WS-LOC-QTY              PIC 9(5) VALUE ZERO.
       01  WS-FROM-QTY-BEFORE      PIC 9(5) VALUE ZERO.
       01  WS-LOC-RESULT           PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PRD-OPEN-FLAG NOT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY WS-TITLE-LINE.
           PERFORM ACCEPT-TRANSFER-REQUEST.
           EVALUATE TRUE
               WHEN WS-XFER-QTY = ZERO
                   MOVE "Error: A transfer quantity is required" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-FROM-VALID-FLAG NOT = 'Y'
                   MOVE "Error: Unrecognized from location code" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-TO-VALID-FLAG NOT = 'Y'
                   MOVE "Error: Unrecognized to location code" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-FROM-LOC = WS-TO-LOC
                   MOVE "Error: From and to locations are the same" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN OTHER
                   PERFORM POST-TRANSFER
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-TRANSFER-REQUEST.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-ITEM-ID.
           DISPLAY WS-QTY-LABEL.
           ACCEPT WS-XFER-QTY.
           DISPLAY WS-FROM-LABEL.
           MOVE SPACES TO WS-FROM-LOC.
           ACCEPT WS-FROM-LOC.
           DISPLAY WS-TO-LABEL.
           MOVE SPACES TO WS-TO-LOC.
           ACCEPT WS-TO-LOC.
           MOVE 'N' TO WS-FROM-VALID-FLAG.
           IF WS-FROM-LOC NOT = SPACES
               CALL 'LOCVAL1' USING WS-FROM-LOC WS-FROM-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.
           MOVE 'N' TO WS-TO-VALID-FLAG.
           IF WS-TO-LOC NOT = SPACES
               CALL 'LOCVAL1' USING WS-TO-LOC WS-TO-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.

       POST-TRANSFER.
      *    The item record is only read -- a transfer leaves the
      *    total alone -- but it must exist, and its total and cost
      *    go on both journal lines.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-MOVED-FLAG.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
           ELSE
               MOVE WS-ITEM-ID TO IN-ITEM-ID
               READ INFILE
                   INVALID KEY
                       MOVE "Error: Item ID not found" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE IN-ITEM-QTY TO WS-ITEM-TOTAL-QTY
                       IF IN-UNIT-COST IS NUMERIC
                           MOVE IN-UNIT-COST TO WS-ITEM-UNIT-COST
                       ELSE
                           MOVE ZERO TO WS-ITEM-UNIT-COST
                       END-IF
               END-READ
               CLOSE INFILE
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               PERFORM MOVE-BETWEEN-LOCATIONS
           END-IF.
           IF WS-MOVED-FLAG = 'Y'
               PERFORM WRITE-TRANSFER-LINES
               MOVE "Transfer posted: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-ITEM-ID
           END-IF.

       MOVE-BETWEEN-LOCATIONS.
           MOVE 'Q' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-FROM-LOC
                                WS-XFER-QTY WS-FROM-QTY-BEFORE
                                WS-LOC-RESULT.
           IF WS-XFER-QTY > WS-FROM-QTY-BEFORE
               MOVE "Error: Not that much held at from location" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE 'S' TO WS-LOC-ACTION
               CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID
                                    WS-FROM-LOC WS-XFER-QTY
                                    WS-LOC-QTY WS-LOC-RESULT
               IF WS-LOC-RESULT NOT = 'Y'
                   MOVE "Error: From location not updated" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM PLACE-AT-TO-LOCATION
               END-IF
           END-IF.

       PLACE-AT-TO-LOCATION.
      *    If the destination cannot take the quantity, it goes back
      *    where it came from so the locations still add up.
           MOVE 'A' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-TO-LOC
                                WS-XFER-QTY WS-LOC-QTY WS-LOC-RESULT.
           IF WS-LOC-RESULT = 'Y'
               MOVE 'Y' TO WS-MOVED-FLAG
           ELSE
               MOVE "Error: To location not updated - not moved" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'A' TO WS-LOC-ACTION
               CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID
                                    WS-FROM-LOC WS-XFER-QTY
                                    WS-LOC-QTY WS-LOC-RESULT
               IF WS-LOC-RESULT NOT = 'Y'
                   DISPLAY "ERROR: Location " WS-FROM-LOC
                           " not restored - LOCRCN1 will report "
                           WS-ITEM-ID
               END-IF
           END-IF.

       WRITE-TRANSFER-LINES.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRAN-FILE
           END-IF.
           IF WS-TRAN-FILE-STATUS = "00"
               ACCEPT WS-CURRENT-DATE FROM DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO WS-T-DATE
               MOVE WS-CURRENT-TIME TO WS-T-TIME
               MOVE 'T' TO WS-T-TYPE
               MOVE WS-ITEM-ID TO WS-T-ITEM-ID
               MOVE WS-XFER-QTY TO WS-T-QTY
               MOVE WS-ITEM-TOTAL-QTY TO WS-T-QTY-BEFORE
               MOVE WS-ITEM-TOTAL-QTY TO WS-T-QTY-AFTER
               MOVE WS-ITEM-UNIT-COST TO WS-T-UNIT-COST
               MOVE SPACES TO WS-T-DEPT-CODE
               MOVE SPACES TO WS-T-REFERENCE
               MOVE "OUT " TO WS-T-REFERENCE (1:4)
               MOVE WS-TO-LOC TO WS-T-REFERENCE (5:4)
               MOVE WS-FROM-LOC TO WS-T-LOC-CODE
               MOVE WS-TRAN-DETAIL TO TRAN-LINE
               WRITE TRAN-LINE
               MOVE SPACES TO WS-T-REFERENCE
               MOVE "IN  " TO WS-T-REFERENCE (1:4)
               MOVE WS-FROM-LOC TO WS-T-REFERENCE (5:4)
               MOVE WS-TO-LOC TO WS-T-LOC-CODE
               MOVE WS-TRAN-DETAIL TO TRAN-LINE
               WRITE TRAN-LINE
               CLOSE TRAN-FILE
           ELSE
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

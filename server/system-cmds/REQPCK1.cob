      * REQPCK1.cob - Stock Requisition Picking Program
      * Fujitsu ASP COBOLG Program
      * Issues stock against a requisition REQAPR1 has approved.
      * The storeman gives the requisition number and the location
      * being picked from (validated through LOCVAL1); each line
      * still outstanding (status A, P or B on REQ.MASTER) is shown
      * with what is left to give and what is on hand, and the
      * quantity picked is keyed. A pick is posted exactly as an
      * STKMOV1 issue would be -- never more than the item holds in
      * total or at the location, IN-ITEM-QTY rewritten, the
      * location taken down through STKLOC1 -- and appended to
      * ITEM.TRAN as a type 'I' line charged to the requisition's
      * department, with the requisition number as the reference,
      * so CHGBCK1, STKRPT1 and STKGLP1 treat it like any other
      * issue. The line records the running quantity issued and
      * the date of the last pick, and its status follows:
      *   F  nothing left to give
      *   B  the stock on hand cannot cover what is left -- the
      *      shortfall is backordered until a receipt comes in
      *   P  partially filled, the rest still to be picked
      * A line keyed with nothing picked keeps its status unless
      * the shortfall must be backordered. Movements are refused
      * while the period is closing or closed, as in STKMOV1.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.
      * 2026-10-15  Refuses to start while the maintenance lock
      *             (LCKCTL1) is set -- FILEUTL1 reloads ITEM.MASTER
      *             under it -- showing the lock's reason and
      *             expected end, so nothing keyed here is lost to
      *             the rebuilt file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQPCK1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "REQ.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REQ-KEY
                  FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  REQ-RECORD.
           05  REQ-KEY.
               10  REQ-NUMBER      PIC X(8).
               10  REQ-LINE-NO     PIC 9(2).
           05  REQ-DEPT-CODE       PIC X(4).
           05  REQ-ITEM-ID         PIC X(10).
           05  REQ-QTY             PIC 9(5).
           05  REQ-ISSUED-QTY      PIC 9(5).
           05  REQ-STATUS          PIC X(1).
           05  REQ-DATE            PIC 9(8).
           05  REQ-RAISED-BY       PIC X(8).
           05  REQ-ACTION-BY       PIC X(8).
           05  REQ-ACTION-DATE     PIC 9(8).
           05  REQ-LAST-ISSUE-DATE PIC 9(8).
           05  REQ-FILLER          PIC X(5).

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
       01  WS-REQ-FILE-STATUS      PIC XX.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-TRAN-FILE-STATUS     PIC XX.
       01  WS-REQ-END-FLAG         PIC X VALUE 'N'.
       01  WS-REQ-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-ITEM-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-PICK-OK-FLAG         PIC X VALUE 'N'.
       01  WS-POSTED-FLAG          PIC X VALUE 'N'.
       01  WS-CURRENT-DATE         PIC 9(6).
       01  WS-CURRENT-TIME         PIC 9(8).
       01  WS-CURRENT-DATE-8       PIC 9(8) VALUE ZERO.
       01  WS-QTY-BEFORE           PIC 9(5) VALUE ZERO.
       01  WS-QTY-AFTER            PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-QTY      PIC 9(5) VALUE ZERO.
       01  WS-ITEM-UNIT-COST       PIC 9(5)V99 VALUE ZERO.
       01  WS-LINES-OPEN           PIC 9(2) VALUE ZERO.
       01  WS-LINES-PICKED         PIC 9(2) VALUE ZERO.
       01  WS-LINES-FILLED         PIC 9(2) VALUE ZERO.
       01  WS-LINES-BACKORDERED    PIC 9(2) VALUE ZERO.

      * The location being picked from, and its quantity on
      * ITEMLOC.MASTER through STKLOC1.
       01  WS-LOC-CODE             PIC X(4) VALUE SPACES.
       01  WS-LOC-VALID-FLAG       PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK        PIC X(20) VALUE SPACES.
       01  WS-LOC-ACTION           PIC X(1) VALUE SPACE.
       01  WS-LOC-QTY              PIC 9(5) VALUE ZERO.
       01  WS-LOC-QTY-BEFORE       PIC 9(5) VALUE ZERO.
       01  WS-LOC-RESULT           PIC X(1) VALUE 'N'.

      * The same journal line layout STKMOV1 and PORECV1 write.
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
           05  WS-T-LOC-CODE       PIC X(4)  VALUE SPACES.

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
               VALUE "Stock Requisition Picking".
           05  WS-REQ-LABEL        PIC X(20)
               VALUE "Requisition No:".
           05  WS-LOC-LABEL        PIC X(30)
               VALUE "Pick from Location:".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Issue Qty:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-REQ-NUMBER       PIC X(8).
           05  WS-ISSUE-QTY        PIC 9(5) VALUE ZERO.

       01  WS-PICK-HEADER.
           05  FILLER              PIC X(4)  VALUE "REQ ".
           05  WS-P-REQ-NUMBER     PIC X(8).
           05  FILLER              PIC X(7)  VALUE "  DEPT ".
           05  WS-P-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(11) VALUE "  APPROVED ".
           05  WS-P-ACTION-BY      PIC X(8).

       01  WS-PICK-DETAIL.
           05  FILLER              PIC X(8)  VALUE "  LINE ".
           05  WS-P-LINE-NO        PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-P-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(7)  VALUE "  LEFT ".
           05  WS-P-OUTSTANDING    PIC ZZZZ9.
           05  FILLER              PIC X(9)  VALUE "  ON HAND".
           05  WS-P-ON-HAND        PIC ZZZZZ9.
           05  FILLER              PIC X(8)  VALUE "  AT LOC".
           05  WS-P-LOC-QTY        PIC ZZZZZ9.

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
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PRD-OPEN-FLAG NOT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY WS-REQ-LABEL.
           MOVE SPACES TO WS-REQ-NUMBER.
           ACCEPT WS-REQ-NUMBER.
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
           ELSE
               PERFORM PICK-REQUISITION
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       PICK-REQUISITION.
           OPEN I-O REQ-FILE.
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REQ.MASTER file "
                       WS-REQ-FILE-STATUS
           ELSE
               OPEN I-O INFILE
               IF WS-INFILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                           WS-INFILE-STATUS
               ELSE
                   PERFORM JUDGE-REQUISITION
                   IF WS-REQ-FOUND-FLAG = 'Y'
                       PERFORM PICK-OUTSTANDING-LINES
                   END-IF
                   CLOSE INFILE
               END-IF
               CLOSE REQ-FILE
           END-IF.

       JUDGE-REQUISITION.
      *    Approval is given to the requisition as a whole, so the
      *    first line says whether it may be picked at all.
           MOVE 'N' TO WS-REQ-FOUND-FLAG.
           MOVE ZERO TO WS-LINES-OPEN.
           PERFORM START-REQUISITION.
           IF WS-REQ-END-FLAG = 'Y'
               MOVE "Error: Requisition number not found" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE REQ-NUMBER TO WS-P-REQ-NUMBER
               MOVE REQ-DEPT-CODE TO WS-P-DEPT-CODE
               MOVE REQ-ACTION-BY TO WS-P-ACTION-BY
               EVALUATE REQ-STATUS
                   WHEN 'O'
                       MOVE "Error: Requisition not yet approved" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN 'R'
                       MOVE "Error: Requisition was rejected" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN OTHER
                       PERFORM UNTIL WS-REQ-END-FLAG = 'Y'
                           IF REQ-STATUS = 'A' OR REQ-STATUS = 'P'
                                   OR REQ-STATUS = 'B'
                               ADD 1 TO WS-LINES-OPEN
                           END-IF
                           PERFORM READ-NEXT-REQUISITION-LINE
                       END-PERFORM
                       IF WS-LINES-OPEN = ZERO
                           MOVE "Requisition already filled" TO
                               WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                       ELSE
                           MOVE 'Y' TO WS-REQ-FOUND-FLAG
                       END-IF
               END-EVALUATE
           END-IF.

       PICK-OUTSTANDING-LINES.
           DISPLAY WS-PICK-HEADER.
           MOVE ZERO TO WS-LINES-PICKED.
           MOVE ZERO TO WS-LINES-FILLED.
           MOVE ZERO TO WS-LINES-BACKORDERED.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           PERFORM START-REQUISITION.
           PERFORM UNTIL WS-REQ-END-FLAG = 'Y'
               IF REQ-STATUS = 'A' OR REQ-STATUS = 'P'
                       OR REQ-STATUS = 'B'
                   PERFORM PICK-ONE-LINE
               END-IF
               PERFORM READ-NEXT-REQUISITION-LINE
           END-PERFORM.
           DISPLAY "REQPCK1: " WS-REQ-NUMBER " - " WS-LINES-PICKED
                   " lines picked, " WS-LINES-FILLED " filled, "
                   WS-LINES-BACKORDERED " backordered.".

       PICK-ONE-LINE.
           MOVE 'N' TO WS-POSTED-FLAG.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG.
           COMPUTE WS-OUTSTANDING-QTY = REQ-QTY - REQ-ISSUED-QTY.
           MOVE REQ-ITEM-ID TO IN-ITEM-ID.
           READ INFILE
               INVALID KEY
                   DISPLAY "Error: Item " REQ-ITEM-ID
                           " no longer on file - line skipped"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-FLAG
           END-READ.
           IF WS-ITEM-FOUND-FLAG = 'Y'
               MOVE 'Q' TO WS-LOC-ACTION
               CALL 'STKLOC1' USING WS-LOC-ACTION REQ-ITEM-ID
                                    WS-LOC-CODE WS-ISSUE-QTY
                                    WS-LOC-QTY WS-LOC-RESULT
               MOVE WS-LOC-QTY TO WS-LOC-QTY-BEFORE
               MOVE REQ-LINE-NO TO WS-P-LINE-NO
               MOVE REQ-ITEM-ID TO WS-P-ITEM-ID
               MOVE WS-OUTSTANDING-QTY TO WS-P-OUTSTANDING
               MOVE IN-ITEM-QTY TO WS-P-ON-HAND
               MOVE WS-LOC-QTY-BEFORE TO WS-P-LOC-QTY
               DISPLAY WS-PICK-DETAIL
               DISPLAY WS-QTY-LABEL
               MOVE ZERO TO WS-ISSUE-QTY
               ACCEPT WS-ISSUE-QTY
               PERFORM JUDGE-PICK-QTY
               IF WS-PICK-OK-FLAG = 'Y'
                   IF WS-ISSUE-QTY > ZERO
                       PERFORM POST-PICK
                   END-IF
                   PERFORM UPDATE-REQUISITION-LINE
               END-IF
           END-IF.

       JUDGE-PICK-QTY.
      *    The same rules STKMOV1 applies to an issue, and no more
      *    than the requisition still asks for.
           MOVE 'N' TO WS-PICK-OK-FLAG.
           EVALUATE TRUE
               WHEN WS-ISSUE-QTY > WS-OUTSTANDING-QTY
                   MOVE "Error: Exceeds quantity outstanding" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-ISSUE-QTY > IN-ITEM-QTY
                   MOVE "Error: Issue would drive stock negative" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-ISSUE-QTY > WS-LOC-QTY-BEFORE
                   MOVE "Error: Not that much held at location" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-PICK-OK-FLAG
           END-EVALUATE.

       POST-PICK.
           MOVE IN-ITEM-QTY TO WS-QTY-BEFORE.
           COMPUTE WS-QTY-AFTER = WS-QTY-BEFORE - WS-ISSUE-QTY.
           IF IN-UNIT-COST IS NUMERIC
               MOVE IN-UNIT-COST TO WS-ITEM-UNIT-COST
           ELSE
               MOVE ZERO TO WS-ITEM-UNIT-COST
           END-IF.
           MOVE WS-QTY-AFTER TO IN-ITEM-QTY.
           REWRITE INFILE-REC
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite ITEM.MASTER "
                           WS-INFILE-STATUS
           END-REWRITE.
           IF WS-INFILE-STATUS = "00"
               MOVE 'Y' TO WS-POSTED-FLAG
               ADD 1 TO WS-LINES-PICKED
               MOVE 'S' TO WS-LOC-ACTION
               CALL 'STKLOC1' USING WS-LOC-ACTION REQ-ITEM-ID
                                    WS-LOC-CODE WS-ISSUE-QTY
                                    WS-LOC-QTY WS-LOC-RESULT
               IF WS-LOC-RESULT NOT = 'Y'
                   DISPLAY "ERROR: Location " WS-LOC-CODE
                           " not updated - LOCRCN1 will report "
                           REQ-ITEM-ID
               END-IF
               PERFORM WRITE-JOURNAL-LINE
           ELSE
               MOVE WS-QTY-BEFORE TO IN-ITEM-QTY
           END-IF.

       UPDATE-REQUISITION-LINE.
      *    The line keeps a running issued quantity; what is left
      *    decides the status.
           IF WS-POSTED-FLAG = 'Y'
               ADD WS-ISSUE-QTY TO REQ-ISSUED-QTY
               SUBTRACT WS-ISSUE-QTY FROM WS-OUTSTANDING-QTY
               MOVE WS-CURRENT-DATE-8 TO REQ-LAST-ISSUE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-OUTSTANDING-QTY = ZERO
                   MOVE 'F' TO REQ-STATUS
                   ADD 1 TO WS-LINES-FILLED
               WHEN IN-ITEM-QTY < WS-OUTSTANDING-QTY
                   MOVE 'B' TO REQ-STATUS
                   ADD 1 TO WS-LINES-BACKORDERED
               WHEN REQ-ISSUED-QTY > ZERO
                   MOVE 'P' TO REQ-STATUS
           END-EVALUATE.
           REWRITE REQ-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite REQ.MASTER "
                           WS-REQ-FILE-STATUS
           END-REWRITE.

       WRITE-JOURNAL-LINE.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRAN-FILE
           END-IF.
           IF WS-TRAN-FILE-STATUS = "00"
               ACCEPT WS-CURRENT-DATE FROM DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO WS-T-DATE
               MOVE WS-CURRENT-TIME TO WS-T-TIME
               MOVE 'I' TO WS-T-TYPE
               MOVE REQ-ITEM-ID TO WS-T-ITEM-ID
               MOVE WS-ISSUE-QTY TO WS-T-QTY
               MOVE WS-QTY-BEFORE TO WS-T-QTY-BEFORE
               MOVE WS-QTY-AFTER TO WS-T-QTY-AFTER
               MOVE REQ-NUMBER TO WS-T-REFERENCE
               MOVE WS-ITEM-UNIT-COST TO WS-T-UNIT-COST
               MOVE REQ-DEPT-CODE TO WS-T-DEPT-CODE
               MOVE WS-LOC-CODE TO WS-T-LOC-CODE
               MOVE WS-TRAN-DETAIL TO TRAN-LINE
               WRITE TRAN-LINE
               CLOSE TRAN-FILE
           ELSE
               DISPLAY "ERROR: Cannot open ITEM.TRAN file "
                       WS-TRAN-FILE-STATUS
           END-IF.

       START-REQUISITION.
      *    Positions on the first line of WS-REQ-NUMBER and reads
      *    it; WS-REQ-END-FLAG is set once the lines run out.
           MOVE 'N' TO WS-REQ-END-FLAG.
           MOVE WS-REQ-NUMBER TO REQ-NUMBER.
           MOVE ZERO TO REQ-LINE-NO.
           START REQ-FILE KEY IS GREATER THAN REQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-END-FLAG
           END-START.
           IF WS-REQ-END-FLAG NOT = 'Y'
               PERFORM READ-NEXT-REQUISITION-LINE
           END-IF.

       READ-NEXT-REQUISITION-LINE.
           READ REQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REQ-END-FLAG
               NOT AT END
                   IF REQ-NUMBER NOT = WS-REQ-NUMBER
                       MOVE 'Y' TO WS-REQ-END-FLAG
                   END-IF
           END-READ.

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

      * RTVEND1.cob - Return to Vendor Program
      * Fujitsu ASP COBOLG Program
      * Damaged or wrong deliveries used to go back to the supplier
      * as a plain STKMOV1 issue, which charged them to a department
      * on CHGBCK1 and lost the tie to the order and the vendor. This
      * program posts the return instead: against a PO-NUMBER (the
      * vendor and item come from the order) or, for goods with no
      * order to hand, against a VEND-CODE and an item. It takes the
      * returned quantity and a reason code, takes the quantity off
      * IN-ITEM-QTY (never below zero), and appends the movement to
      * ITEM.TRAN as its own type 'V' -- not an issue, so CHGBCK1
      * charges no department, while STKRCN1 ties the book quantity
      * to its after-quantity like any other line. A return against
      * a PO also comes off PO-RECVD-QTY and reopens the order as
      * P, with the quantity put back on the item's on-order cover
      * so LOWSTK1/POGEN1 wait for the replacement instead of
      * ordering again. Every return gets a numbered return note
      * (RT plus the number run on from RTNNUM.CTL, the way POGEN1
      * keeps PONUM.CTL) printed to RTNOTE.PRT for the driver to
      * take with the goods, captured through RPTSPOOL.
      * Journal line for a return: reference = the PO number (or
      * the return note number when there is no PO) followed by the
      * two-character reason; the vendor code goes where an issue
      * carries its department.
      * Reason codes: DM damaged, WR wrong item, QA failed quality
      * check, OV over-delivered.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Initial version.
      * 2026-10-14  Returned goods leave from a stock location: the
      *             LOC-CODE is asked for with the reason (validated
      *             through LOCVAL1), the location must hold the
      *             quantity, STKLOC1 takes it off ITEMLOC.MASTER,
      *             and the location is appended to the journal line.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.
      * 2026-10-15  Refuses to start while the maintenance lock
      *             (LCKCTL1) is set -- FILEUTL1 reloads ITEM.MASTER
      *             under it -- showing the lock's reason and
      *             expected end, so nothing keyed here is lost to
      *             the rebuilt file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVEND1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "PO.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-NUMBER
                  FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT RTNNUM-FILE ASSIGN TO "RTNNUM.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RTNNUM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RTNOTE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  PO-RECORD.
           05  PO-NUMBER       PIC X(8).
           05  PO-ITEM-ID      PIC X(10).
           05  PO-ITEM-NAME    PIC X(20).
           05  PO-ORDER-QTY    PIC 9(5).
           05  PO-DATE         PIC 9(8).
           05  PO-STATUS       PIC X(1).
           05  PO-RECVD-QTY    PIC 9(5).
           05  PO-VEND-CODE    PIC X(4).
           05  PO-CANCEL-DATE  PIC 9(8).
           05  PO-FILLER       PIC X(11).

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

       FD  RTNNUM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  RTNNUM-RECORD           PIC 9(6).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PO-FILE-STATUS       PIC XX.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-TRAN-FILE-STATUS     PIC XX.
       01  WS-RTNNUM-FILE-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-PO-FOUND-FLAG        PIC X VALUE 'N'.
       01  WS-INPUT-OK-FLAG        PIC X VALUE 'N'.
       01  WS-POSTED-FLAG          PIC X VALUE 'N'.
       01  WS-VEND-VALID-FLAG      PIC X VALUE 'N'.
       01  WS-VEND-NAME-WORK       PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE         PIC 9(6).
       01  WS-CURRENT-TIME         PIC 9(8).
       01  WS-CURRENT-DATE-8       PIC 9(8).
       01  WS-QTY-BEFORE           PIC 9(5) VALUE ZERO.
       01  WS-QTY-AFTER            PIC 9(5) VALUE ZERO.
       01  WS-ON-ORDER-WORK        PIC 9(6) VALUE ZERO.
       01  WS-ITEM-UNIT-COST       PIC 9(5)V99 VALUE ZERO.
       01  WS-LAST-RTN-NUMBER      PIC 9(6) VALUE ZERO.
       01  WS-REASON-TEXT          PIC X(20) VALUE SPACES.

      * The location the goods leave from, and its quantity on
      * ITEMLOC.MASTER through STKLOC1.
       01  WS-LOC-CODE             PIC X(4) VALUE SPACES.
       01  WS-LOC-VALID-FLAG       PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK        PIC X(20) VALUE SPACES.
       01  WS-LOC-ACTION           PIC X(1) VALUE SPACE.
       01  WS-LOC-QTY              PIC 9(5) VALUE ZERO.
       01  WS-LOC-QTY-BEFORE       PIC 9(5) VALUE ZERO.
       01  WS-LOC-RESULT           PIC X(1) VALUE 'N'.

       01  WS-RTN-NUMBER-BUILT.
           05  FILLER              PIC X(2) VALUE "RT".
           05  WS-RTN-SEQ          PIC 9(6).

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

       01  WS-NOTE-HEADER.
           05  FILLER              PIC X(20) VALUE
               "RETURN TO VENDOR".
           05  FILLER              PIC X(8)  VALUE "NOTE ".
           05  WS-N-RTN-NUMBER     PIC X(8).
           05  FILLER              PIC X(8)  VALUE "  DATE ".
           05  WS-N-DATE           PIC 9(8).

       01  WS-NOTE-VENDOR-LINE.
           05  FILLER              PIC X(10) VALUE "VENDOR".
           05  WS-N-VEND-CODE      PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-N-VEND-NAME      PIC X(20).

       01  WS-NOTE-PO-LINE.
           05  FILLER              PIC X(10) VALUE "PO NUMBER".
           05  WS-N-PO-NUMBER      PIC X(8).

       01  WS-NOTE-ITEM-LINE.
           05  FILLER              PIC X(10) VALUE "ITEM".
           05  WS-N-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-N-ITEM-NAME      PIC X(20).

       01  WS-NOTE-QTY-LINE.
           05  FILLER              PIC X(10) VALUE "QUANTITY".
           05  WS-N-QTY            PIC ZZZZ9.

       01  WS-NOTE-REASON-LINE.
           05  FILLER              PIC X(10) VALUE "REASON".
           05  WS-N-REASON-CODE    PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-N-REASON-TEXT    PIC X(20).

       01  WS-NOTE-SIGN-LINE.
           05  FILLER              PIC X(60) VALUE
               "RELEASED BY ________  DRIVER ________  RECEIVED ______".

       01  WS-NOTE-SEPARATOR.
           05  FILLER              PIC X(60) VALUE ALL "-".

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Return to Vendor".
           05  WS-MODE-LABEL       PIC X(30)
               VALUE "Against (P=PO V=vendor):".
           05  WS-PO-LABEL         PIC X(20) VALUE "PO Number:".
           05  WS-VEND-LABEL       PIC X(20) VALUE "Vendor Code:".
           05  WS-ITEM-LABEL       PIC X(20) VALUE "Item ID:".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Returned Qty:".
           05  WS-REASON-LABEL     PIC X(30)
               VALUE "Reason (DM WR QA OV):".
           05  WS-LOC-LABEL        PIC X(30)
               VALUE "Return from Location:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-RETURN-MODE      PIC X(1).
           05  WS-PO-NUMBER        PIC X(8).
           05  WS-VEND-CODE        PIC X(4).
           05  WS-ITEM-ID          PIC X(10).
           05  WS-RETURN-QTY       PIC 9(5) VALUE ZERO.
           05  WS-REASON-CODE      PIC X(2).

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
           IF WS-PRD-OPEN-FLAG = 'Y'
               DISPLAY WS-MODE-LABEL
               ACCEPT WS-RETURN-MODE
               EVALUATE WS-RETURN-MODE
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM RETURN-AGAINST-PO
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM RETURN-AGAINST-VENDOR
                   WHEN OTHER
                       MOVE "Error: Return must be against P or V" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
               END-EVALUATE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       RETURN-AGAINST-PO.
      *    Only goods that were received against the order can go
      *    back against it, and no more than were received.
           DISPLAY WS-PO-LABEL.
           ACCEPT WS-PO-NUMBER.
           PERFORM FETCH-PO-RECORD.
           IF WS-PO-FOUND-FLAG = 'Y'
               IF PO-RECVD-QTY NOT NUMERIC
                   MOVE ZEROS TO PO-RECVD-QTY
               END-IF
               EVALUATE TRUE
                   WHEN PO-STATUS NOT = 'P' AND PO-STATUS NOT = 'C'
                       MOVE "Error: Nothing received on this PO" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       PERFORM RELEASE-PO-FILE
                   WHEN OTHER
                       MOVE PO-ITEM-ID TO WS-ITEM-ID
                       MOVE PO-VEND-CODE TO WS-VEND-CODE
                       PERFORM ACCEPT-RETURN-DETAIL
                       IF WS-INPUT-OK-FLAG = 'Y'
                               AND WS-RETURN-QTY > PO-RECVD-QTY
                           MOVE "Error: Exceeds quantity received on PO"
                               TO WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                           MOVE 'N' TO WS-INPUT-OK-FLAG
                       END-IF
                       IF WS-INPUT-OK-FLAG = 'Y'
                           PERFORM POST-VENDOR-RETURN
                       END-IF
                       IF WS-POSTED-FLAG = 'Y'
                           PERFORM REOPEN-PO-FOR-REPLACEMENT
                       ELSE
                           PERFORM RELEASE-PO-FILE
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-POSTED-FLAG = 'Y'
               PERFORM FINISH-RETURN
           END-IF.

       RETURN-AGAINST-VENDOR.
           MOVE SPACES TO WS-PO-NUMBER.
           DISPLAY WS-VEND-LABEL.
           ACCEPT WS-VEND-CODE.
           MOVE 'N' TO WS-VEND-VALID-FLAG.
           CALL 'VENDVAL1' USING WS-VEND-CODE WS-VEND-VALID-FLAG
                                 WS-VEND-NAME-WORK.
           IF WS-VEND-VALID-FLAG NOT = 'Y'
               MOVE "Error: Unrecognized vendor code" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               DISPLAY WS-ITEM-LABEL
               ACCEPT WS-ITEM-ID
               PERFORM ACCEPT-RETURN-DETAIL
               IF WS-INPUT-OK-FLAG = 'Y'
                   PERFORM POST-VENDOR-RETURN
               END-IF
               IF WS-POSTED-FLAG = 'Y'
                   PERFORM FINISH-RETURN
               END-IF
           END-IF.

       FETCH-PO-RECORD.
      *    The PO file stays open I-O across the posting so the
      *    rewrite lands on the record just read; RELEASE-PO-FILE
      *    closes it on every exit path, as in PORECV1.
           MOVE 'N' TO WS-PO-FOUND-FLAG.
           OPEN I-O PO-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open PO.MASTER file "
                       WS-PO-FILE-STATUS
           ELSE
               MOVE WS-PO-NUMBER TO PO-NUMBER
               READ PO-FILE
                   INVALID KEY
                       MOVE "Error: PO number not found" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       PERFORM RELEASE-PO-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PO-FOUND-FLAG
               END-READ
           END-IF.

       RELEASE-PO-FILE.
           CLOSE PO-FILE.

       ACCEPT-RETURN-DETAIL.
           MOVE 'N' TO WS-INPUT-OK-FLAG.
           DISPLAY WS-QTY-LABEL.
           ACCEPT WS-RETURN-QTY.
           DISPLAY WS-REASON-LABEL.
           ACCEPT WS-REASON-CODE.
           EVALUATE WS-REASON-CODE
               WHEN "DM"
                   MOVE "DAMAGED" TO WS-REASON-TEXT
               WHEN "WR"
                   MOVE "WRONG ITEM" TO WS-REASON-TEXT
               WHEN "QA"
                   MOVE "FAILED QUALITY CHECK" TO WS-REASON-TEXT
               WHEN "OV"
                   MOVE "OVER-DELIVERED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.
           DISPLAY WS-LOC-LABEL.
           MOVE SPACES TO WS-LOC-CODE.
           ACCEPT WS-LOC-CODE.
           MOVE 'N' TO WS-LOC-VALID-FLAG.
           IF WS-LOC-CODE NOT = SPACES
               CALL 'LOCVAL1' USING WS-LOC-CODE WS-LOC-VALID-FLAG
                                    WS-LOC-NAME-WORK
           END-IF.
           EVALUATE TRUE
               WHEN WS-RETURN-QTY = ZERO
                   MOVE "Error: A returned quantity is required" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-REASON-TEXT = SPACES
                   MOVE "Error: Reason must be DM, WR, QA or OV" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-LOC-VALID-FLAG NOT = 'Y'
                   MOVE "Error: Unrecognized location code" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-INPUT-OK-FLAG
           END-EVALUATE.

       POST-VENDOR-RETURN.
           MOVE 'N' TO WS-POSTED-FLAG.
           OPEN I-O INFILE.
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
                       PERFORM APPLY-RETURN-TO-ITEM
               END-READ
               CLOSE INFILE
           END-IF.

       APPLY-RETURN-TO-ITEM.
      *    The same rule STKMOV1 applies to an issue: stock never
      *    goes negative. A return against a PO also puts the
      *    quantity back on order -- the replacement is inbound.
      *    The goods must also be at the location they leave from.
           MOVE IN-ITEM-QTY TO WS-QTY-BEFORE.
           MOVE 'Q' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-LOC-CODE
                                WS-RETURN-QTY WS-LOC-QTY-BEFORE
                                WS-LOC-RESULT.
           IF IN-UNIT-COST IS NUMERIC
               MOVE IN-UNIT-COST TO WS-ITEM-UNIT-COST
           ELSE
               MOVE ZERO TO WS-ITEM-UNIT-COST
           END-IF.
           EVALUATE TRUE
               WHEN WS-RETURN-QTY > WS-QTY-BEFORE
                   MOVE "Error: Return would drive stock negative" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-RETURN-QTY > WS-LOC-QTY-BEFORE
                   MOVE "Error: Not that much held at location" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN OTHER
                   PERFORM TAKE-RETURN-FROM-STOCK
           END-EVALUATE.

       TAKE-RETURN-FROM-STOCK.
           COMPUTE WS-QTY-AFTER = WS-QTY-BEFORE - WS-RETURN-QTY.
           MOVE WS-QTY-AFTER TO IN-ITEM-QTY.
           IF WS-PO-NUMBER NOT = SPACES
               COMPUTE WS-ON-ORDER-WORK =
                   IN-ON-ORDER-QTY + WS-RETURN-QTY
               IF WS-ON-ORDER-WORK > 99999
                   MOVE 99999 TO IN-ON-ORDER-QTY
               ELSE
                   MOVE WS-ON-ORDER-WORK TO IN-ON-ORDER-QTY
               END-IF
           END-IF.
           MOVE IN-ITEM-NAME TO WS-N-ITEM-NAME.
           REWRITE INFILE-REC
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite ITEM.MASTER "
                           WS-INFILE-STATUS
           END-REWRITE.
           IF WS-INFILE-STATUS = "00"
               MOVE 'Y' TO WS-POSTED-FLAG
               PERFORM TAKE-RETURN-FROM-LOCATION
           END-IF.

       TAKE-RETURN-FROM-LOCATION.
           MOVE 'S' TO WS-LOC-ACTION.
           CALL 'STKLOC1' USING WS-LOC-ACTION WS-ITEM-ID WS-LOC-CODE
                                WS-RETURN-QTY WS-LOC-QTY
                                WS-LOC-RESULT.
           IF WS-LOC-RESULT NOT = 'Y'
               DISPLAY "ERROR: Location " WS-LOC-CODE " not updated "
                       "- LOCRCN1 will report " WS-ITEM-ID
           END-IF.

       REOPEN-PO-FOR-REPLACEMENT.
           SUBTRACT WS-RETURN-QTY FROM PO-RECVD-QTY.
           MOVE 'P' TO PO-STATUS.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite PO.MASTER "
                           WS-PO-FILE-STATUS
           END-REWRITE.
           PERFORM RELEASE-PO-FILE.

       FINISH-RETURN.
           PERFORM TAKE-RETURN-NUMBER.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM PRINT-RETURN-NOTE.
           CALL 'RPTSPOOL' USING "RTNOTE  " "RTNOTE.PRT  ".
           MOVE "Return posted - note " TO WS-MESSAGE-LINE.
           DISPLAY WS-MESSAGE-LINE WS-RTN-NUMBER-BUILT.

       TAKE-RETURN-NUMBER.
      *    Read and checkpoint at once, the way POGEN1 keeps
      *    PONUM.CTL; a missing control file starts from zero.
           MOVE ZERO TO WS-LAST-RTN-NUMBER.
           OPEN INPUT RTNNUM-FILE.
           IF WS-RTNNUM-FILE-STATUS = "00"
               READ RTNNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RTNNUM-RECORD TO WS-LAST-RTN-NUMBER
               END-READ
               CLOSE RTNNUM-FILE
           END-IF.
           ADD 1 TO WS-LAST-RTN-NUMBER.
           MOVE WS-LAST-RTN-NUMBER TO WS-RTN-SEQ.
           MOVE WS-LAST-RTN-NUMBER TO RTNNUM-RECORD.
           OPEN OUTPUT RTNNUM-FILE.
           WRITE RTNNUM-RECORD.
           CLOSE RTNNUM-FILE.

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
               MOVE 'V' TO WS-T-TYPE
               MOVE WS-ITEM-ID TO WS-T-ITEM-ID
               MOVE WS-RETURN-QTY TO WS-T-QTY
               MOVE WS-QTY-BEFORE TO WS-T-QTY-BEFORE
               MOVE WS-QTY-AFTER TO WS-T-QTY-AFTER
               MOVE SPACES TO WS-T-REFERENCE
               IF WS-PO-NUMBER NOT = SPACES
                   MOVE WS-PO-NUMBER TO WS-T-REFERENCE (1:8)
               ELSE
                   MOVE WS-RTN-NUMBER-BUILT TO WS-T-REFERENCE (1:8)
               END-IF
               MOVE WS-REASON-CODE TO WS-T-REFERENCE (9:2)
               MOVE WS-ITEM-UNIT-COST TO WS-T-UNIT-COST
               MOVE WS-VEND-CODE TO WS-T-DEPT-CODE
               MOVE WS-LOC-CODE TO WS-T-LOC-CODE
               MOVE WS-TRAN-DETAIL TO TRAN-LINE
               WRITE TRAN-LINE
               CLOSE TRAN-FILE
           ELSE
               DISPLAY "ERROR: Cannot open ITEM.TRAN file "
                       WS-TRAN-FILE-STATUS
           END-IF.

       PRINT-RETURN-NOTE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open RTNOTE.PRT file "
                       WS-PRINT-FILE-STATUS
           ELSE
               ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
               MOVE WS-RTN-NUMBER-BUILT TO WS-N-RTN-NUMBER
               MOVE WS-CURRENT-DATE-8 TO WS-N-DATE
               MOVE WS-NOTE-HEADER TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-NOTE-SEPARATOR TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-VEND-CODE TO WS-N-VEND-CODE
               MOVE 'N' TO WS-VEND-VALID-FLAG
               CALL 'VENDVAL1' USING WS-VEND-CODE WS-VEND-VALID-FLAG
                                     WS-VEND-NAME-WORK
               IF WS-VEND-NAME-WORK = SPACES
                   MOVE "(NOT ON VEND.MASTER)" TO WS-N-VEND-NAME
               ELSE
                   MOVE WS-VEND-NAME-WORK TO WS-N-VEND-NAME
               END-IF
               MOVE WS-NOTE-VENDOR-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-PO-NUMBER NOT = SPACES
                   MOVE WS-PO-NUMBER TO WS-N-PO-NUMBER
                   MOVE WS-NOTE-PO-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               MOVE WS-ITEM-ID TO WS-N-ITEM-ID
               MOVE WS-NOTE-ITEM-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RETURN-QTY TO WS-N-QTY
               MOVE WS-NOTE-QTY-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-REASON-CODE TO WS-N-REASON-CODE
               MOVE WS-REASON-TEXT TO WS-N-REASON-TEXT
               MOVE WS-NOTE-REASON-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-NOTE-SEPARATOR TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-NOTE-SIGN-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               CLOSE PRINT-FILE
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

      * VINVENT1.cob - Vendor Invoice Entry and Three-Way Match
      * Fujitsu ASP COBOLG Program
      * Supplier invoices used to be ticked off against the PO and
      * the delivery note by hand, and goods that never arrived were
      * paid for. Action A keys an invoice onto VINV.MASTER -- the
      * vendor (active on VEND.MASTER), invoice number and date, then
      * one line per PO billed: PO-NUMBER, item, quantity billed and
      * unit price, until a blank PO number. The PO must be on
      * PO.MASTER for that vendor and item. Each line is matched as
      * it is keyed:
      *   quantity -- everything billed against the PO on any
      *     invoice, this line included, against PO-ORDER-QTY (hold
      *     'O') and PO-RECVD-QTY, what PORECV1 has booked in (hold
      *     'R'); so a second invoice for the same delivery holds too
      *   price -- the unit price against the item's IN-UNIT-COST,
      *     either way, within TOL=nn percent on VINV.PRM (default
      *     05); outside it, hold 'P'
      * A line passing both is approved for payment (status A), any
      * other is held (H). Action M matches an invoice's held lines
      * again, after the rest of the goods are received or the cost
      * corrected; D removes an invoice keyed in error. Entries,
      * re-matches and removals are logged to OPER.LOG through
      * OPLOG1. VINVRPT1 prints the held-invoice report and the
      * approved-for-payment list.
      *
      * MODIFICATION HISTORY
      * 2026-10-13  Initial version.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINVENT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINV-FILE ASSIGN TO "VINV.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VI-KEY
                  FILE STATUS IS WS-VINV-FILE-STATUS.
           SELECT PO-FILE ASSIGN TO "PO.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-NUMBER
                  FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "VINV.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VINV-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  VINV-RECORD.
           05  VI-KEY.
               10  VI-VEND-CODE    PIC X(4).
               10  VI-INV-NO       PIC X(10).
               10  VI-LINE-NO      PIC 9(2).
           05  VI-INV-DATE         PIC 9(8).
           05  VI-PO-NUMBER        PIC X(8).
           05  VI-ITEM-ID          PIC X(10).
           05  VI-BILL-QTY         PIC 9(5).
           05  VI-UNIT-PRICE       PIC 9(5)V99.
           05  VI-MATCH-STATUS     PIC X(1).
           05  VI-HOLD-QTY         PIC X(1).
           05  VI-HOLD-PRICE       PIC X(1).
           05  VI-ENTRY-DATE       PIC 9(8).
           05  VI-OPERATOR         PIC X(8).
           05  VI-FILLER           PIC X(7).

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

       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-LINE           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-VINV-FILE-STATUS PIC XX.
       01  WS-PO-FILE-STATUS   PIC XX.
       01  WS-INFILE-STATUS    PIC XX.
       01  WS-PARM-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-FILES-OPEN-FLAG  PIC X VALUE 'N'.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-LINE-OK-FLAG     PIC X VALUE 'N'.
       01  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-END-OF-LINES     PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-TOLERANCE-PCT    PIC 9(2) VALUE 5.
       01  WS-LINE-NO          PIC 9(2) VALUE ZERO.
       01  WS-MAX-LINES        PIC 9(2) VALUE 99.
       01  WS-APPROVED-COUNT   PIC 9(2) VALUE ZERO.
       01  WS-HELD-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-REMOVED-COUNT    PIC 9(2) VALUE ZERO.

      * Three-way match working fields.
       01  WS-RECVD-QTY        PIC 9(5) VALUE ZERO.
       01  WS-UNIT-COST        PIC 9(5)V99 VALUE ZERO.
       01  WS-BILLED-TOTAL     PIC 9(7) VALUE ZERO.
       01  WS-PRICE-DIFF       PIC S9(5)V99 VALUE ZERO.
       01  WS-PRICE-LIMIT      PIC 9(5)V9999 VALUE ZERO.
       01  WS-MATCH-STATUS     PIC X(1) VALUE SPACE.
       01  WS-HOLD-QTY         PIC X(1) VALUE SPACE.
       01  WS-HOLD-PRICE       PIC X(1) VALUE SPACE.

      * The invoice's held lines, gathered before re-matching so the
      * billed-to-date scan can move through the file freely.
       01  WS-HELD-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-HELD-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-LINE-NO PIC 9(2) OCCURS 99 TIMES.

       01  WS-EFF-DATE-R.
           05  WS-ED-YEAR      PIC 9(4).
           05  WS-ED-MONTH     PIC 9(2).
           05  WS-ED-DAY       PIC 9(2).
       01  WS-DAYS-IN-MONTH    PIC 9(2) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       01  WS-VEND-VALID-FLAG  PIC X(1) VALUE 'N'.
       01  WS-VEND-NAME-WORK   PIC X(20) VALUE SPACES.
       01  WS-LOG-DETAIL       PIC X(20) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER              PIC X(6)  VALUE "  LINE".
           05  WS-RL-LINE-NO       PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-PO-NUMBER     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-RESULT        PIC X(40).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Vendor Invoice Entry".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ACTION-LABEL     PIC X(40)
               VALUE "Action (A=enter M=rematch D=remove):".
           05  WS-VEND-LABEL       PIC X(20) VALUE "Vendor Code:".
           05  WS-INV-LABEL        PIC X(20) VALUE "Invoice No:".
           05  WS-DATE-LABEL       PIC X(30)
               VALUE "Invoice Date (YYYYMMDD):".
           05  WS-PO-LABEL         PIC X(30)
               VALUE "PO Number (blank=end):".
           05  WS-ITEM-LABEL       PIC X(20) VALUE "Item ID:".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Qty Billed:".
           05  WS-PRICE-LABEL      PIC X(20) VALUE "Unit Price:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-VEND-CODE        PIC X(4).
           05  WS-INV-NO           PIC X(10).
           05  WS-INV-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-PO-NUMBER        PIC X(8).
           05  WS-ITEM-ID          PIC X(10).
           05  WS-BILL-QTY         PIC 9(5) VALUE ZEROS.
           05  WS-UNIT-PRICE       PIC 9(5)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-OPERATOR-LABEL.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN 'a'
                   MOVE 'A' TO WS-ACTION-CODE
               WHEN 'm'
                   MOVE 'M' TO WS-ACTION-CODE
               WHEN 'd'
                   MOVE 'D' TO WS-ACTION-CODE
           END-EVALUATE.
           IF WS-ACTION-CODE NOT = 'A' AND WS-ACTION-CODE NOT = 'M'
                   AND WS-ACTION-CODE NOT = 'D'
               MOVE "Error: Action must be A, M or D" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           PERFORM LOAD-MATCH-PARMS.
           PERFORM OPEN-INVOICE-FILES.
           IF WS-FILES-OPEN-FLAG = 'Y'
               EVALUATE WS-ACTION-CODE
                   WHEN 'A'
                       PERFORM ENTER-INVOICE
                   WHEN 'M'
                       PERFORM REMATCH-INVOICE
                   WHEN 'D'
                       PERFORM REMOVE-INVOICE
               END-EVALUATE
               PERFORM CLOSE-INVOICE-FILES
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-MATCH-PARMS.
      *    A missing VINV.PRM leaves the 5 percent default.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PARM-LINE (1:4) = "TOL="
                                   AND PARM-LINE (5:2) IS NUMERIC
                               MOVE PARM-LINE (5:2) TO
                                   WS-TOLERANCE-PCT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       OPEN-INVOICE-FILES.
           MOVE 'N' TO WS-FILES-OPEN-FLAG.
           OPEN I-O VINV-FILE.
           IF WS-VINV-FILE-STATUS = "35"
      *        VINV.MASTER DOES NOT EXIST YET - FIRST INVOICE BEING
      *        KEYED
               OPEN OUTPUT VINV-FILE
               CLOSE VINV-FILE
               OPEN I-O VINV-FILE
           END-IF.
           IF WS-VINV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open VINV.MASTER file "
                       WS-VINV-FILE-STATUS
           ELSE
               OPEN INPUT PO-FILE
               IF WS-PO-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open PO.MASTER file "
                           WS-PO-FILE-STATUS
                   CLOSE VINV-FILE
               ELSE
                   OPEN INPUT INFILE
                   IF WS-INFILE-STATUS NOT = "00"
                       DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                               WS-INFILE-STATUS
                       CLOSE VINV-FILE
                       CLOSE PO-FILE
                   ELSE
                       MOVE 'Y' TO WS-FILES-OPEN-FLAG
                   END-IF
               END-IF
           END-IF.

       CLOSE-INVOICE-FILES.
           CLOSE VINV-FILE.
           CLOSE PO-FILE.
           CLOSE INFILE.

       ENTER-INVOICE.
           DISPLAY WS-VEND-LABEL.
           ACCEPT WS-VEND-CODE.
           CALL 'VENDVAL1' USING WS-VEND-CODE WS-VEND-VALID-FLAG
                                 WS-VEND-NAME-WORK.
           IF WS-VEND-VALID-FLAG NOT = 'Y'
               MOVE "Error: Vendor not active on VEND.MASTER" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               DISPLAY WS-INV-LABEL
               ACCEPT WS-INV-NO
               PERFORM CHECK-INVOICE-ON-FILE
               EVALUATE TRUE
                   WHEN WS-INV-NO = SPACES
                       MOVE "Error: An invoice number is required" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN WS-FOUND-FLAG = 'Y'
                       MOVE "Error: Invoice already on VINV.MASTER" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN OTHER
                       DISPLAY WS-DATE-LABEL
                       ACCEPT WS-INV-DATE
                       PERFORM JUDGE-INVOICE-DATE
                       IF WS-DATE-VALID-FLAG = 'Y'
                           PERFORM ENTER-INVOICE-LINES
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-INVOICE-ON-FILE.
      *    Any line under this vendor and invoice number means the
      *    invoice has been keyed before.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE WS-VEND-CODE TO VI-VEND-CODE.
           MOVE WS-INV-NO TO VI-INV-NO.
           MOVE ZERO TO VI-LINE-NO.
           START VINV-FILE KEY IS NOT LESS THAN VI-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VINV-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VI-VEND-CODE = WS-VEND-CODE
                                   AND VI-INV-NO = WS-INV-NO
                               MOVE 'Y' TO WS-FOUND-FLAG
                           END-IF
                   END-READ
           END-START.

       JUDGE-INVOICE-DATE.
      *    A real calendar date, no later than today -- the same
      *    month-length and leap-year wheel TRNENT1 turns.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           MOVE WS-INV-DATE TO WS-EFF-DATE-R.
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                   OR WS-ED-YEAR < 1900
               MOVE "Error: Not a real calendar date" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               PERFORM SET-DAYS-IN-MONTH
               EVALUATE TRUE
                   WHEN WS-ED-DAY < 1
                           OR WS-ED-DAY > WS-DAYS-IN-MONTH
                       MOVE "Error: Not a real calendar date" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN WS-INV-DATE > WS-CURRENT-DATE-8
                       MOVE "Error: Invoice date is in the future" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN OTHER
                       MOVE 'Y' TO WS-DATE-VALID-FLAG
               END-EVALUATE
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-ED-MONTH
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   PERFORM JUDGE-LEAP-YEAR
                   IF WS-LEAP-FLAG = 'Y'
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       JUDGE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-ED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG
               DIVIDE WS-ED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-FLAG
                   DIVIDE WS-ED-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

       ENTER-INVOICE-LINES.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-APPROVED-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE 'N' TO WS-END-OF-LINES.
           PERFORM UNTIL WS-END-OF-LINES = 'Y'
               DISPLAY WS-PO-LABEL
               ACCEPT WS-PO-NUMBER
               IF WS-PO-NUMBER = SPACES
                   MOVE 'Y' TO WS-END-OF-LINES
               ELSE
                   DISPLAY WS-ITEM-LABEL
                   ACCEPT WS-ITEM-ID
                   DISPLAY WS-QTY-LABEL
                   ACCEPT WS-BILL-QTY
                   DISPLAY WS-PRICE-LABEL
                   ACCEPT WS-UNIT-PRICE
                   PERFORM CHECK-INVOICE-LINE
                   IF WS-LINE-OK-FLAG = 'Y'
                       ADD 1 TO WS-LINE-NO
                       PERFORM MATCH-INVOICE-LINE
                       PERFORM WRITE-INVOICE-LINE
                       IF WS-LINE-NO = WS-MAX-LINES
                           MOVE "Invoice is full - 99 lines" TO
                               WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                           MOVE 'Y' TO WS-END-OF-LINES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINE-NO = ZERO
               MOVE "No lines entered - invoice not stored" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "INV " DELIMITED BY SIZE
                      WS-VEND-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INV-NO DELIMITED BY SIZE
                      INTO WS-LOG-DETAIL
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "VINVENT "
                                   WS-LOG-DETAIL
               DISPLAY "Invoice stored: " WS-APPROVED-COUNT
                       " line(s) approved, " WS-HELD-COUNT
                       " line(s) held."
           END-IF.

       CHECK-INVOICE-LINE.
      *    The PO must be this vendor's order for this item; a line
      *    that fails here is not stored at all.
           MOVE 'N' TO WS-LINE-OK-FLAG.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           READ PO-FILE
               INVALID KEY
                   MOVE "Error: PO not on PO.MASTER - line skipped"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PO-VEND-CODE NOT = WS-VEND-CODE
                           MOVE "Error: PO is another vendor's"
                               TO WS-MESSAGE-LINE
                       WHEN PO-ITEM-ID NOT = WS-ITEM-ID
                           MOVE "Error: Item is not on that PO"
                               TO WS-MESSAGE-LINE
                       WHEN WS-BILL-QTY = ZERO
                           MOVE "Error: Qty billed is zero - skipped"
                               TO WS-MESSAGE-LINE
                       WHEN OTHER
                           MOVE 'Y' TO WS-LINE-OK-FLAG
                   END-EVALUATE
           END-READ.
           IF WS-LINE-OK-FLAG NOT = 'Y'
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       MATCH-INVOICE-LINE.
      *    Three-way match of the line in WS-PO-NUMBER / WS-ITEM-ID /
      *    WS-BILL-QTY / WS-UNIT-PRICE, invoice line WS-LINE-NO. The
      *    PO record is re-read so a re-match sees today's receipts.
           MOVE 'A' TO WS-MATCH-STATUS.
           MOVE SPACE TO WS-HOLD-QTY.
           MOVE SPACE TO WS-HOLD-PRICE.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           READ PO-FILE
               INVALID KEY
                   MOVE ZERO TO PO-ORDER-QTY
                   MOVE ZERO TO PO-RECVD-QTY
           END-READ.
           IF PO-RECVD-QTY IS NUMERIC
               MOVE PO-RECVD-QTY TO WS-RECVD-QTY
           ELSE
      *        Orders cut before the received-to-date field existed
      *        read as spaces there: nothing received yet.
               MOVE ZERO TO WS-RECVD-QTY
           END-IF.
           PERFORM SUM-BILLED-TO-DATE.
           ADD WS-BILL-QTY TO WS-BILLED-TOTAL.
           EVALUATE TRUE
               WHEN WS-BILLED-TOTAL > PO-ORDER-QTY
                   MOVE 'O' TO WS-HOLD-QTY
               WHEN WS-BILLED-TOTAL > WS-RECVD-QTY
                   MOVE 'R' TO WS-HOLD-QTY
           END-EVALUATE.
           MOVE WS-ITEM-ID TO IN-ITEM-ID.
           READ INFILE
               INVALID KEY
                   MOVE ZERO TO WS-UNIT-COST
               NOT INVALID KEY
                   MOVE IN-UNIT-COST TO WS-UNIT-COST
           END-READ.
           COMPUTE WS-PRICE-DIFF = WS-UNIT-PRICE - WS-UNIT-COST.
           IF WS-PRICE-DIFF < ZERO
               COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
           END-IF.
           COMPUTE WS-PRICE-LIMIT =
               WS-UNIT-COST * WS-TOLERANCE-PCT / 100.
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE 'P' TO WS-HOLD-PRICE
           END-IF.
           IF WS-HOLD-QTY NOT = SPACE OR WS-HOLD-PRICE NOT = SPACE
               MOVE 'H' TO WS-MATCH-STATUS
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.
           MOVE WS-LINE-NO TO WS-RL-LINE-NO.
           MOVE WS-PO-NUMBER TO WS-RL-PO-NUMBER.
           EVALUATE TRUE
               WHEN WS-MATCH-STATUS = 'A'
                   MOVE "APPROVED FOR PAYMENT" TO WS-RL-RESULT
               WHEN WS-HOLD-QTY = 'O'
                   MOVE "HELD - BILLED MORE THAN ORDERED" TO
                       WS-RL-RESULT
               WHEN WS-HOLD-QTY = 'R'
                   MOVE "HELD - BILLED MORE THAN RECEIVED" TO
                       WS-RL-RESULT
               WHEN OTHER
                   MOVE "HELD - PRICE OUTSIDE TOLERANCE" TO
                       WS-RL-RESULT
           END-EVALUATE.
           DISPLAY WS-RESULT-LINE.

       SUM-BILLED-TO-DATE.
      *    Quantity billed against the PO on every other invoice
      *    line on file, held or approved.
           MOVE ZERO TO WS-BILLED-TOTAL.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO VI-KEY.
           START VINV-FILE KEY IS NOT LESS THAN VI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VINV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF VI-PO-NUMBER = WS-PO-NUMBER
                           IF VI-VEND-CODE NOT = WS-VEND-CODE
                                   OR VI-INV-NO NOT = WS-INV-NO
                                   OR VI-LINE-NO NOT = WS-LINE-NO
                               ADD VI-BILL-QTY TO WS-BILLED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-INVOICE-LINE.
           MOVE WS-VEND-CODE TO VI-VEND-CODE.
           MOVE WS-INV-NO TO VI-INV-NO.
           MOVE WS-LINE-NO TO VI-LINE-NO.
           MOVE WS-INV-DATE TO VI-INV-DATE.
           MOVE WS-PO-NUMBER TO VI-PO-NUMBER.
           MOVE WS-ITEM-ID TO VI-ITEM-ID.
           MOVE WS-BILL-QTY TO VI-BILL-QTY.
           MOVE WS-UNIT-PRICE TO VI-UNIT-PRICE.
           MOVE WS-MATCH-STATUS TO VI-MATCH-STATUS.
           MOVE WS-HOLD-QTY TO VI-HOLD-QTY.
           MOVE WS-HOLD-PRICE TO VI-HOLD-PRICE.
           MOVE WS-CURRENT-DATE-8 TO VI-ENTRY-DATE.
           MOVE WS-OPERATOR-ID TO VI-OPERATOR.
           MOVE SPACES TO VI-FILLER.
           WRITE VINV-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write VINV.MASTER record "
                           WS-VINV-FILE-STATUS
           END-WRITE.

       REMATCH-INVOICE.
           DISPLAY WS-VEND-LABEL.
           ACCEPT WS-VEND-CODE.
           DISPLAY WS-INV-LABEL.
           ACCEPT WS-INV-NO.
           PERFORM LOAD-HELD-LINES.
           IF WS-FOUND-FLAG NOT = 'Y'
               MOVE "Error: No such invoice on VINV.MASTER" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               IF WS-HELD-TABLE-COUNT = ZERO
                   MOVE "No held lines on this invoice" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   MOVE ZERO TO WS-APPROVED-COUNT
                   MOVE ZERO TO WS-HELD-COUNT
                   PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                             UNTIL WS-HELD-INDEX > WS-HELD-TABLE-COUNT
                       PERFORM REMATCH-ONE-LINE
                   END-PERFORM
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "RMT " DELIMITED BY SIZE
                          WS-VEND-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-INV-NO DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "VINVENT "
                                       WS-LOG-DETAIL
                   DISPLAY "Invoice re-matched: " WS-APPROVED-COUNT
                           " line(s) approved, " WS-HELD-COUNT
                           " line(s) still held."
               END-IF
           END-IF.

       LOAD-HELD-LINES.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-HELD-TABLE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-VEND-CODE TO VI-VEND-CODE.
           MOVE WS-INV-NO TO VI-INV-NO.
           MOVE ZERO TO VI-LINE-NO.
           START VINV-FILE KEY IS NOT LESS THAN VI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VINV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF VI-VEND-CODE NOT = WS-VEND-CODE
                               OR VI-INV-NO NOT = WS-INV-NO
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE 'Y' TO WS-FOUND-FLAG
                           IF VI-MATCH-STATUS = 'H'
                               ADD 1 TO WS-HELD-TABLE-COUNT
                               MOVE VI-LINE-NO TO
                                   WS-HELD-LINE-NO (WS-HELD-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REMATCH-ONE-LINE.
           MOVE WS-VEND-CODE TO VI-VEND-CODE.
           MOVE WS-INV-NO TO VI-INV-NO.
           MOVE WS-HELD-LINE-NO (WS-HELD-INDEX) TO VI-LINE-NO.
           READ VINV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VI-LINE-NO TO WS-LINE-NO
                   MOVE VI-INV-DATE TO WS-INV-DATE
                   MOVE VI-PO-NUMBER TO WS-PO-NUMBER
                   MOVE VI-ITEM-ID TO WS-ITEM-ID
                   MOVE VI-BILL-QTY TO WS-BILL-QTY
                   MOVE VI-UNIT-PRICE TO WS-UNIT-PRICE
                   PERFORM MATCH-INVOICE-LINE
                   PERFORM REWRITE-INVOICE-LINE
           END-READ.

       REWRITE-INVOICE-LINE.
      *    The match scan has moved the file on; read the line back
      *    before rewriting its match result.
           MOVE WS-VEND-CODE TO VI-VEND-CODE.
           MOVE WS-INV-NO TO VI-INV-NO.
           MOVE WS-LINE-NO TO VI-LINE-NO.
           READ VINV-FILE
               INVALID KEY
                   DISPLAY "ERROR: Cannot re-read VINV.MASTER "
                           WS-VINV-FILE-STATUS
               NOT INVALID KEY
                   MOVE WS-MATCH-STATUS TO VI-MATCH-STATUS
                   MOVE WS-HOLD-QTY TO VI-HOLD-QTY
                   MOVE WS-HOLD-PRICE TO VI-HOLD-PRICE
                   REWRITE VINV-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite VINV.MASTER "
                                   WS-VINV-FILE-STATUS
                   END-REWRITE
           END-READ.

       REMOVE-INVOICE.
           DISPLAY WS-VEND-LABEL.
           ACCEPT WS-VEND-CODE.
           DISPLAY WS-INV-LABEL.
           ACCEPT WS-INV-NO.
           MOVE ZERO TO WS-REMOVED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE WS-VEND-CODE TO VI-VEND-CODE
               MOVE WS-INV-NO TO VI-INV-NO
               MOVE ZERO TO VI-LINE-NO
               START VINV-FILE KEY IS NOT LESS THAN VI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               IF WS-EOF-FLAG NOT = 'Y'
                   READ VINV-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-IF
               IF WS-EOF-FLAG NOT = 'Y'
                   IF VI-VEND-CODE NOT = WS-VEND-CODE
                           OR VI-INV-NO NOT = WS-INV-NO
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       DELETE VINV-FILE
                           INVALID KEY
                               DISPLAY "ERROR: Cannot delete "
                                       "VINV.MASTER "
                                       WS-VINV-FILE-STATUS
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT INVALID KEY
                               ADD 1 TO WS-REMOVED-COUNT
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REMOVED-COUNT = ZERO
               MOVE "Error: No such invoice on VINV.MASTER" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "DEL " DELIMITED BY SIZE
                      WS-VEND-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INV-NO DELIMITED BY SIZE
                      INTO WS-LOG-DETAIL
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "VINVENT "
                                   WS-LOG-DETAIL
               DISPLAY "Invoice removed: " WS-REMOVED-COUNT
                       " line(s)."
           END-IF.

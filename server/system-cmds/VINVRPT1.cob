      * VINVRPT1.cob - Vendor Invoice Match Reports Program
      * Fujitsu ASP COBOLG Program
      * Reads VINV.MASTER, the invoices VINVENT1 keys and matches,
      * in vendor / invoice / line order and prints two reports:
      *   VINVHLD.PRT  the matching report -- every invoice with a
      *                line on hold, all its lines shown with the
      *                match result, so accounts payable can chase
      *                the vendor or wait for the goods
      *   VINVPAY.PRT  the approved-for-payment list -- each line
      *                that passed the three-way match with its
      *                amount (quantity billed times unit price),
      *                a total per vendor and a grand total
      * Both are captured as dated, numbered generations through
      * RPTSPOOL like the other reports.
      *
      * MODIFICATION HISTORY
      * 2026-10-13  Initial version.
      * 2026-10-15  Payment list vendor and grand totals, and the
      *             AMOUNT heading, now line up with the detail
      *             line's AMOUNT column.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINVRPT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINV-FILE ASSIGN TO "VINV.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VI-KEY
                  FILE STATUS IS WS-VINV-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "VINVHLD.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT PAY-FILE ASSIGN TO "VINVPAY.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAY-FILE-STATUS.

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

       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-LINE           PIC X(80).

       FD  PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAY-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VINV-FILE-STATUS PIC XX.
       01  WS-HOLD-FILE-STATUS PIC XX.
       01  WS-PAY-FILE-STATUS  PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-FIRST-RECORD     PIC X VALUE 'Y'.
       01  WS-PREV-VEND-CODE   PIC X(4) VALUE SPACES.
       01  WS-PREV-INV-NO      PIC X(10) VALUE SPACES.
       01  WS-INV-HELD-FLAG    PIC X VALUE 'N'.
       01  WS-VEND-VALID-FLAG  PIC X(1) VALUE 'N'.
       01  WS-VEND-NAME-WORK   PIC X(20) VALUE SPACES.
       01  WS-HELD-INV-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-HELD-LINE-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-PAY-LINE-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-VEND-PAY-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-LINE-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01  WS-VEND-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL      PIC 9(11)V99 VALUE ZERO.

      * One invoice's lines, held back until the invoice ends so the
      * whole invoice can be printed once any line of it is held.
       01  WS-INV-LINE-COUNT   PIC 9(2) VALUE ZERO.
       01  WS-INV-LINE-INDEX   PIC 9(2) VALUE ZERO.
       01  WS-SAVE-RECORD      PIC X(80) VALUE SPACES.
       01  WS-INV-LINE-TABLE.
           05  WS-INV-LINE OCCURS 99 TIMES.
               10  WS-IL-RECORD    PIC X(80).

       01  WS-HOLD-REPORT-HEADER.
           05  FILLER          PIC X(30) VALUE
               "VENDOR INVOICE MATCH - HELD".
           05  FILLER          PIC X(8)  VALUE "AS OF ".
           05  WS-HH-DATE      PIC 9(8).

       01  WS-HOLD-INVOICE-LINE.
           05  FILLER          PIC X(8)  VALUE "VENDOR ".
           05  WS-HI-VEND-CODE PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HI-VEND-NAME PIC X(20).
           05  FILLER          PIC X(10) VALUE "  INVOICE ".
           05  WS-HI-INV-NO    PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HI-INV-DATE  PIC 9(8).

       01  WS-HOLD-COLUMN-HEADER.
           05  FILLER          PIC X(6)  VALUE "  LN".
           05  FILLER          PIC X(10) VALUE "PO NUMBER".
           05  FILLER          PIC X(12) VALUE "ITEM ID".
           05  FILLER          PIC X(7)  VALUE " BILLED".
           05  FILLER          PIC X(11) VALUE "  UNIT PRC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "MATCH RESULT".

       01  WS-HOLD-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HD-LINE-NO   PIC Z9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HD-PO-NUMBER PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HD-ITEM-ID   PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HD-BILL-QTY  PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HD-PRICE     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-HD-RESULT    PIC X(34).

       01  WS-HOLD-FOOTER-LINE.
           05  FILLER          PIC X(18) VALUE "HELD INVOICES:".
           05  WS-HF-INV-COUNT PIC ZZZZ9.
           05  FILLER          PIC X(16) VALUE "   HELD LINES:".
           05  WS-HF-LINE-COUNT PIC ZZZZ9.

       01  WS-PAY-REPORT-HEADER.
           05  FILLER          PIC X(30) VALUE
               "APPROVED FOR PAYMENT".
           05  FILLER          PIC X(8)  VALUE "AS OF ".
           05  WS-PH-DATE      PIC 9(8).

       01  WS-PAY-VENDOR-LINE.
           05  FILLER          PIC X(8)  VALUE "VENDOR ".
           05  WS-PV-VEND-CODE PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PV-VEND-NAME PIC X(20).

       01  WS-PAY-COLUMN-HEADER.
           05  FILLER          PIC X(12) VALUE "  INVOICE".
           05  FILLER          PIC X(4)  VALUE "LN".
           05  FILLER          PIC X(10) VALUE "PO NUMBER".
           05  FILLER          PIC X(12) VALUE "ITEM ID".
           05  FILLER          PIC X(7)  VALUE " BILLED".
           05  FILLER          PIC X(11) VALUE "  UNIT PRC".
           05  FILLER          PIC X(17) VALUE "           AMOUNT".

       01  WS-PAY-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PD-INV-NO    PIC X(10).
           05  WS-PD-LINE-NO   PIC Z9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PD-PO-NUMBER PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PD-ITEM-ID   PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PD-BILL-QTY  PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PD-PRICE     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PD-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PAY-VENDOR-TOTAL.
           05  FILLER          PIC X(14) VALUE "  VENDOR TOTAL".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PT-VEND-CODE PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-PT-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(7)  VALUE " LINES".
           05  FILLER          PIC X(22) VALUE SPACES.
           05  WS-PT-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PAY-GRAND-TOTAL.
           05  FILLER          PIC X(22) VALUE "TOTAL APPROVED".
           05  WS-PG-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(7)  VALUE " LINES".
           05  FILLER          PIC X(22) VALUE SPACES.
           05  WS-PG-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           MOVE WS-CURRENT-DATE-8 TO WS-HH-DATE.
           MOVE WS-HOLD-REPORT-HEADER TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE WS-CURRENT-DATE-8 TO WS-PH-DATE.
           MOVE WS-PAY-REPORT-HEADER TO PAY-LINE.
           WRITE PAY-LINE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VINV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-INVOICE-LINE
               END-READ
           END-PERFORM.
           IF WS-FIRST-RECORD NOT = 'Y'
               PERFORM END-OF-INVOICE
               PERFORM END-OF-VENDOR
           END-IF.
           MOVE WS-HELD-INV-COUNT TO WS-HF-INV-COUNT.
           MOVE WS-HELD-LINE-COUNT TO WS-HF-LINE-COUNT.
           MOVE WS-HOLD-FOOTER-LINE TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE WS-PAY-LINE-COUNT TO WS-PG-COUNT.
           MOVE WS-GRAND-TOTAL TO WS-PG-AMOUNT.
           MOVE WS-PAY-GRAND-TOTAL TO PAY-LINE.
           WRITE PAY-LINE.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "VINVHLD " "VINVHLD.PRT ".
           CALL 'RPTSPOOL' USING "VINVPAY " "VINVPAY.PRT ".
           DISPLAY "VINVRPT1: " WS-HELD-INV-COUNT
                   " invoices held, " WS-PAY-LINE-COUNT
                   " lines approved for payment.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT VINV-FILE.
           IF WS-VINV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open VINV.MASTER file "
                       WS-VINV-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open VINVHLD.PRT file "
                       WS-HOLD-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PAY-FILE.
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open VINVPAY.PRT file "
                       WS-PAY-FILE-STATUS
               STOP RUN
           END-IF.

       PROCESS-INVOICE-LINE.
      *    Control breaks on invoice, then vendor.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM START-OF-VENDOR
           ELSE
               IF VI-VEND-CODE NOT = WS-PREV-VEND-CODE
                   PERFORM END-OF-INVOICE
                   PERFORM END-OF-VENDOR
                   PERFORM START-OF-VENDOR
               ELSE
                   IF VI-INV-NO NOT = WS-PREV-INV-NO
                       PERFORM END-OF-INVOICE
                       PERFORM START-OF-INVOICE
                   END-IF
               END-IF
           END-IF.
           IF WS-INV-LINE-COUNT < 99
               ADD 1 TO WS-INV-LINE-COUNT
               MOVE VINV-RECORD TO WS-IL-RECORD (WS-INV-LINE-COUNT)
           END-IF.
           IF VI-MATCH-STATUS = 'H'
               MOVE 'Y' TO WS-INV-HELD-FLAG
               ADD 1 TO WS-HELD-LINE-COUNT
           END-IF.
           IF VI-MATCH-STATUS = 'A'
               PERFORM PRINT-APPROVED-LINE
           END-IF.

       START-OF-VENDOR.
           MOVE VI-VEND-CODE TO WS-PREV-VEND-CODE.
           MOVE ZERO TO WS-VEND-TOTAL.
           MOVE ZERO TO WS-VEND-PAY-COUNT.
           CALL 'VENDVAL1' USING WS-PREV-VEND-CODE
                                 WS-VEND-VALID-FLAG
                                 WS-VEND-NAME-WORK.
           IF WS-VEND-NAME-WORK = SPACES
               MOVE "(NOT ON VEND.MASTER)" TO WS-VEND-NAME-WORK
           END-IF.
           PERFORM START-OF-INVOICE.

       START-OF-INVOICE.
           MOVE VI-INV-NO TO WS-PREV-INV-NO.
           MOVE ZERO TO WS-INV-LINE-COUNT.
           MOVE 'N' TO WS-INV-HELD-FLAG.

       PRINT-APPROVED-LINE.
      *    The vendor heading goes out with the vendor's first
      *    approved line, so vendors with nothing to pay stay off
      *    the list.
           IF WS-VEND-PAY-COUNT = ZERO
               MOVE SPACES TO PAY-LINE
               WRITE PAY-LINE
               MOVE VI-VEND-CODE TO WS-PV-VEND-CODE
               MOVE WS-VEND-NAME-WORK TO WS-PV-VEND-NAME
               MOVE WS-PAY-VENDOR-LINE TO PAY-LINE
               WRITE PAY-LINE
               MOVE WS-PAY-COLUMN-HEADER TO PAY-LINE
               WRITE PAY-LINE
           END-IF.
           COMPUTE WS-LINE-AMOUNT = VI-BILL-QTY * VI-UNIT-PRICE.
           ADD WS-LINE-AMOUNT TO WS-VEND-TOTAL.
           ADD WS-LINE-AMOUNT TO WS-GRAND-TOTAL.
           ADD 1 TO WS-VEND-PAY-COUNT.
           ADD 1 TO WS-PAY-LINE-COUNT.
           MOVE VI-INV-NO TO WS-PD-INV-NO.
           MOVE VI-LINE-NO TO WS-PD-LINE-NO.
           MOVE VI-PO-NUMBER TO WS-PD-PO-NUMBER.
           MOVE VI-ITEM-ID TO WS-PD-ITEM-ID.
           MOVE VI-BILL-QTY TO WS-PD-BILL-QTY.
           MOVE VI-UNIT-PRICE TO WS-PD-PRICE.
           MOVE WS-LINE-AMOUNT TO WS-PD-AMOUNT.
           MOVE WS-PAY-DETAIL-LINE TO PAY-LINE.
           WRITE PAY-LINE.

       END-OF-VENDOR.
           IF WS-VEND-PAY-COUNT > ZERO
               MOVE WS-PREV-VEND-CODE TO WS-PT-VEND-CODE
               MOVE WS-VEND-PAY-COUNT TO WS-PT-COUNT
               MOVE WS-VEND-TOTAL TO WS-PT-AMOUNT
               MOVE WS-PAY-VENDOR-TOTAL TO PAY-LINE
               WRITE PAY-LINE
           END-IF.

       END-OF-INVOICE.
      *    An invoice with any line on hold goes on the matching
      *    report whole. The record area has already moved on to the
      *    next invoice, so the lines print from the table and that
      *    next record is put back afterwards.
           MOVE VINV-RECORD TO WS-SAVE-RECORD.
           IF WS-INV-HELD-FLAG = 'Y'
               ADD 1 TO WS-HELD-INV-COUNT
               MOVE WS-IL-RECORD (1) TO VINV-RECORD
               MOVE SPACES TO HOLD-LINE
               WRITE HOLD-LINE
               MOVE WS-PREV-VEND-CODE TO WS-HI-VEND-CODE
               MOVE WS-VEND-NAME-WORK TO WS-HI-VEND-NAME
               MOVE WS-PREV-INV-NO TO WS-HI-INV-NO
               MOVE VI-INV-DATE TO WS-HI-INV-DATE
               MOVE WS-HOLD-INVOICE-LINE TO HOLD-LINE
               WRITE HOLD-LINE
               MOVE WS-HOLD-COLUMN-HEADER TO HOLD-LINE
               WRITE HOLD-LINE
               PERFORM VARYING WS-INV-LINE-INDEX FROM 1 BY 1
                         UNTIL WS-INV-LINE-INDEX > WS-INV-LINE-COUNT
                   MOVE WS-IL-RECORD (WS-INV-LINE-INDEX)
                       TO VINV-RECORD
                   PERFORM PRINT-HELD-INVOICE-LINE
               END-PERFORM
           END-IF.
           MOVE WS-SAVE-RECORD TO VINV-RECORD.

       PRINT-HELD-INVOICE-LINE.
           MOVE VI-LINE-NO TO WS-HD-LINE-NO.
           MOVE VI-PO-NUMBER TO WS-HD-PO-NUMBER.
           MOVE VI-ITEM-ID TO WS-HD-ITEM-ID.
           MOVE VI-BILL-QTY TO WS-HD-BILL-QTY.
           MOVE VI-UNIT-PRICE TO WS-HD-PRICE.
           EVALUATE TRUE
               WHEN VI-MATCH-STATUS = 'A'
                   MOVE "APPROVED" TO WS-HD-RESULT
               WHEN VI-HOLD-QTY = 'O' AND VI-HOLD-PRICE = 'P'
                   MOVE "HELD - OVER ORDERED, PRICE" TO WS-HD-RESULT
               WHEN VI-HOLD-QTY = 'R' AND VI-HOLD-PRICE = 'P'
                   MOVE "HELD - OVER RECEIVED, PRICE" TO WS-HD-RESULT
               WHEN VI-HOLD-QTY = 'O'
                   MOVE "HELD - BILLED OVER ORDERED" TO WS-HD-RESULT
               WHEN VI-HOLD-QTY = 'R'
                   MOVE "HELD - BILLED OVER RECEIVED" TO WS-HD-RESULT
               WHEN OTHER
                   MOVE "HELD - PRICE OUTSIDE TOLERANCE" TO
                       WS-HD-RESULT
           END-EVALUATE.
           MOVE WS-HOLD-DETAIL-LINE TO HOLD-LINE.
           WRITE HOLD-LINE.

       CLOSE-FILES.
           CLOSE VINV-FILE.
           CLOSE HOLD-FILE.
           CLOSE PAY-FILE.

      * VENDSC1.cob - Vendor Delivery Performance Scorecard Program
      * Fujitsu ASP COBOLG Program
      * VEND-LEAD-DAYS is whatever was typed into VENDMNT1 once, and
      * POAGE1 only shows what is still open. This monthly report
      * measures how each vendor actually delivered. The receipts
      * PORECV1 posts against a PO (type R, the PO number as the
      * reference) are gathered from ITEM.HIST and the live
      * ITEM.TRAN, and each order on PO.MASTER whose latest receipt
      * falls in the month asked for (YYYYMM) is scored for its
      * vendor:
      *   complete and on time -- fully received (PO-RECVD-QTY up to
      *     PO-ORDER-QTY) by PO-DATE plus VEND-LEAD-DAYS
      *   actual lead time -- PO-DATE to that latest receipt, in
      *     days, averaged over the vendor's orders
      *   short/split -- more than one receipt, or still short
      * Cancellations are the orders PORECV1 cancelled in the month
      * (PO-CANCEL-DATE). Where the average actual lead time is off
      * VEND-LEAD-DAYS by more than DIFF=nnn days on VENDSC.PRM
      * (default 3), a revised lead time is suggested for purchasing
      * to key into VENDMNT1. Printed to VENDSC.PRT and captured
      * through RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-13  Initial version.
      * 2026-10-15  Receipts are gathered in two passes: the first
      *             takes only the PO/item pairs received in the
      *             report month, the second counts every receipt
      *             against those pairs. The table is bounded by the
      *             month's received orders, not all of ITEM.HIST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSC1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEND-FILE ASSIGN TO "VEND.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VEND-CODE
                  FILE STATUS IS WS-VEND-FILE-STATUS.
           SELECT PO-FILE ASSIGN TO "PO.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-NUMBER
                  FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "ITEM.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "VENDSC.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "VENDSC.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEND-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  VEND-RECORD.
           05  VEND-CODE       PIC X(4).
           05  VEND-NAME       PIC X(20).
           05  VEND-CONTACT    PIC X(20).
           05  VEND-LEAD-DAYS  PIC 9(3).
           05  VEND-STATUS     PIC X(1).
           05  VEND-FILLER     PIC X(12).

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

       FD  HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-LINE               PIC X(80).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LINE               PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-LINE           PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PRINT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VEND-FILE-STATUS PIC XX.
       01  WS-PO-FILE-STATUS   PIC XX.
       01  WS-HIST-FILE-STATUS PIC XX.
       01  WS-TRAN-FILE-STATUS PIC XX.
       01  WS-PARM-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-DIFF-DAYS        PIC 9(3) VALUE 3.
       01  WS-RECVD-WORK       PIC 9(5) VALUE ZERO.
       01  WS-LEAD-DAYS-ACTUAL PIC S9(5) VALUE ZERO.
       01  WS-DUE-DAY-NUMBER   PIC 9(8) VALUE ZERO.
       01  WS-PO-DAY-NUMBER    PIC 9(8) VALUE ZERO.
       01  WS-LAST-DAY-NUMBER  PIC 9(8) VALUE ZERO.
       01  WS-LEAD-DIFF        PIC S9(5) VALUE ZERO.
       01  WS-VEND-INDEX       PIC 9(3) VALUE ZERO.
       01  WS-SCORED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-PRINTED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-REPORT-MONTH     PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR      PIC 9(4).
           05  WS-RM-MONTH     PIC 9(2).

      * The same journal line layout STKMOV1 and PORECV1 write.
       01  WS-TRAN-DETAIL.
           05  WS-T-DATE           PIC X(6).
           05  WS-T-DATE-R REDEFINES WS-T-DATE.
               10  WS-T-YY         PIC 9(2).
               10  WS-T-MMDD       PIC 9(4).
           05  FILLER              PIC X(1).
           05  WS-T-TIME           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-T-TYPE           PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-T-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-T-QTY            PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-QTY-BEFORE     PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-QTY-AFTER      PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-REFERENCE      PIC X(10).
           05  FILLER              PIC X(23).

      * Receipt date widened to YYYYMMDD with the DATECNV1 window:
      * years 50-99 are 19xx, 00-49 are 20xx.
       01  WS-RECEIPT-DATE-R.
           05  WS-RD-CENTURY       PIC 9(2).
           05  WS-RD-YY            PIC 9(2).
           05  WS-RD-MMDD          PIC 9(4).
       01  WS-RECEIPT-DATE REDEFINES WS-RECEIPT-DATE-R PIC 9(8).

      * Every PO/item pair with a receipt in the report month, and
      * across all the journals how many deliveries it had and the
      * latest. Pass 1 takes the pairs (the usual fixed-table bound
      * and warning), pass 2 counts their receipts.
       01  WS-RCPT-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MAX-RCPT-TABLE   PIC 9(3) VALUE 500.
       01  WS-RCPT-TABLE-FULL  PIC X VALUE 'N'.
       01  WS-RCPT-PASS        PIC X VALUE '1'.
       01  WS-RCPT-INDEX       PIC 9(3) VALUE ZERO.
       01  WS-MATCH-INDEX      PIC 9(3) VALUE ZERO.
       01  WS-RCPT-TABLE.
           05  WS-RCPT-ENTRY OCCURS 500 TIMES.
               10  WS-RE-PO-NUMBER PIC X(8).
               10  WS-RE-ITEM-ID   PIC X(10).
               10  WS-RE-COUNT     PIC 9(3).
               10  WS-RE-LAST-DATE PIC 9(8).

      * Every vendor on VEND.MASTER with its month's tallies.
       01  WS-VEND-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MAX-VEND-TABLE   PIC 9(3) VALUE 200.
       01  WS-VEND-TABLE.
           05  WS-VEND-ENTRY OCCURS 200 TIMES.
               10  WS-VE-CODE      PIC X(4).
               10  WS-VE-NAME      PIC X(20).
               10  WS-VE-LEAD-DAYS PIC 9(3).
               10  WS-VE-ORDERS    PIC 9(5).
               10  WS-VE-ON-TIME   PIC 9(5).
               10  WS-VE-LEAD-SUM  PIC 9(7).
               10  WS-VE-SHORT     PIC 9(5).
               10  WS-VE-CANCELS   PIC 9(5).

       01  WS-ON-TIME-PCT      PIC 9(3) VALUE ZERO.
       01  WS-AVG-LEAD         PIC 9(5) VALUE ZERO.

      * Day-number arithmetic -- the Gregorian serial count POAGE1
      * uses for its age column.
       01  WS-DATE-WORK-8      PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK-8.
           05  WS-DW-YEAR      PIC 9(4).
           05  WS-DW-MONTH     PIC 9(2).
           05  WS-DW-DAY       PIC 9(2).
       01  WS-DAY-NUMBER       PIC 9(8) VALUE ZERO.
       01  WS-MONTH-OFFSET     PIC 9(3) VALUE ZERO.
       01  WS-LEAP-DAYS-4      PIC 9(4) VALUE ZERO.
       01  WS-LEAP-DAYS-100    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-DAYS-400    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       01  WS-REPORT-HEADER.
           05  FILLER          PIC X(36) VALUE
               "VENDOR DELIVERY SCORECARD - MONTH ".
           05  WS-RH-MONTH     PIC 9(6).

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(6)  VALUE "VEND".
           05  FILLER          PIC X(22) VALUE "NAME".
           05  FILLER          PIC X(8)  VALUE "RECEIVED".
           05  FILLER          PIC X(9)  VALUE "  ON TIME".
           05  FILLER          PIC X(9)  VALUE "  AVG LT".
           05  FILLER          PIC X(9)  VALUE "  VEND LT".
           05  FILLER          PIC X(12) VALUE " SHORT/SPLIT".
           05  FILLER          PIC X(8)  VALUE "  CANCEL".
           05  FILLER          PIC X(17) VALUE "  SUGGESTED LT".

       01  WS-DETAIL-LINE.
           05  WS-D-VEND-CODE  PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-VEND-NAME  PIC X(20).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-D-ORDERS     PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-D-ON-TIME-PCT PIC ZZ9.
           05  FILLER          PIC X(1)  VALUE "%".
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-D-AVG-LEAD   PIC ZZZZ9.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  WS-D-VEND-LEAD  PIC ZZ9.
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  WS-D-SHORT      PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-D-CANCELS    PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-D-SUGGESTION PIC X(13).

       01  WS-SUGGESTION.
           05  FILLER          PIC X(10) VALUE "REVISE TO ".
           05  WS-S-LEAD       PIC ZZ9.

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(22) VALUE
               "ORDERS SCORED:".
           05  WS-F-COUNT      PIC ZZZZ9.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Vendor Delivery Scorecard".
           05  WS-MONTH-LABEL      PIC X(30)
               VALUE "Month (YYYYMM):".
           05  WS-MESSAGE-LINE     PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-MONTH-LABEL.
           ACCEPT WS-REPORT-MONTH.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               MOVE "Error: Month must be YYYYMM" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SCORECARD-PARMS.
           PERFORM LOAD-VENDOR-TABLE.
           MOVE '1' TO WS-RCPT-PASS.
           PERFORM GATHER-HISTORY-RECEIPTS.
           PERFORM GATHER-LIVE-RECEIPTS.
           MOVE '2' TO WS-RCPT-PASS.
           PERFORM GATHER-HISTORY-RECEIPTS.
           PERFORM GATHER-LIVE-RECEIPTS.
           PERFORM SCORE-PURCHASE-ORDERS.
           PERFORM PRINT-REPORT.
           CALL 'RPTSPOOL' USING "VENDSC  " "VENDSC.PRT  ".
           DISPLAY "VENDSC1: " WS-SCORED-COUNT " orders scored for "
                   WS-PRINTED-COUNT " vendors.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-SCORECARD-PARMS.
      *    A missing VENDSC.PRM leaves the 3-day default.
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
                           WHEN PARM-LINE (1:5) = "DIFF="
                                   AND PARM-LINE (6:3) IS NUMERIC
                               MOVE PARM-LINE (6:3) TO WS-DIFF-DAYS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT VEND-FILE.
           IF WS-VEND-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open VEND.MASTER file "
                       WS-VEND-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VEND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-VEND-TABLE-COUNT < WS-MAX-VEND-TABLE
                           ADD 1 TO WS-VEND-TABLE-COUNT
                           MOVE WS-VEND-TABLE-COUNT TO WS-VEND-INDEX
                           MOVE VEND-CODE TO WS-VE-CODE (WS-VEND-INDEX)
                           MOVE VEND-NAME TO WS-VE-NAME (WS-VEND-INDEX)
                           MOVE ZERO TO
                               WS-VE-LEAD-DAYS (WS-VEND-INDEX)
                           IF VEND-LEAD-DAYS IS NUMERIC
                               MOVE VEND-LEAD-DAYS TO
                                   WS-VE-LEAD-DAYS (WS-VEND-INDEX)
                           END-IF
                           MOVE ZERO TO WS-VE-ORDERS (WS-VEND-INDEX)
                           MOVE ZERO TO WS-VE-ON-TIME (WS-VEND-INDEX)
                           MOVE ZERO TO WS-VE-LEAD-SUM (WS-VEND-INDEX)
                           MOVE ZERO TO WS-VE-SHORT (WS-VEND-INDEX)
                           MOVE ZERO TO WS-VE-CANCELS (WS-VEND-INDEX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEND-FILE.

       GATHER-HISTORY-RECEIPTS.
      *    The closed periods first; control lines (*PRD*, *BAL*,
      *    *END*) are skipped. No ITEM.HIST yet is no history.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-LINE (1:1) NOT = '*'
                           MOVE HIST-LINE TO WS-TRAN-DETAIL
                           PERFORM JUDGE-RECEIPT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.

       GATHER-LIVE-RECEIPTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TRAN-LINE TO WS-TRAN-DETAIL
                       PERFORM JUDGE-RECEIPT-LINE
               END-READ
           END-PERFORM.
           IF WS-TRAN-FILE-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

       JUDGE-RECEIPT-LINE.
      *    A receipt carrying a reference; whether the reference is
      *    really a PO for that item is settled against PO.MASTER.
           IF WS-T-TYPE = 'R'
                   AND WS-T-DATE IS NUMERIC
                   AND WS-T-REFERENCE (1:8) NOT = SPACES
               IF WS-T-YY >= 50
                   MOVE 19 TO WS-RD-CENTURY
               ELSE
                   MOVE 20 TO WS-RD-CENTURY
               END-IF
               MOVE WS-T-YY TO WS-RD-YY
               MOVE WS-T-MMDD TO WS-RD-MMDD
               PERFORM FIND-RECEIPT-ENTRY
               IF WS-RCPT-PASS = '1'
                   PERFORM ENTER-PO-RECEIPT
               ELSE
                   PERFORM CREDIT-PO-RECEIPT
               END-IF
           END-IF.

       FIND-RECEIPT-ENTRY.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
                     UNTIL WS-RCPT-INDEX > WS-RCPT-TABLE-COUNT
               IF WS-RE-PO-NUMBER (WS-RCPT-INDEX)
                       = WS-T-REFERENCE (1:8)
                       AND WS-RE-ITEM-ID (WS-RCPT-INDEX)
                           = WS-T-ITEM-ID
                   MOVE WS-RCPT-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

       ENTER-PO-RECEIPT.
      *    Pass 1: only a receipt in the report month brings its
      *    PO/item pair into the table; older orders are left out.
           IF WS-MATCH-INDEX = ZERO
                   AND WS-RECEIPT-DATE (1:6) = WS-REPORT-MONTH
               IF WS-RCPT-TABLE-COUNT < WS-MAX-RCPT-TABLE
                   ADD 1 TO WS-RCPT-TABLE-COUNT
                   MOVE WS-RCPT-TABLE-COUNT TO WS-MATCH-INDEX
                   MOVE WS-T-REFERENCE (1:8) TO
                       WS-RE-PO-NUMBER (WS-MATCH-INDEX)
                   MOVE WS-T-ITEM-ID TO WS-RE-ITEM-ID (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-RE-COUNT (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-RE-LAST-DATE (WS-MATCH-INDEX)
               ELSE
                   IF WS-RCPT-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-RCPT-TABLE-FULL
                       DISPLAY "VENDSC1: WARNING - more than 500 "
                               "orders received in the month, "
                               "remainder not scored."
                   END-IF
               END-IF
           END-IF.

       CREDIT-PO-RECEIPT.
      *    Pass 2: every receipt, of any month, against a pair already
      *    taken, so the count and the latest date are complete. A
      *    receipt later than the month moves the latest out of it.
           IF WS-MATCH-INDEX > ZERO
               ADD 1 TO WS-RE-COUNT (WS-MATCH-INDEX)
               IF WS-RECEIPT-DATE > WS-RE-LAST-DATE (WS-MATCH-INDEX)
                   MOVE WS-RECEIPT-DATE TO
                       WS-RE-LAST-DATE (WS-MATCH-INDEX)
               END-IF
           END-IF.

       SCORE-PURCHASE-ORDERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PO-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open PO.MASTER file "
                       WS-PO-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM FIND-PO-VENDOR
                       IF WS-VEND-INDEX > ZERO
                           PERFORM JUDGE-PURCHASE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.

       FIND-PO-VENDOR.
           MOVE ZERO TO WS-VEND-INDEX.
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
                     UNTIL WS-MATCH-INDEX > WS-VEND-TABLE-COUNT
               IF WS-VE-CODE (WS-MATCH-INDEX) = PO-VEND-CODE
                   MOVE WS-MATCH-INDEX TO WS-VEND-INDEX
               END-IF
           END-PERFORM.

       JUDGE-PURCHASE-ORDER.
           IF PO-STATUS = 'X'
                   AND PO-CANCEL-DATE IS NUMERIC
                   AND PO-CANCEL-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-VE-CANCELS (WS-VEND-INDEX)
           END-IF.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-RCPT-INDEX FROM 1 BY 1
                     UNTIL WS-RCPT-INDEX > WS-RCPT-TABLE-COUNT
               IF WS-RE-PO-NUMBER (WS-RCPT-INDEX) = PO-NUMBER
                       AND WS-RE-ITEM-ID (WS-RCPT-INDEX)
                           = PO-ITEM-ID
                   MOVE WS-RCPT-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.
           IF WS-MATCH-INDEX > ZERO
               IF WS-RE-LAST-DATE (WS-MATCH-INDEX) (1:6)
                       = WS-REPORT-MONTH
                   PERFORM SCORE-RECEIVED-ORDER
               END-IF
           END-IF.

       SCORE-RECEIVED-ORDER.
           ADD 1 TO WS-SCORED-COUNT.
           ADD 1 TO WS-VE-ORDERS (WS-VEND-INDEX).
           IF PO-RECVD-QTY IS NUMERIC
               MOVE PO-RECVD-QTY TO WS-RECVD-WORK
           ELSE
               MOVE ZERO TO WS-RECVD-WORK
           END-IF.
           MOVE PO-DATE TO WS-DATE-WORK-8.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-PO-DAY-NUMBER.
           MOVE WS-RE-LAST-DATE (WS-MATCH-INDEX) TO WS-DATE-WORK-8.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-LAST-DAY-NUMBER.
           COMPUTE WS-LEAD-DAYS-ACTUAL =
               WS-LAST-DAY-NUMBER - WS-PO-DAY-NUMBER.
           IF WS-LEAD-DAYS-ACTUAL < ZERO
               MOVE ZERO TO WS-LEAD-DAYS-ACTUAL
           END-IF.
           ADD WS-LEAD-DAYS-ACTUAL TO WS-VE-LEAD-SUM (WS-VEND-INDEX).
           COMPUTE WS-DUE-DAY-NUMBER =
               WS-PO-DAY-NUMBER + WS-VE-LEAD-DAYS (WS-VEND-INDEX).
           IF WS-RECVD-WORK >= PO-ORDER-QTY
                   AND WS-LAST-DAY-NUMBER <= WS-DUE-DAY-NUMBER
               ADD 1 TO WS-VE-ON-TIME (WS-VEND-INDEX)
           END-IF.
           IF WS-RE-COUNT (WS-MATCH-INDEX) > 1
                   OR WS-RECVD-WORK < PO-ORDER-QTY
               ADD 1 TO WS-VE-SHORT (WS-VEND-INDEX)
           END-IF.

       COMPUTE-DAY-NUMBER.
      *    Serial day count for the date in WS-DATE-WORK-8, as in
      *    POAGE1.
           PERFORM SET-MONTH-OFFSET.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-DAYS-4.
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-DAYS-100.
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-DAYS-400.
           COMPUTE WS-DAY-NUMBER =
               WS-DW-YEAR * 365
               + WS-LEAP-DAYS-4
               - WS-LEAP-DAYS-100
               + WS-LEAP-DAYS-400
               + WS-MONTH-OFFSET
               + WS-DW-DAY.
           IF WS-DW-MONTH > 2
               PERFORM JUDGE-LEAP-YEAR
               IF WS-LEAP-FLAG = 'Y'
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

       SET-MONTH-OFFSET.
           EVALUATE WS-DW-MONTH
               WHEN 1
                   MOVE 0 TO WS-MONTH-OFFSET
               WHEN 2
                   MOVE 31 TO WS-MONTH-OFFSET
               WHEN 3
                   MOVE 59 TO WS-MONTH-OFFSET
               WHEN 4
                   MOVE 90 TO WS-MONTH-OFFSET
               WHEN 5
                   MOVE 120 TO WS-MONTH-OFFSET
               WHEN 6
                   MOVE 151 TO WS-MONTH-OFFSET
               WHEN 7
                   MOVE 181 TO WS-MONTH-OFFSET
               WHEN 8
                   MOVE 212 TO WS-MONTH-OFFSET
               WHEN 9
                   MOVE 243 TO WS-MONTH-OFFSET
               WHEN 10
                   MOVE 273 TO WS-MONTH-OFFSET
               WHEN 11
                   MOVE 304 TO WS-MONTH-OFFSET
               WHEN 12
                   MOVE 334 TO WS-MONTH-OFFSET
               WHEN OTHER
                   MOVE 0 TO WS-MONTH-OFFSET
           END-EVALUATE.

       JUDGE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG
               DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-FLAG
                   DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

       PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open VENDSC.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-RH-MONTH.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-VEND-INDEX FROM 1 BY 1
                     UNTIL WS-VEND-INDEX > WS-VEND-TABLE-COUNT
               IF WS-VE-ORDERS (WS-VEND-INDEX) > ZERO
                       OR WS-VE-CANCELS (WS-VEND-INDEX) > ZERO
                   PERFORM PRINT-VENDOR-LINE
               END-IF
           END-PERFORM.
           MOVE WS-SCORED-COUNT TO WS-F-COUNT.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT-FILE.

       PRINT-VENDOR-LINE.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE ZERO TO WS-ON-TIME-PCT.
           MOVE ZERO TO WS-AVG-LEAD.
           IF WS-VE-ORDERS (WS-VEND-INDEX) > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-VE-ON-TIME (WS-VEND-INDEX) * 100
                   / WS-VE-ORDERS (WS-VEND-INDEX)
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-VE-LEAD-SUM (WS-VEND-INDEX)
                   / WS-VE-ORDERS (WS-VEND-INDEX)
           END-IF.
           MOVE WS-VE-CODE (WS-VEND-INDEX) TO WS-D-VEND-CODE.
           MOVE WS-VE-NAME (WS-VEND-INDEX) TO WS-D-VEND-NAME.
           MOVE WS-VE-ORDERS (WS-VEND-INDEX) TO WS-D-ORDERS.
           MOVE WS-ON-TIME-PCT TO WS-D-ON-TIME-PCT.
           MOVE WS-AVG-LEAD TO WS-D-AVG-LEAD.
           MOVE WS-VE-LEAD-DAYS (WS-VEND-INDEX) TO WS-D-VEND-LEAD.
           MOVE WS-VE-SHORT (WS-VEND-INDEX) TO WS-D-SHORT.
           MOVE WS-VE-CANCELS (WS-VEND-INDEX) TO WS-D-CANCELS.
      *    Only a vendor with orders received has an actual lead
      *    time to suggest; 999 days is as far as VEND-LEAD-DAYS
      *    goes.
           MOVE SPACES TO WS-D-SUGGESTION.
           IF WS-VE-ORDERS (WS-VEND-INDEX) > ZERO
               COMPUTE WS-LEAD-DIFF =
                   WS-AVG-LEAD - WS-VE-LEAD-DAYS (WS-VEND-INDEX)
               IF WS-LEAD-DIFF < ZERO
                   COMPUTE WS-LEAD-DIFF = ZERO - WS-LEAD-DIFF
               END-IF
               IF WS-LEAD-DIFF > WS-DIFF-DAYS
                   IF WS-AVG-LEAD > 999
                       MOVE 999 TO WS-S-LEAD
                   ELSE
                       MOVE WS-AVG-LEAD TO WS-S-LEAD
                   END-IF
                   MOVE WS-SUGGESTION TO WS-D-SUGGESTION
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

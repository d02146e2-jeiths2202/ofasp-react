      * STKGLP1.cob - Inventory GL Posting File Batch Program
      * Fujitsu ASP COBOLG Program
      * GLPOST1 posts salary costs only; stock value still reached
      * the ledger through a spreadsheet copied off STKVAL1 and
      * CHGBCK1. At month end this batch takes every stock movement
      * dated in the period -- the closed lines on ITEM.HIST and any
      * still on ITEM.TRAN -- values each at the item's IN-UNIT-COST
      * and writes a balanced posting file STKGLP.DAT in GLPOST1's
      * GLPOST.DAT layout (account, cost center, D/C, amount,
      * period, source):
      *   R receipt        D inventory      C GR/IR clearing
      *   V vendor return  D GR/IR clearing C inventory
      *   I issue          D the consuming department's expense
      *                    account          C inventory
      *   C count, A adjustment (after less before quantity)
      *     gain           D inventory      C shrinkage
      *     loss           D shrinkage      C inventory
      * Transfers (T) move stock between locations only and post
      * nothing. The department accounts come from GLMAP.MASTER as
      * GLPOST1's do; the three control accounts from its special
      * records "*INVENTORY*", "*GRIR*" and "*SHRINK*" (kept through
      * DEPTGLM1 like "*OFFSET*"), any of which missing refuses the
      * run. An issue whose department has no mapping goes to the
      * STKGLP.REJ exception list instead, in GLPOST1's manner, and
      * is left out of both sides so the file stays balanced.
      *
      * The posting summary STKGLP.PRT, captured through RPTSPOOL,
      * reconciles the net inventory movement posted, plus the
      * rejected issues, to the change in STKVAL1's total over the
      * period: each moved item's last closing quantity less its
      * first opening quantity in the period, at the same unit cost
      * STKVAL1 extends by. A quantity changed without a journal
      * line (typed over in ITMMNT1) shows as the unexplained
      * difference. The period (YYYYMM) is taken from PRDCTL1 when
      * a month-end run has handed one over, otherwise asked for.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKGLP1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "ITEM.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GLM-DEPT
                  FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT POST-FILE ASSIGN TO "STKGLP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "STKGLP.REJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "STKGLP.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

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

       FD  HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-LINE               PIC X(80).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LINE               PIC X(80).

       FD  GLMAP-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  GLMAP-RECORD.
           05  GLM-DEPT        PIC X(15).
           05  GLM-ACCOUNT     PIC X(8).
           05  GLM-COST-CENTER PIC X(6).
           05  GLM-FILLER      PIC X(11).

       FD  POST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POST-LINE           PIC X(80).

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-LINE         PIC X(80).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-GLMAP-FILE-STATUS PIC XX.
       01  WS-POST-FILE-STATUS  PIC XX.
       01  WS-REJECT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MAP-FOUND-FLAG    PIC X VALUE 'N'.
       01  WS-POSTING-PERIOD    PIC 9(6) VALUE ZERO.
       01  WS-POSTING-PERIOD-R REDEFINES WS-POSTING-PERIOD.
           05  WS-PP-CENTURY    PIC 9(2).
           05  WS-PP-YYMM       PIC X(4).

      * The control accounts, from the special GLMAP.MASTER records.
       01  WS-INVENTORY-KEY     PIC X(15) VALUE "*INVENTORY*".
       01  WS-GRIR-KEY          PIC X(15) VALUE "*GRIR*".
       01  WS-SHRINK-KEY        PIC X(15) VALUE "*SHRINK*".
       01  WS-INVENTORY-ACCOUNT PIC X(8) VALUE SPACES.
       01  WS-INVENTORY-CC      PIC X(6) VALUE SPACES.
       01  WS-GRIR-ACCOUNT      PIC X(8) VALUE SPACES.
       01  WS-GRIR-CC           PIC X(6) VALUE SPACES.
       01  WS-SHRINK-ACCOUNT    PIC X(8) VALUE SPACES.
       01  WS-SHRINK-CC         PIC X(6) VALUE SPACES.
       01  WS-MISSING-KEY       PIC X(15) VALUE SPACES.

      * The journal line layout STKMOV1 writes, as read back.
       01  WS-TRAN-DETAIL.
           05  WS-T-DATE           PIC X(6).
           05  WS-T-DATE-R REDEFINES WS-T-DATE.
               10  WS-T-YYMM       PIC X(4).
               10  WS-T-DD         PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-T-TIME           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-T-TYPE           PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-T-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-T-QTY            PIC X(5).
           05  WS-T-QTY-NUM REDEFINES WS-T-QTY PIC 9(5).
           05  FILLER              PIC X(1).
           05  WS-T-QTY-BEFORE     PIC X(5).
           05  WS-T-BEFORE-NUM REDEFINES WS-T-QTY-BEFORE PIC 9(5).
           05  FILLER              PIC X(1).
           05  WS-T-QTY-AFTER      PIC X(5).
           05  WS-T-AFTER-NUM REDEFINES WS-T-QTY-AFTER PIC 9(5).
           05  FILLER              PIC X(1).
           05  WS-T-REFERENCE      PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-T-UNIT-COST      PIC X(7).
           05  FILLER              PIC X(1).
           05  WS-T-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-T-LOC-CODE       PIC X(4).
           05  FILLER              PIC X(3).

      * Each moved item's cost and its opening and closing quantity
      * over the period, the way STKCLS1 builds its *BAL* lines;
      * the usual fixed-table bound and warning.
       01  WS-ITEM-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-MAX-ITEM-TABLE    PIC 9(3) VALUE 500.
       01  WS-ITEM-TABLE-FULL   PIC X VALUE 'N'.
       01  WS-ITEM-INDEX        PIC 9(3) VALUE ZERO.
       01  WS-ITEM-MATCH        PIC 9(3) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-IE-ITEM-ID   PIC X(10).
               10  WS-IE-COST      PIC 9(5)V99.
               10  WS-IE-OPENING   PIC 9(5).
               10  WS-IE-CLOSING   PIC 9(5).
               10  WS-IE-BAL-FLAG  PIC X(1).

      * Issue value by consuming department, the same OCCURS 50
      * bound as GLPOST1's department buckets.
       01  WS-DEPT-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-MAX-DEPT-TABLE    PIC 9(3) VALUE 50.
       01  WS-DEPT-TABLE-FULL   PIC X VALUE 'N'.
       01  WS-TABLE-INDEX       PIC 9(3) VALUE ZERO.
       01  WS-MATCH-INDEX       PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-ENTRY-CODE  PIC X(4).
               10  WS-DEPT-ENTRY-VALUE PIC 9(11)V99.
               10  WS-DEPT-ENTRY-LINES PIC 9(5).

      * One movement.
       01  WS-ITEM-COST         PIC 9(5)V99 VALUE ZERO.
       01  WS-MOVE-VALUE        PIC 9(11)V99 VALUE ZERO.
       01  WS-VARIANCE-QTY      PIC S9(6) VALUE ZERO.
       01  WS-VARIANCE-ABS      PIC 9(6) VALUE ZERO.
       01  WS-DEPT-KEY          PIC X(4) VALUE SPACES.

      * Period totals.
       01  WS-RECEIPT-VALUE     PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURN-VALUE      PIC 9(11)V99 VALUE ZERO.
       01  WS-ISSUE-VALUE       PIC 9(11)V99 VALUE ZERO.
       01  WS-ISSUE-POSTED      PIC 9(11)V99 VALUE ZERO.
       01  WS-ISSUE-REJECTED    PIC 9(11)V99 VALUE ZERO.
       01  WS-GAIN-VALUE        PIC 9(11)V99 VALUE ZERO.
       01  WS-LOSS-VALUE        PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-POSTED        PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-BOOK          PIC S9(11)V99 VALUE ZERO.
       01  WS-STKVAL-CHANGE     PIC S9(11)V99 VALUE ZERO.
       01  WS-UNEXPLAINED       PIC S9(11)V99 VALUE ZERO.
       01  WS-RECEIPT-LINES     PIC 9(5) VALUE ZERO.
       01  WS-RETURN-LINES      PIC 9(5) VALUE ZERO.
       01  WS-ISSUE-LINES       PIC 9(5) VALUE ZERO.
       01  WS-GAIN-LINES        PIC 9(5) VALUE ZERO.
       01  WS-LOSS-LINES        PIC 9(5) VALUE ZERO.
       01  WS-TRANSFER-LINES    PIC 9(5) VALUE ZERO.
       01  WS-UNCOSTED-LINES    PIC 9(5) VALUE ZERO.
       01  WS-POST-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DEBIT-LINES       PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-LINES      PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(3) VALUE ZERO.

      * One posting line, exactly GLPOST1's: account, cost center,
      * debit/credit flag, amount (unsigned -- the D/C flag carries
      * the side), period, source.
       01  WS-POST-DETAIL.
           05  WS-G-ACCOUNT     PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-G-COST-CENTER PIC X(6).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-G-DC          PIC X(1).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-G-AMOUNT      PIC 9(11)V99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-G-PERIOD      PIC 9(6).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-G-DEPT        PIC X(15).

       01  WS-REJECT-DETAIL.
           05  WS-R-DEPT        PIC X(15).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-R-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-R-REASON      PIC X(30).

      * The period handed over by the MECRUN1 month-end driver,
      * when run under it.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE    PIC X(30)
               VALUE "Inventory GL Posting Batch".
           05  WS-PERIOD-LABEL  PIC X(30)
               VALUE "Posting period (YYYYMM):".
           05  WS-MESSAGE-LINE  PIC X(50).

       01  WS-REPORT-HEADER.
           05  FILLER           PIC X(32) VALUE
               "INVENTORY GL POSTING - PERIOD ".
           05  WS-H-PERIOD      PIC 9(6).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL       PIC X(34).
           05  WS-S-LINES       PIC ZZZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-S-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-HEADER.
           05  FILLER           PIC X(34) VALUE "MOVEMENT".
           05  FILLER           PIC X(8)  VALUE "LINES".
           05  FILLER           PIC X(18) VALUE "       VALUE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           CALL 'PRDCTL1' USING "G" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT = 'Y'
               MOVE WS-PRD-PERIOD TO WS-POSTING-PERIOD
           ELSE
               DISPLAY WS-PERIOD-LABEL
               ACCEPT WS-POSTING-PERIOD
           END-IF.
           IF WS-POSTING-PERIOD = ZERO
               MOVE "Error: A posting period is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FETCH-CONTROL-ACCOUNTS.
           IF WS-MISSING-KEY NOT = SPACES
               DISPLAY "Error: No " WS-MISSING-KEY
                       " record on GLMAP.MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
               STOP RUN
           END-IF.
           PERFORM VALUE-HISTORY-MOVEMENTS.
           PERFORM VALUE-LIVE-MOVEMENTS.
           CLOSE INFILE.
           PERFORM WRITE-POSTING-FILE.
           PERFORM RECONCILE-TO-STOCK-VALUE.
           PERFORM PRINT-POSTING-SUMMARY.
           CALL 'RPTSPOOL' USING "STKGLP  " "STKGLP.PRT  ".
           DISPLAY "STKGLP1: " WS-POST-COUNT " lines posted, "
                   WS-REJECT-COUNT " departments unmapped.".
           IF WS-UNEXPLAINED NOT = ZERO
               DISPLAY "STKGLP1: WARNING - movements do not explain "
                       "the change in stock value - see STKGLP.PRT."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       FETCH-CONTROL-ACCOUNTS.
           MOVE SPACES TO WS-MISSING-KEY.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-FILE-STATUS = "00"
               MOVE WS-SHRINK-KEY TO GLM-DEPT
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE WS-SHRINK-KEY TO WS-MISSING-KEY
                   NOT INVALID KEY
                       MOVE GLM-ACCOUNT TO WS-SHRINK-ACCOUNT
                       MOVE GLM-COST-CENTER TO WS-SHRINK-CC
               END-READ
               MOVE WS-GRIR-KEY TO GLM-DEPT
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE WS-GRIR-KEY TO WS-MISSING-KEY
                   NOT INVALID KEY
                       MOVE GLM-ACCOUNT TO WS-GRIR-ACCOUNT
                       MOVE GLM-COST-CENTER TO WS-GRIR-CC
               END-READ
               MOVE WS-INVENTORY-KEY TO GLM-DEPT
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE WS-INVENTORY-KEY TO WS-MISSING-KEY
                   NOT INVALID KEY
                       MOVE GLM-ACCOUNT TO WS-INVENTORY-ACCOUNT
                       MOVE GLM-COST-CENTER TO WS-INVENTORY-CC
               END-READ
               CLOSE GLMAP-FILE
           ELSE
               DISPLAY "ERROR: Cannot open GLMAP.MASTER file "
                       WS-GLMAP-FILE-STATUS
               MOVE WS-INVENTORY-KEY TO WS-MISSING-KEY
           END-IF.

       VALUE-HISTORY-MOVEMENTS.
      *    The closed lines first, in the order they were posted;
      *    control lines (*PRD*, *BAL*, *END*) are skipped. No
      *    ITEM.HIST yet is no history.
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
                           PERFORM JUDGE-PERIOD-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.

       VALUE-LIVE-MOVEMENTS.
      *    Run before STKCLS1 has cut the period, its movements are
      *    still on the live journal.
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
                       PERFORM JUDGE-PERIOD-MOVEMENT
               END-READ
           END-PERFORM.
           IF WS-TRAN-FILE-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

       JUDGE-PERIOD-MOVEMENT.
           IF WS-T-YYMM = WS-PP-YYMM
                   AND WS-T-QTY IS NUMERIC
               PERFORM FETCH-ITEM-ENTRY
               IF WS-ITEM-COST = ZERO
                   ADD 1 TO WS-UNCOSTED-LINES
               END-IF
               COMPUTE WS-MOVE-VALUE = WS-T-QTY-NUM * WS-ITEM-COST
               EVALUATE WS-T-TYPE
                   WHEN 'R'
                       ADD 1 TO WS-RECEIPT-LINES
                       ADD WS-MOVE-VALUE TO WS-RECEIPT-VALUE
                   WHEN 'V'
                       ADD 1 TO WS-RETURN-LINES
                       ADD WS-MOVE-VALUE TO WS-RETURN-VALUE
                   WHEN 'I'
                       ADD 1 TO WS-ISSUE-LINES
                       ADD WS-MOVE-VALUE TO WS-ISSUE-VALUE
                       PERFORM CHARGE-DEPARTMENT
                   WHEN 'C'
                   WHEN 'A'
                       PERFORM VALUE-VARIANCE
                   WHEN 'T'
                       ADD 1 TO WS-TRANSFER-LINES
               END-EVALUATE
           END-IF.

       FETCH-ITEM-ENTRY.
      *    The item's cost is read once; its opening quantity is the
      *    first movement's before, its closing the latest after.
           MOVE ZERO TO WS-ITEM-MATCH.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                     UNTIL WS-ITEM-INDEX > WS-ITEM-TABLE-COUNT
               IF WS-IE-ITEM-ID (WS-ITEM-INDEX) = WS-T-ITEM-ID
                   MOVE WS-ITEM-INDEX TO WS-ITEM-MATCH
               END-IF
           END-PERFORM.
           IF WS-ITEM-MATCH = ZERO
               MOVE WS-T-ITEM-ID TO IN-ITEM-ID
               MOVE ZERO TO WS-ITEM-COST
               READ INFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IN-UNIT-COST IS NUMERIC
                           MOVE IN-UNIT-COST TO WS-ITEM-COST
                       END-IF
               END-READ
               IF WS-ITEM-TABLE-COUNT < WS-MAX-ITEM-TABLE
                   ADD 1 TO WS-ITEM-TABLE-COUNT
                   MOVE WS-ITEM-TABLE-COUNT TO WS-ITEM-MATCH
                   MOVE WS-T-ITEM-ID TO WS-IE-ITEM-ID (WS-ITEM-MATCH)
                   MOVE WS-ITEM-COST TO WS-IE-COST (WS-ITEM-MATCH)
                   MOVE 'N' TO WS-IE-BAL-FLAG (WS-ITEM-MATCH)
               ELSE
                   IF WS-ITEM-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-ITEM-TABLE-FULL
                       DISPLAY "STKGLP1: WARNING - more than 500 "
                               "items moved, remainder not "
                               "reconciled."
                   END-IF
               END-IF
           ELSE
               MOVE WS-IE-COST (WS-ITEM-MATCH) TO WS-ITEM-COST
           END-IF.
           IF WS-ITEM-MATCH > ZERO
                   AND WS-T-QTY-BEFORE IS NUMERIC
                   AND WS-T-QTY-AFTER IS NUMERIC
               IF WS-IE-BAL-FLAG (WS-ITEM-MATCH) = 'N'
                   MOVE WS-T-BEFORE-NUM
                       TO WS-IE-OPENING (WS-ITEM-MATCH)
                   MOVE 'Y' TO WS-IE-BAL-FLAG (WS-ITEM-MATCH)
               END-IF
               MOVE WS-T-AFTER-NUM TO WS-IE-CLOSING (WS-ITEM-MATCH)
           END-IF.

       CHARGE-DEPARTMENT.
           MOVE WS-T-DEPT-CODE TO WS-DEPT-KEY.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
               IF WS-DEPT-ENTRY-CODE (WS-TABLE-INDEX) = WS-DEPT-KEY
                   MOVE WS-TABLE-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.
           IF WS-MATCH-INDEX = ZERO
               IF WS-DEPT-TABLE-COUNT < WS-MAX-DEPT-TABLE
                   ADD 1 TO WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO WS-MATCH-INDEX
                   MOVE WS-DEPT-KEY TO
                       WS-DEPT-ENTRY-CODE (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-DEPT-ENTRY-VALUE (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-DEPT-ENTRY-LINES (WS-MATCH-INDEX)
               ELSE
                   IF WS-DEPT-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-DEPT-TABLE-FULL
                       DISPLAY "STKGLP1: WARNING - more than 50 "
                               "departments, remainder not posted."
                   END-IF
               END-IF
           END-IF.
           IF WS-MATCH-INDEX > ZERO
               ADD WS-MOVE-VALUE TO
                   WS-DEPT-ENTRY-VALUE (WS-MATCH-INDEX)
               ADD 1 TO WS-DEPT-ENTRY-LINES (WS-MATCH-INDEX)
           END-IF.

       VALUE-VARIANCE.
      *    A count or adjustment moves stock by after less before;
      *    a line that leaves stock where it was posts nothing.
           IF WS-T-QTY-BEFORE IS NUMERIC AND WS-T-QTY-AFTER IS NUMERIC
               COMPUTE WS-VARIANCE-QTY =
                   WS-T-AFTER-NUM - WS-T-BEFORE-NUM
               IF WS-VARIANCE-QTY < ZERO
                   COMPUTE WS-VARIANCE-ABS = ZERO - WS-VARIANCE-QTY
                   COMPUTE WS-MOVE-VALUE =
                       WS-VARIANCE-ABS * WS-ITEM-COST
                   ADD 1 TO WS-LOSS-LINES
                   ADD WS-MOVE-VALUE TO WS-LOSS-VALUE
               END-IF
               IF WS-VARIANCE-QTY > ZERO
                   MOVE WS-VARIANCE-QTY TO WS-VARIANCE-ABS
                   COMPUTE WS-MOVE-VALUE =
                       WS-VARIANCE-ABS * WS-ITEM-COST
                   ADD 1 TO WS-GAIN-LINES
                   ADD WS-MOVE-VALUE TO WS-GAIN-VALUE
               END-IF
           END-IF.

       WRITE-POSTING-FILE.
           OPEN OUTPUT POST-FILE.
           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open STKGLP.DAT file "
                       WS-POST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open STKGLP.REJ file "
                       WS-REJECT-FILE-STATUS
               STOP RUN
           END-IF.
      *    Receipts and vendor returns against GR/IR clearing.
           IF WS-RECEIPT-VALUE > ZERO
               MOVE WS-RECEIPT-VALUE TO WS-G-AMOUNT
               PERFORM WRITE-INVENTORY-DEBIT
               MOVE WS-GRIR-ACCOUNT TO WS-G-ACCOUNT
               MOVE WS-GRIR-CC TO WS-G-COST-CENTER
               MOVE WS-GRIR-KEY TO WS-G-DEPT
               PERFORM WRITE-CREDIT-LINE
           END-IF.
           IF WS-RETURN-VALUE > ZERO
               MOVE WS-RETURN-VALUE TO WS-G-AMOUNT
               MOVE WS-GRIR-ACCOUNT TO WS-G-ACCOUNT
               MOVE WS-GRIR-CC TO WS-G-COST-CENTER
               MOVE WS-GRIR-KEY TO WS-G-DEPT
               PERFORM WRITE-DEBIT-LINE
               PERFORM WRITE-INVENTORY-CREDIT
           END-IF.
      *    Issues: a debit per mapped department, then one credit to
      *    inventory for what was actually debited.
           OPEN INPUT GLMAP-FILE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
               PERFORM JUDGE-DEPARTMENT-BUCKET
           END-PERFORM.
           CLOSE GLMAP-FILE.
           IF WS-ISSUE-POSTED > ZERO
               MOVE WS-ISSUE-POSTED TO WS-G-AMOUNT
               PERFORM WRITE-INVENTORY-CREDIT
           END-IF.
      *    Count and adjustment variances against shrinkage.
           IF WS-GAIN-VALUE > ZERO
               MOVE WS-GAIN-VALUE TO WS-G-AMOUNT
               PERFORM WRITE-INVENTORY-DEBIT
               MOVE WS-SHRINK-ACCOUNT TO WS-G-ACCOUNT
               MOVE WS-SHRINK-CC TO WS-G-COST-CENTER
               MOVE WS-SHRINK-KEY TO WS-G-DEPT
               PERFORM WRITE-CREDIT-LINE
           END-IF.
           IF WS-LOSS-VALUE > ZERO
               MOVE WS-LOSS-VALUE TO WS-G-AMOUNT
               MOVE WS-SHRINK-ACCOUNT TO WS-G-ACCOUNT
               MOVE WS-SHRINK-CC TO WS-G-COST-CENTER
               MOVE WS-SHRINK-KEY TO WS-G-DEPT
               PERFORM WRITE-DEBIT-LINE
               PERFORM WRITE-INVENTORY-CREDIT
           END-IF.
           CLOSE POST-FILE.
           CLOSE REJECT-FILE.

       JUDGE-DEPARTMENT-BUCKET.
           MOVE 'N' TO WS-MAP-FOUND-FLAG.
           MOVE SPACES TO GLM-DEPT.
           MOVE WS-DEPT-ENTRY-CODE (WS-TABLE-INDEX) TO GLM-DEPT.
           IF WS-DEPT-ENTRY-CODE (WS-TABLE-INDEX) NOT = SPACES
               READ GLMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MAP-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-MAP-FOUND-FLAG = 'Y'
               IF WS-DEPT-ENTRY-VALUE (WS-TABLE-INDEX) > ZERO
                   MOVE GLM-ACCOUNT TO WS-G-ACCOUNT
                   MOVE GLM-COST-CENTER TO WS-G-COST-CENTER
                   MOVE WS-DEPT-ENTRY-VALUE (WS-TABLE-INDEX)
                       TO WS-G-AMOUNT
                   MOVE WS-DEPT-ENTRY-CODE (WS-TABLE-INDEX)
                       TO WS-G-DEPT
                   PERFORM WRITE-DEBIT-LINE
                   ADD WS-DEPT-ENTRY-VALUE (WS-TABLE-INDEX)
                       TO WS-ISSUE-POSTED
               END-IF
           ELSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           IF WS-DEPT-ENTRY-CODE (WS-TABLE-INDEX) = SPACES
               MOVE "(BLANK)" TO WS-R-DEPT
           ELSE
               MOVE WS-DEPT-ENTRY-CODE (WS-TABLE-INDEX) TO WS-R-DEPT
           END-IF.
           MOVE WS-DEPT-ENTRY-VALUE (WS-TABLE-INDEX) TO WS-R-AMOUNT.
           MOVE "NO GL ACCOUNT MAPPED" TO WS-R-REASON.
           MOVE WS-REJECT-DETAIL TO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           ADD WS-DEPT-ENTRY-VALUE (WS-TABLE-INDEX)
               TO WS-ISSUE-REJECTED.

       WRITE-INVENTORY-DEBIT.
           MOVE WS-INVENTORY-ACCOUNT TO WS-G-ACCOUNT.
           MOVE WS-INVENTORY-CC TO WS-G-COST-CENTER.
           MOVE WS-INVENTORY-KEY TO WS-G-DEPT.
           PERFORM WRITE-DEBIT-LINE.

       WRITE-INVENTORY-CREDIT.
           MOVE WS-INVENTORY-ACCOUNT TO WS-G-ACCOUNT.
           MOVE WS-INVENTORY-CC TO WS-G-COST-CENTER.
           MOVE WS-INVENTORY-KEY TO WS-G-DEPT.
           PERFORM WRITE-CREDIT-LINE.

       WRITE-DEBIT-LINE.
           MOVE 'D' TO WS-G-DC.
           MOVE WS-POSTING-PERIOD TO WS-G-PERIOD.
           MOVE WS-POST-DETAIL TO POST-LINE.
           WRITE POST-LINE.
           ADD 1 TO WS-POST-COUNT.
           ADD 1 TO WS-DEBIT-LINES.
           ADD WS-G-AMOUNT TO WS-DEBIT-TOTAL.

       WRITE-CREDIT-LINE.
           MOVE 'C' TO WS-G-DC.
           MOVE WS-POSTING-PERIOD TO WS-G-PERIOD.
           MOVE WS-POST-DETAIL TO POST-LINE.
           WRITE POST-LINE.
           ADD 1 TO WS-POST-COUNT.
           ADD 1 TO WS-CREDIT-LINES.
           ADD WS-G-AMOUNT TO WS-CREDIT-TOTAL.

       RECONCILE-TO-STOCK-VALUE.
      *    What the inventory account moved by, what the stock book
      *    moved by once the unposted issues are counted, and the
      *    change in the stock value STKVAL1 totals.
           COMPUTE WS-NET-POSTED = WS-RECEIPT-VALUE - WS-RETURN-VALUE
               - WS-ISSUE-POSTED + WS-GAIN-VALUE - WS-LOSS-VALUE.
           COMPUTE WS-NET-BOOK = WS-NET-POSTED - WS-ISSUE-REJECTED.
           MOVE ZERO TO WS-STKVAL-CHANGE.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                     UNTIL WS-ITEM-INDEX > WS-ITEM-TABLE-COUNT
               IF WS-IE-BAL-FLAG (WS-ITEM-INDEX) = 'Y'
                   COMPUTE WS-STKVAL-CHANGE = WS-STKVAL-CHANGE
                       + (WS-IE-CLOSING (WS-ITEM-INDEX)
                          - WS-IE-OPENING (WS-ITEM-INDEX))
                       * WS-IE-COST (WS-ITEM-INDEX)
               END-IF
           END-PERFORM.
           COMPUTE WS-UNEXPLAINED = WS-STKVAL-CHANGE - WS-NET-BOOK.

       PRINT-POSTING-SUMMARY.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open STKGLP.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-POSTING-PERIOD TO WS-H-PERIOD.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SUMMARY-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "RECEIPTS (DR INV / CR GR-IR)" TO WS-S-LABEL.
           MOVE WS-RECEIPT-LINES TO WS-S-LINES.
           MOVE WS-RECEIPT-VALUE TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "VENDOR RETURNS (DR GR-IR / CR INV)" TO WS-S-LABEL.
           MOVE WS-RETURN-LINES TO WS-S-LINES.
           MOVE WS-RETURN-VALUE TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "ISSUES (DR DEPT / CR INV)" TO WS-S-LABEL.
           MOVE WS-ISSUE-LINES TO WS-S-LINES.
           MOVE WS-ISSUE-VALUE TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "  OF WHICH REJECTED, UNMAPPED" TO WS-S-LABEL.
           MOVE WS-REJECT-COUNT TO WS-S-LINES.
           MOVE WS-ISSUE-REJECTED TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "COUNT/ADJ GAINS (DR INV / CR SHR)" TO WS-S-LABEL.
           MOVE WS-GAIN-LINES TO WS-S-LINES.
           MOVE WS-GAIN-VALUE TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "COUNT/ADJ LOSSES (DR SHR / CR INV)" TO WS-S-LABEL.
           MOVE WS-LOSS-LINES TO WS-S-LINES.
           MOVE WS-LOSS-VALUE TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "TRANSFERS (NOT POSTED)" TO WS-S-LABEL.
           MOVE WS-TRANSFER-LINES TO WS-S-LINES.
           MOVE ZERO TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "POSTING FILE DEBITS" TO WS-S-LABEL.
           MOVE WS-DEBIT-LINES TO WS-S-LINES.
           MOVE WS-DEBIT-TOTAL TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "POSTING FILE CREDITS" TO WS-S-LABEL.
           MOVE WS-CREDIT-LINES TO WS-S-LINES.
           MOVE WS-CREDIT-TOTAL TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "NET INVENTORY MOVEMENT POSTED" TO WS-S-LABEL.
           MOVE ZERO TO WS-S-LINES.
           MOVE WS-NET-POSTED TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "LESS ISSUES REJECTED" TO WS-S-LABEL.
           MOVE ZERO TO WS-S-LINES.
           MOVE WS-ISSUE-REJECTED TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "NET STOCK MOVEMENT, ALL LINES" TO WS-S-LABEL.
           MOVE ZERO TO WS-S-LINES.
           MOVE WS-NET-BOOK TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "CHANGE IN STKVAL1 TOTAL" TO WS-S-LABEL.
           MOVE WS-ITEM-TABLE-COUNT TO WS-S-LINES.
           MOVE WS-STKVAL-CHANGE TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "UNEXPLAINED DIFFERENCE" TO WS-S-LABEL.
           MOVE ZERO TO WS-S-LINES.
           MOVE WS-UNEXPLAINED TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "MOVEMENTS AT ZERO COST" TO WS-S-LABEL.
           MOVE WS-UNCOSTED-LINES TO WS-S-LINES.
           MOVE ZERO TO WS-S-AMOUNT.
           PERFORM PRINT-SUMMARY-LINE.
           CLOSE PRINT-FILE.

       PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * ROPCAL1.cob - Reorder Point Recalculation Batch Program
      * Fujitsu ASP COBOLG Program
      * IN-REORDER-POINT is keyed once in ITMMNT1 and never looked at
      * again, so LOWSTK1 and POGEN1 order some items too late and
      * pile up others. This batch works each item's reorder point
      * out afresh from what it actually uses: the quantity issued
      * (journal type I) over the last MONTHS= closed months on
      * ITEM.HIST, divided by the calendar days in those months,
      * gives a daily issue rate; times the default vendor's
      * VEND-LEAD-DAYS it is the demand over one lead time, and the
      * SAFETY= percentage is added on top as safety stock:
      *   proposed = rate x lead days x (100 + SAFETY) / 100
      * An item without a vendor on VEND.MASTER, or whose vendor
      * quotes no lead time, is worked at LEAD= days. An item with
      * no issues in the window is shown but left alone -- a new
      * item should not lose its keyed reorder point to a lack of
      * history.
      *
      * Mode P (preview) prints current against proposed reorder
      * points with the usage behind them to ROPCAL.PRT without
      * touching ITEM.MASTER; mode A (apply) prints the same report
      * and rewrites IN-REORDER-POINT for each item whose proposed
      * value differs from the current one by more than CHANGE=
      * percent, journalling each change to ITEM.TRAN as an
      * adjustment (type A) that leaves stock where it was --
      * quantity before and after both the stock on hand -- with
      * reference ROP=nnnnn carrying the new reorder point. Like
      * STKMOV1, apply is refused while today's period is closing
      * or closed.
      *
      * ROPCAL.PRM, one KEY=value line each (defaults in brackets):
      *   MONTHS=nn    closed months of usage to average    [03]
      *   SAFETY=nnn   safety stock, percent of lead demand [025]
      *   CHANGE=nnn   least percent change applied         [010]
      *   LEAD=nnn     lead days when the vendor has none   [014]
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.
      * 2026-10-15  In apply mode takes the maintenance lock (LCKCTL1)
      *             while it rewrites ITEM.MASTER, so online updates
      *             stop; it does not start while SESS.ACT still shows
      *             active sessions unless the operator forces it, and
      *             the lock is released when the run ends or fails.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCAL1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT VEND-FILE ASSIGN TO "VEND.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-CODE
                  FILE STATUS IS WS-VEND-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "ITEM.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "ROPCAL.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ROPCAL.PRT"
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

       FD  HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-LINE               PIC X(80).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LINE               PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-LINE               PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-VEND-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-TRAN-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-APPLY-MODE-FLAG      PIC X VALUE 'N'.
       01  WS-VEND-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-TRAN-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-CURRENT-DATE         PIC 9(6).
       01  WS-CURRENT-TIME         PIC 9(8).

      * Parameters from ROPCAL.PRM.
       01  WS-USAGE-MONTHS         PIC 9(2) VALUE 3.
       01  WS-SAFETY-PCT           PIC 9(3) VALUE 25.
       01  WS-CHANGE-PCT           PIC 9(3) VALUE 10.
       01  WS-DEFAULT-LEAD         PIC 9(3) VALUE 14.

      * The closed periods found on ITEM.HIST (*PRD* headers, as
      * YYYYMM) and the window of the last MONTHS= of them.
       01  WS-PERIOD-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-MAX-PERIOD-TABLE     PIC 9(3) VALUE 240.
       01  WS-PERIOD-INDEX         PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-FOUND-FLAG    PIC X VALUE 'N'.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY     PIC 9(6) OCCURS 240 TIMES.
       01  WS-PERIOD-WORK-R.
           05  WS-PW-CENTURY       PIC 9(2).
           05  WS-PW-YY            PIC 9(2).
           05  WS-PW-MM            PIC 9(2).
       01  WS-PERIOD-WORK REDEFINES WS-PERIOD-WORK-R PIC 9(6).
       01  WS-PERIOD-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-PERIOD-LIMIT         PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-BEST          PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-FROM          PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-TO            PIC 9(6) VALUE ZERO.
       01  WS-MONTHS-USED          PIC 9(2) VALUE ZERO.
       01  WS-WINDOW-DAYS          PIC 9(4) VALUE ZERO.
       01  WS-MONTH-INDEX          PIC 9(3) VALUE ZERO.
       01  WS-LEAP-QUOTIENT        PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER       PIC 9(3) VALUE ZERO.
       01  WS-MONTH-DAYS-LIST      PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

      * The leading fields of the journal line, as read back.
       01  WS-HIST-DETAIL.
           05  WS-H-DATE           PIC X(6).
           05  WS-H-DATE-R REDEFINES WS-H-DATE.
               10  WS-H-YY         PIC 9(2).
               10  WS-H-MM         PIC 9(2).
               10  WS-H-DD         PIC 9(2).
           05  FILLER              PIC X(1).
           05  WS-H-TIME           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-H-TYPE           PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-H-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-H-QTY            PIC X(5).
           05  WS-H-QTY-NUM REDEFINES WS-H-QTY PIC 9(5).
           05  FILLER              PIC X(47).

      * The same journal line layout STKMOV1 writes; type 'A' with
      * stock unchanged records the reorder point change.
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
           05  WS-T-REFERENCE.
               10  FILLER          PIC X(4)  VALUE "ROP=".
               10  WS-T-NEW-ROP    PIC 9(5).
               10  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-UNIT-COST      PIC 9(5)V99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-T-LOC-CODE       PIC X(4).

      * Issue quantity per item over the window; the usual
      * fixed-table bound and warning.
       01  WS-USAGE-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-MAX-USAGE-TABLE      PIC 9(3) VALUE 500.
       01  WS-USAGE-TABLE-FULL     PIC X VALUE 'N'.
       01  WS-USAGE-INDEX          PIC 9(3) VALUE ZERO.
       01  WS-MATCH-INDEX          PIC 9(3) VALUE ZERO.
       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY OCCURS 500 TIMES.
               10  WS-U-ITEM-ID    PIC X(10).
               10  WS-U-QTY        PIC 9(7).

      * One item's figures.
       01  WS-ITEM-USAGE-QTY       PIC 9(7) VALUE ZERO.
       01  WS-LEAD-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-LEAD-NOTE            PIC X(1) VALUE SPACE.
       01  WS-DAILY-RATE           PIC 9(5)V99 VALUE ZERO.
       01  WS-PROPOSED-WORK        PIC 9(9) VALUE ZERO.
       01  WS-PROPOSED-ROP         PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-QTY           PIC S9(6) VALUE ZERO.
       01  WS-CHANGE-ABS           PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-PCT-WORK      PIC S9(5) VALUE ZERO.
       01  WS-OLD-ROP              PIC 9(5) VALUE ZERO.
       01  WS-ITEM-UNIT-COST       PIC 9(5)V99 VALUE ZERO.

       01  WS-ITEM-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-NO-USAGE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-QUALIFY-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE ZERO.

      * Today's accounting period and its state on PERIOD.CTL --
      * the change lines are dated the day they are written.
       01  WS-PRD-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Reorder Point Recalculation".
           05  WS-MODE-LABEL       PIC X(34)
               VALUE "Mode (P=preview A=apply):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-MODE-CODE        PIC X(1).

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(23) VALUE
               "REORDER POINT RECALC".
           05  FILLER              PIC X(7)  VALUE "USAGE ".
           05  WS-RH-FROM          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-RH-TO            PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RH-DAYS          PIC ZZZ9.
           05  FILLER              PIC X(7)  VALUE " DAYS  ".
           05  FILLER              PIC X(4)  VALUE "SS ".
           05  WS-RH-SAFETY        PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE "%".
           05  WS-RH-MODE          PIC X(12).

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(11) VALUE "ITEM ID".
           05  FILLER              PIC X(15) VALUE "ITEM NAME".
           05  FILLER              PIC X(5)  VALUE "VEND".
           05  FILLER              PIC X(5)  VALUE "LEAD".
           05  FILLER              PIC X(8)  VALUE "    USED".
           05  FILLER              PIC X(8)  VALUE "   DAILY".
           05  FILLER              PIC X(6)  VALUE "   ROP".
           05  FILLER              PIC X(6)  VALUE "   NEW".
           05  FILLER              PIC X(6)  VALUE "  CHG%".
           05  FILLER              PIC X(10) VALUE " NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-ITEM-NAME      PIC X(14).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-VEND-CODE      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-LEAD-DAYS      PIC ZZ9.
           05  WS-D-LEAD-NOTE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-USAGE-QTY      PIC ZZZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-DAILY-RATE     PIC ZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-OLD-ROP        PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-NEW-ROP        PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-CHANGE-PCT     PIC -ZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-NOTE           PIC X(9).

       01  WS-FOOTER-LINE-1.
           05  FILLER              PIC X(24) VALUE "ITEMS EXAMINED:".
           05  WS-F-ITEMS          PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "NO USAGE, LEFT:".
           05  WS-F-NO-USAGE       PIC ZZZZ9.

       01  WS-FOOTER-LINE-2.
           05  FILLER              PIC X(24) VALUE
               "CHANGE OVER THRESHOLD:".
           05  WS-F-QUALIFY        PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "APPLIED:".
           05  WS-F-APPLIED        PIC ZZZZ9.

       01  WS-FOOTER-LINE-3.
           05  FILLER              PIC X(24) VALUE "THRESHOLD PERCENT:".
           05  WS-F-CHANGE-PCT     PIC ZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               "* = NO VENDOR LEAD, LEAD= USED".

       01  WS-LOCK-SET-BY          PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON          PIC X(40) VALUE SPACES.
       01  WS-LOCK-END             PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT          PIC X(1) VALUE 'N'.
       01  WS-LOCK-HELD            PIC X(1) VALUE 'N'.
       01  WS-FORCE-ANSWER         PIC X(1) VALUE SPACE.
       01  WS-FORCE-LABEL          PIC X(40)
           VALUE "Sessions still active - force? (Y/N):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-MODE-LABEL.
           ACCEPT WS-MODE-CODE.
           EVALUATE WS-MODE-CODE
               WHEN 'P'
               WHEN 'p'
                   MOVE 'N' TO WS-APPLY-MODE-FLAG
               WHEN 'A'
               WHEN 'a'
                   MOVE 'Y' TO WS-APPLY-MODE-FLAG
               WHEN OTHER
                   MOVE "Error: Mode must be P or A" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
                   MOVE 0 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           IF WS-APPLY-MODE-FLAG = 'Y'
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-STATE = 'C' OR WS-PRD-STATE = 'P'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-RECALC-PARMS.
           PERFORM FIND-USAGE-WINDOW.
           IF WS-MONTHS-USED = ZERO
               MOVE "Error: No closed months on ITEM.HIST" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MONTHS-USED < WS-USAGE-MONTHS
               DISPLAY "ROPCAL1: WARNING - only " WS-MONTHS-USED
                       " closed months on ITEM.HIST, averaged over "
                       "those."
           END-IF.
           PERFORM GATHER-WINDOW-ISSUES.
           IF WS-APPLY-MODE-FLAG = 'Y'
               PERFORM ACQUIRE-MAINT-LOCK
               IF WS-LOCK-HELD = 'Y'
                   PERFORM RECALC-REORDER-POINTS
                   PERFORM RELEASE-MAINT-LOCK
               END-IF
           ELSE
               PERFORM RECALC-REORDER-POINTS
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       RECALC-REORDER-POINTS.
           PERFORM OPEN-RECALC-FILES.
           PERFORM SWEEP-ITEMS.
           PERFORM PRINT-RECALC-FOOTER.
           PERFORM CLOSE-RECALC-FILES.
           CALL 'RPTSPOOL' USING "ROPCAL  " "ROPCAL.PRT  ".
           DISPLAY "ROPCAL1: " WS-ITEM-COUNT " items, "
                   WS-QUALIFY-COUNT " over threshold, "
                   WS-APPLIED-COUNT " applied.".

       CHECK-PERIOD-OPEN.
      *    A period MECRUN1 has started to close (P) or has closed
      *    (C) takes no more journal lines -- STKCLS1 has already
      *    cut its journal.
           ACCEPT WS-PRD-TODAY FROM DATE YYYYMMDD.
           MOVE WS-PRD-TODAY (1:6) TO WS-PRD-PERIOD.
           CALL 'PRDCTL1' USING "Q" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           EVALUATE WS-PRD-STATE
               WHEN 'C'
                   MOVE "Error: Period is closed - nothing applied" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN 'P'
                   MOVE "Error: Month-end close running - not applied"
                       TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.

       LOAD-RECALC-PARMS.
      *    A missing ROPCAL.PRM leaves the defaults; zero months or
      *    zero default lead days are refused for the default.
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
                           WHEN PARM-LINE (1:7) = "MONTHS="
                                   AND PARM-LINE (8:2) IS NUMERIC
                                   AND PARM-LINE (8:2) > "00"
                               MOVE PARM-LINE (8:2) TO WS-USAGE-MONTHS
                           WHEN PARM-LINE (1:7) = "SAFETY="
                                   AND PARM-LINE (8:3) IS NUMERIC
                               MOVE PARM-LINE (8:3) TO WS-SAFETY-PCT
                           WHEN PARM-LINE (1:7) = "CHANGE="
                                   AND PARM-LINE (8:3) IS NUMERIC
                               MOVE PARM-LINE (8:3) TO WS-CHANGE-PCT
                           WHEN PARM-LINE (1:5) = "LEAD="
                                   AND PARM-LINE (6:3) IS NUMERIC
                                   AND PARM-LINE (6:3) > "000"
                               MOVE PARM-LINE (6:3) TO WS-DEFAULT-LEAD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       FIND-USAGE-WINDOW.
      *    Every *PRD* header STKCLS1 has written names a closed
      *    period (YYMM, windowed 50-99 to 19xx like the movement
      *    dates); the window is the latest MONTHS= of them.
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
                       IF HIST-LINE (1:6) = "*PRD* "
                               AND HIST-LINE (7:4) IS NUMERIC
                           PERFORM NOTE-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.
           MOVE ZERO TO WS-MONTHS-USED.
           MOVE ZERO TO WS-WINDOW-DAYS.
           MOVE 999999 TO WS-PERIOD-LIMIT.
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                     UNTIL WS-MONTH-INDEX > WS-USAGE-MONTHS
               PERFORM TAKE-NEXT-LATEST-PERIOD
           END-PERFORM.

       NOTE-CLOSED-PERIOD.
           MOVE HIST-LINE (7:2) TO WS-PW-YY.
           MOVE HIST-LINE (9:2) TO WS-PW-MM.
           IF WS-PW-YY >= 50
               MOVE 19 TO WS-PW-CENTURY
           ELSE
               MOVE 20 TO WS-PW-CENTURY
           END-IF.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                     UNTIL WS-PERIOD-INDEX > WS-PERIOD-TABLE-COUNT
               IF WS-PERIOD-ENTRY (WS-PERIOD-INDEX) = WS-PERIOD-WORK
                   MOVE 'Y' TO WS-PERIOD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-PERIOD-FOUND-FLAG = 'N'
                   AND WS-PERIOD-TABLE-COUNT < WS-MAX-PERIOD-TABLE
               ADD 1 TO WS-PERIOD-TABLE-COUNT
               MOVE WS-PERIOD-WORK
                   TO WS-PERIOD-ENTRY (WS-PERIOD-TABLE-COUNT)
           END-IF.

       TAKE-NEXT-LATEST-PERIOD.
           MOVE ZERO TO WS-PERIOD-BEST.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                     UNTIL WS-PERIOD-INDEX > WS-PERIOD-TABLE-COUNT
               IF WS-PERIOD-ENTRY (WS-PERIOD-INDEX) < WS-PERIOD-LIMIT
                   AND WS-PERIOD-ENTRY (WS-PERIOD-INDEX)
                       > WS-PERIOD-BEST
                   MOVE WS-PERIOD-ENTRY (WS-PERIOD-INDEX)
                       TO WS-PERIOD-BEST
               END-IF
           END-PERFORM.
           IF WS-PERIOD-BEST > ZERO
               ADD 1 TO WS-MONTHS-USED
               IF WS-MONTHS-USED = 1
                   MOVE WS-PERIOD-BEST TO WS-WINDOW-TO
               END-IF
               MOVE WS-PERIOD-BEST TO WS-WINDOW-FROM
               MOVE WS-PERIOD-BEST TO WS-PERIOD-LIMIT
               MOVE WS-PERIOD-BEST TO WS-PERIOD-WORK
               PERFORM ADD-MONTH-DAYS
           END-IF.

       ADD-MONTH-DAYS.
      *    February has 29 days in a year divisible by 4, except a
      *    century year not divisible by 400.
           IF WS-PW-MM < 1 OR WS-PW-MM > 12
               ADD 30 TO WS-WINDOW-DAYS
           ELSE
               ADD WS-MONTH-DAYS (WS-PW-MM) TO WS-WINDOW-DAYS
               IF WS-PW-MM = 2
                   COMPUTE WS-PERIOD-YEAR =
                       WS-PW-CENTURY * 100 + WS-PW-YY
                   DIVIDE WS-PERIOD-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       IF WS-PW-YY NOT = ZERO
                           ADD 1 TO WS-WINDOW-DAYS
                       ELSE
                           DIVIDE WS-PERIOD-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               ADD 1 TO WS-WINDOW-DAYS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GATHER-WINDOW-ISSUES.
      *    Only closed history counts: the live journal holds a
      *    month still under way.
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
                           MOVE HIST-LINE TO WS-HIST-DETAIL
                           PERFORM JUDGE-ISSUE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.

       JUDGE-ISSUE-LINE.
           IF WS-H-TYPE = 'I'
                   AND WS-H-DATE IS NUMERIC
                   AND WS-H-QTY IS NUMERIC
               MOVE WS-H-YY TO WS-PW-YY
               MOVE WS-H-MM TO WS-PW-MM
               IF WS-H-YY >= 50
                   MOVE 19 TO WS-PW-CENTURY
               ELSE
                   MOVE 20 TO WS-PW-CENTURY
               END-IF
               IF WS-PERIOD-WORK NOT < WS-WINDOW-FROM
                       AND WS-PERIOD-WORK NOT > WS-WINDOW-TO
                   PERFORM ADD-ITEM-USAGE
               END-IF
           END-IF.

       ADD-ITEM-USAGE.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-USAGE-INDEX FROM 1 BY 1
                     UNTIL WS-USAGE-INDEX > WS-USAGE-TABLE-COUNT
               IF WS-U-ITEM-ID (WS-USAGE-INDEX) = WS-H-ITEM-ID
                   MOVE WS-USAGE-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.
           IF WS-MATCH-INDEX = ZERO
               IF WS-USAGE-TABLE-COUNT < WS-MAX-USAGE-TABLE
                   ADD 1 TO WS-USAGE-TABLE-COUNT
                   MOVE WS-USAGE-TABLE-COUNT TO WS-MATCH-INDEX
                   MOVE WS-H-ITEM-ID TO WS-U-ITEM-ID (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-U-QTY (WS-MATCH-INDEX)
               ELSE
                   IF WS-USAGE-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-USAGE-TABLE-FULL
                       DISPLAY "ROPCAL1: WARNING - more than 500 "
                               "items issued, remainder left alone."
                   END-IF
               END-IF
           END-IF.
           IF WS-MATCH-INDEX > ZERO
               ADD WS-H-QTY-NUM TO WS-U-QTY (WS-MATCH-INDEX)
           END-IF.

       OPEN-RECALC-FILES.
           IF WS-APPLY-MODE-FLAG = 'Y'
               OPEN I-O INFILE
           ELSE
               OPEN INPUT INFILE
           END-IF.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
      *    No VEND.MASTER yet leaves every item on the LEAD= days.
           MOVE 'N' TO WS-VEND-OPEN-FLAG.
           OPEN INPUT VEND-FILE.
           IF WS-VEND-FILE-STATUS = "00"
               MOVE 'Y' TO WS-VEND-OPEN-FLAG
           END-IF.
           IF WS-APPLY-MODE-FLAG = 'Y'
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TRAN-FILE
               END-IF
               IF WS-TRAN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open ITEM.TRAN file "
                           WS-TRAN-FILE-STATUS
                   PERFORM RELEASE-MAINT-LOCK
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-TRAN-OPEN-FLAG
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ROPCAL.PRT file "
                       WS-PRINT-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           MOVE WS-WINDOW-FROM TO WS-RH-FROM.
           MOVE WS-WINDOW-TO TO WS-RH-TO.
           MOVE WS-WINDOW-DAYS TO WS-RH-DAYS.
           MOVE WS-SAFETY-PCT TO WS-RH-SAFETY.
           IF WS-APPLY-MODE-FLAG = 'Y'
               MOVE "  (APPLY)" TO WS-RH-MODE
           ELSE
               MOVE "  (PREVIEW)" TO WS-RH-MODE
           END-IF.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       SWEEP-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RECALC-ONE-ITEM
               END-READ
           END-PERFORM.

       RECALC-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-ITEM-USAGE-QTY.
           PERFORM VARYING WS-USAGE-INDEX FROM 1 BY 1
                     UNTIL WS-USAGE-INDEX > WS-USAGE-TABLE-COUNT
               IF WS-U-ITEM-ID (WS-USAGE-INDEX) = IN-ITEM-ID
                   MOVE WS-U-QTY (WS-USAGE-INDEX)
                       TO WS-ITEM-USAGE-QTY
               END-IF
           END-PERFORM.
           IF IN-REORDER-POINT IS NUMERIC
               MOVE IN-REORDER-POINT TO WS-OLD-ROP
           ELSE
               MOVE ZERO TO WS-OLD-ROP
           END-IF.
           PERFORM FETCH-LEAD-DAYS.
           MOVE SPACES TO WS-D-NOTE.
           MOVE ZERO TO WS-CHANGE-PCT-WORK.
           IF WS-ITEM-USAGE-QTY = ZERO
               ADD 1 TO WS-NO-USAGE-COUNT
               MOVE ZERO TO WS-DAILY-RATE
               MOVE WS-OLD-ROP TO WS-PROPOSED-ROP
               MOVE "NO USAGE" TO WS-D-NOTE
           ELSE
               PERFORM WORK-OUT-PROPOSAL
               PERFORM JUDGE-CHANGE-THRESHOLD
           END-IF.
           PERFORM PRINT-ITEM-LINE.

       FETCH-LEAD-DAYS.
           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS.
           MOVE '*' TO WS-LEAD-NOTE.
           IF WS-VEND-OPEN-FLAG = 'Y' AND IN-VENDOR-CODE NOT = SPACES
               MOVE IN-VENDOR-CODE TO VEND-CODE
               READ VEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VEND-LEAD-DAYS IS NUMERIC
                               AND VEND-LEAD-DAYS > ZERO
                           MOVE VEND-LEAD-DAYS TO WS-LEAD-DAYS
                           MOVE SPACE TO WS-LEAD-NOTE
                       END-IF
               END-READ
           END-IF.

       WORK-OUT-PROPOSAL.
      *    Worked from the usage total rather than the rounded daily
      *    rate, so slow movers are not rounded away.
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-ITEM-USAGE-QTY / WS-WINDOW-DAYS.
           COMPUTE WS-PROPOSED-WORK ROUNDED =
               WS-ITEM-USAGE-QTY * WS-LEAD-DAYS
               * (100 + WS-SAFETY-PCT)
               / (WS-WINDOW-DAYS * 100).
           IF WS-PROPOSED-WORK > 99999
               MOVE 99999 TO WS-PROPOSED-ROP
           ELSE
               MOVE WS-PROPOSED-WORK TO WS-PROPOSED-ROP
           END-IF.

       JUDGE-CHANGE-THRESHOLD.
      *    A current reorder point of zero takes any proposal above
      *    zero; otherwise the change must exceed CHANGE= percent.
           COMPUTE WS-CHANGE-QTY = WS-PROPOSED-ROP - WS-OLD-ROP.
           IF WS-CHANGE-QTY < ZERO
               COMPUTE WS-CHANGE-ABS = ZERO - WS-CHANGE-QTY
           ELSE
               MOVE WS-CHANGE-QTY TO WS-CHANGE-ABS
           END-IF.
           IF WS-OLD-ROP > ZERO
               COMPUTE WS-CHANGE-PCT-WORK ROUNDED =
                   WS-CHANGE-QTY * 100 / WS-OLD-ROP
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHANGE-ABS = ZERO
                   MOVE "NO CHANGE" TO WS-D-NOTE
               WHEN WS-OLD-ROP > ZERO
                       AND WS-CHANGE-ABS * 100
                           NOT > WS-OLD-ROP * WS-CHANGE-PCT
                   MOVE "UNDER THR" TO WS-D-NOTE
               WHEN OTHER
                   ADD 1 TO WS-QUALIFY-COUNT
                   IF WS-APPLY-MODE-FLAG = 'Y'
                       PERFORM APPLY-NEW-REORDER-POINT
                   ELSE
                       MOVE "TO APPLY" TO WS-D-NOTE
                   END-IF
           END-EVALUATE.

       APPLY-NEW-REORDER-POINT.
           MOVE WS-PROPOSED-ROP TO IN-REORDER-POINT.
           REWRITE INFILE-REC
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite ITEM.MASTER "
                           WS-INFILE-STATUS
           END-REWRITE.
           IF WS-INFILE-STATUS = "00"
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED" TO WS-D-NOTE
               PERFORM WRITE-CHANGE-LINE
           ELSE
               MOVE "NOT SAVED" TO WS-D-NOTE
           END-IF.

       WRITE-CHANGE-LINE.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-T-DATE.
           MOVE WS-CURRENT-TIME TO WS-T-TIME.
           MOVE 'A' TO WS-T-TYPE.
           MOVE IN-ITEM-ID TO WS-T-ITEM-ID.
           MOVE ZERO TO WS-T-QTY.
           MOVE IN-ITEM-QTY TO WS-T-QTY-BEFORE.
           MOVE IN-ITEM-QTY TO WS-T-QTY-AFTER.
           MOVE WS-PROPOSED-ROP TO WS-T-NEW-ROP.
           IF IN-UNIT-COST IS NUMERIC
               MOVE IN-UNIT-COST TO WS-ITEM-UNIT-COST
           ELSE
               MOVE ZERO TO WS-ITEM-UNIT-COST
           END-IF.
           MOVE WS-ITEM-UNIT-COST TO WS-T-UNIT-COST.
           MOVE SPACES TO WS-T-DEPT-CODE.
           MOVE SPACES TO WS-T-LOC-CODE.
           MOVE WS-TRAN-DETAIL TO TRAN-LINE.
           WRITE TRAN-LINE.

       PRINT-ITEM-LINE.
           MOVE IN-ITEM-ID TO WS-D-ITEM-ID.
           MOVE IN-ITEM-NAME TO WS-D-ITEM-NAME.
           MOVE IN-VENDOR-CODE TO WS-D-VEND-CODE.
           MOVE WS-LEAD-DAYS TO WS-D-LEAD-DAYS.
           MOVE WS-LEAD-NOTE TO WS-D-LEAD-NOTE.
           MOVE WS-ITEM-USAGE-QTY TO WS-D-USAGE-QTY.
           MOVE WS-DAILY-RATE TO WS-D-DAILY-RATE.
           MOVE WS-OLD-ROP TO WS-D-OLD-ROP.
           MOVE WS-PROPOSED-ROP TO WS-D-NEW-ROP.
           MOVE WS-CHANGE-PCT-WORK TO WS-D-CHANGE-PCT.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-RECALC-FOOTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ITEM-COUNT TO WS-F-ITEMS.
           MOVE WS-NO-USAGE-COUNT TO WS-F-NO-USAGE.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-QUALIFY-COUNT TO WS-F-QUALIFY.
           MOVE WS-APPLIED-COUNT TO WS-F-APPLIED.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHANGE-PCT TO WS-F-CHANGE-PCT.
           MOVE WS-FOOTER-LINE-3 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-RECALC-FILES.
           CLOSE INFILE.
           IF WS-VEND-OPEN-FLAG = 'Y'
               CLOSE VEND-FILE
           END-IF.
           IF WS-TRAN-OPEN-FLAG = 'Y'
               CLOSE TRAN-FILE
           END-IF.
           CLOSE PRINT-FILE.

      ******************************************************************
      * Maintenance lock: closes the system to sign-ons and online
      * updates while the master is rewritten (LCKCTL1).
      ******************************************************************
       ACQUIRE-MAINT-LOCK.
      *    Refuses to start while SESS.ACT still shows anyone signed
      *    on, unless the operator forces it -- SESSDSP1 shows who,
      *    SESSWP1 clears entries a dropped terminal left behind.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE "ROPCAL1 " TO WS-LOCK-SET-BY.
           MOVE "REORDER POINT UPDATE (ROPCAL1)"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "ROPCAL1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "REORDER POINT UPDATE (ROPCAL1)"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "ROPCAL1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

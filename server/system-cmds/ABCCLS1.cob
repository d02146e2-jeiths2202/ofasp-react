      * ABCCLS1.cob - Item ABC Classification Program
      * Fujitsu ASP COBOLG Program
      * Quarterly batch that ranks every item on ITEM.MASTER by its
      * annual usage value -- the quantity issued (journal type I)
      * over the twelve months to today, gathered from ITEM.HIST and
      * the live ITEM.TRAN, times the item's IN-UNIT-COST -- and
      * stores the resulting class on the item (IN-ABC-CLASS):
      *   A  the items making up the first A-CUTOFF percent of the
      *      total usage value
      *   B  the next items, up to B-CUTOFF percent
      *   C  the rest, and every item with no usage value at all
      * The cut-offs are cumulative percentages on ABC.PRM
      * (A-CUTOFF=nn, B-CUTOFF=nn; default 80 and 95). An item is
      * classed by the share already taken by the items ranked
      * above it, so the top item is always A. CNTSCH1 schedules
      * the cycle counts from the class. The ranking, with each
      * item's usage, value, cumulative share and any change of
      * class, is printed to ABCCLS.PRT and captured through
      * RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.
      * 2026-10-15  Takes the maintenance lock (LCKCTL1) while it
      *             rewrites ITEM.MASTER, so online updates stop; it
      *             does not start while SESS.ACT still shows active
      *             sessions unless the operator forces it, and the lock
      *             is released when the run ends or fails.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLS1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "ITEM.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "ABC.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ABCCLS.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "ABCSORT.TMP".

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

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-LINE               PIC X(80).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-USAGE-VALUE       PIC 9(12)V99.
           05  S-ITEM-ID           PIC X(10).
           05  S-ITEM-NAME         PIC X(20).
           05  S-USAGE-QTY         PIC 9(7).
           05  S-OLD-CLASS         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-TRAN-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-ITEM-COST            PIC 9(5)V99 VALUE ZERO.
       01  WS-ITEM-USAGE-QTY       PIC 9(7) VALUE ZERO.

      * Cumulative-percentage cut-offs from ABC.PRM.
       01  WS-A-CUTOFF             PIC 9(3) VALUE 80.
       01  WS-B-CUTOFF             PIC 9(3) VALUE 95.

      * Today, and the day a year ago that opens the usage window.
       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-FROM          PIC 9(8) VALUE ZERO.

      * The same journal line layout STKMOV1 writes; only the date,
      * type, item and quantity matter here.
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
           05  WS-T-QTY-NUM REDEFINES WS-T-QTY PIC 9(5).
           05  FILLER              PIC X(47).

      * Movement date widened to YYYYMMDD with the DATECNV1 window:
      * years 50-99 are 19xx, 00-49 are 20xx.
       01  WS-MOVE-DATE-R.
           05  WS-MD-CENTURY       PIC 9(2).
           05  WS-MD-YY            PIC 9(2).
           05  WS-MD-MMDD          PIC 9(4).
       01  WS-MOVE-DATE REDEFINES WS-MOVE-DATE-R PIC 9(8).

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

      * Ranking totals.
       01  WS-TOTAL-VALUE          PIC 9(13)V99 VALUE ZERO.
       01  WS-CUM-VALUE            PIC 9(13)V99 VALUE ZERO.
       01  WS-CUM-PCT              PIC 9(3)V9 VALUE ZERO.
       01  WS-CUM-PCT-BEFORE       PIC 9(3)V9 VALUE ZERO.
       01  WS-NEW-CLASS            PIC X(1) VALUE SPACE.
       01  WS-RANK                 PIC 9(5) VALUE ZERO.
       01  WS-ITEM-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-A-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-B-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-C-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CHANGED-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(32) VALUE
               "ABC CLASSIFICATION - USAGE TO ".
           05  WS-H-TODAY          PIC 9(8).
           05  FILLER              PIC X(12) VALUE "  CUT-OFFS ".
           05  WS-H-A-CUTOFF       PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE "% ".
           05  WS-H-B-CUTOFF       PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE "%".

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(6)  VALUE "RANK".
           05  FILLER              PIC X(11) VALUE "ITEM ID".
           05  FILLER              PIC X(16) VALUE "ITEM NAME".
           05  FILLER              PIC X(9)  VALUE "USED QTY".
           05  FILLER              PIC X(15) VALUE "USAGE VALUE".
           05  FILLER              PIC X(7)  VALUE "CUM %".
           05  FILLER              PIC X(9)  VALUE "CLASS".

       01  WS-DETAIL-LINE.
           05  WS-D-RANK           PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-ITEM-NAME      PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-USAGE-QTY      PIC ZZZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-USAGE-VALUE    PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-CUM-PCT        PIC ZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-CLASS      PIC X(1).
           05  WS-D-ARROW          PIC X(4).
           05  WS-D-NEW-CLASS      PIC X(1).

       01  WS-FOOTER-LINE-1.
           05  FILLER              PIC X(20) VALUE "ITEMS RANKED:".
           05  WS-F-ITEMS          PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE "A: ".
           05  WS-F-A-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE "  B: ".
           05  WS-F-B-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE "  C: ".
           05  WS-F-C-COUNT        PIC ZZZZ9.

       01  WS-FOOTER-LINE-2.
           05  FILLER              PIC X(20) VALUE "CLASS CHANGED:".
           05  WS-F-CHANGED        PIC ZZZZ9.

       01  WS-FOOTER-LINE-3.
           05  FILLER              PIC X(20) VALUE "TOTAL USAGE VALUE:".
           05  WS-F-TOTAL-VALUE    PIC ZZZZZZZZZZZZ9.99.

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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-WINDOW-FROM = WS-TODAY - 10000.
           PERFORM LOAD-CLASS-PARMS.
           PERFORM GATHER-HISTORY-ISSUES.
           PERFORM GATHER-LIVE-ISSUES.
           PERFORM ACQUIRE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               PERFORM CLASSIFY-ITEMS
               PERFORM RELEASE-MAINT-LOCK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CLASSIFY-ITEMS.
           PERFORM OPEN-CLASS-FILES.
           SORT SORT-FILE
               ON DESCENDING KEY S-USAGE-VALUE
               ON ASCENDING KEY S-ITEM-ID
               INPUT PROCEDURE IS RELEASE-ITEM-VALUES
               OUTPUT PROCEDURE IS CLASS-RANKED-ITEMS.
           PERFORM PRINT-REPORT-FOOTER.
           PERFORM CLOSE-CLASS-FILES.
           CALL 'RPTSPOOL' USING "ABCCLS  " "ABCCLS.PRT  ".
           DISPLAY "ABCCLS1: " WS-ITEM-COUNT " items classed - A "
                   WS-A-COUNT " B " WS-B-COUNT " C " WS-C-COUNT
                   ", " WS-CHANGED-COUNT " changed.".

       LOAD-CLASS-PARMS.
      *    A missing ABC.PRM leaves the 80/95 defaults; cut-offs that
      *    do not rise in order are refused for the defaults.
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
                           WHEN PARM-LINE (1:9) = "A-CUTOFF="
                                   AND PARM-LINE (10:2) IS NUMERIC
                               MOVE PARM-LINE (10:2) TO WS-A-CUTOFF
                           WHEN PARM-LINE (1:9) = "B-CUTOFF="
                                   AND PARM-LINE (10:2) IS NUMERIC
                               MOVE PARM-LINE (10:2) TO WS-B-CUTOFF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.
           IF WS-A-CUTOFF = ZERO OR WS-B-CUTOFF NOT > WS-A-CUTOFF
               DISPLAY "ABCCLS1: WARNING - ABC.PRM cut-offs "
                       WS-A-CUTOFF "/" WS-B-CUTOFF
                       " out of order, 80/95 used."
               MOVE 80 TO WS-A-CUTOFF
               MOVE 95 TO WS-B-CUTOFF
           END-IF.

       GATHER-HISTORY-ISSUES.
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
                           PERFORM JUDGE-ISSUE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.

       GATHER-LIVE-ISSUES.
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
                       PERFORM JUDGE-ISSUE-LINE
               END-READ
           END-PERFORM.
           IF WS-TRAN-FILE-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

       JUDGE-ISSUE-LINE.
           IF WS-T-TYPE = 'I'
                   AND WS-T-DATE IS NUMERIC
                   AND WS-T-QTY IS NUMERIC
               IF WS-T-YY >= 50
                   MOVE 19 TO WS-MD-CENTURY
               ELSE
                   MOVE 20 TO WS-MD-CENTURY
               END-IF
               MOVE WS-T-YY TO WS-MD-YY
               MOVE WS-T-MMDD TO WS-MD-MMDD
               IF WS-MOVE-DATE > WS-WINDOW-FROM
                       AND WS-MOVE-DATE NOT > WS-TODAY
                   PERFORM ADD-ITEM-USAGE
               END-IF
           END-IF.

       ADD-ITEM-USAGE.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-USAGE-INDEX FROM 1 BY 1
                     UNTIL WS-USAGE-INDEX > WS-USAGE-TABLE-COUNT
               IF WS-U-ITEM-ID (WS-USAGE-INDEX) = WS-T-ITEM-ID
                   MOVE WS-USAGE-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.
           IF WS-MATCH-INDEX = ZERO
               IF WS-USAGE-TABLE-COUNT < WS-MAX-USAGE-TABLE
                   ADD 1 TO WS-USAGE-TABLE-COUNT
                   MOVE WS-USAGE-TABLE-COUNT TO WS-MATCH-INDEX
                   MOVE WS-T-ITEM-ID TO WS-U-ITEM-ID (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-U-QTY (WS-MATCH-INDEX)
               ELSE
                   IF WS-USAGE-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-USAGE-TABLE-FULL
                       DISPLAY "ABCCLS1: WARNING - more than 500 "
                               "items issued, remainder classed C."
                   END-IF
               END-IF
           END-IF.
           IF WS-MATCH-INDEX > ZERO
               ADD WS-T-QTY-NUM TO WS-U-QTY (WS-MATCH-INDEX)
           END-IF.

       OPEN-CLASS-FILES.
           OPEN I-O INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ABCCLS.PRT file "
                       WS-PRINT-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO WS-H-TODAY.
           MOVE WS-A-CUTOFF TO WS-H-A-CUTOFF.
           MOVE WS-B-CUTOFF TO WS-H-B-CUTOFF.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       RELEASE-ITEM-VALUES.
      *    Every item goes into the ranking, valued at its cost on
      *    file now; the total makes the cumulative shares.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RELEASE-ONE-ITEM
               END-READ
           END-PERFORM.

       RELEASE-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-USAGE-QTY.
           PERFORM VARYING WS-USAGE-INDEX FROM 1 BY 1
                     UNTIL WS-USAGE-INDEX > WS-USAGE-TABLE-COUNT
               IF WS-U-ITEM-ID (WS-USAGE-INDEX) = IN-ITEM-ID
                   MOVE WS-U-QTY (WS-USAGE-INDEX)
                       TO WS-ITEM-USAGE-QTY
               END-IF
           END-PERFORM.
           IF IN-UNIT-COST IS NUMERIC
               MOVE IN-UNIT-COST TO WS-ITEM-COST
           ELSE
               MOVE ZERO TO WS-ITEM-COST
           END-IF.
           COMPUTE S-USAGE-VALUE = WS-ITEM-USAGE-QTY * WS-ITEM-COST.
           ADD S-USAGE-VALUE TO WS-TOTAL-VALUE.
           MOVE IN-ITEM-ID TO S-ITEM-ID.
           MOVE IN-ITEM-NAME TO S-ITEM-NAME.
           MOVE WS-ITEM-USAGE-QTY TO S-USAGE-QTY.
           MOVE IN-ABC-CLASS TO S-OLD-CLASS.
           RELEASE SORT-RECORD.

       CLASS-RANKED-ITEMS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-CUM-VALUE.
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM CLASS-ONE-ITEM
               END-RETURN
           END-PERFORM.

       CLASS-ONE-ITEM.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-ITEM-COUNT.
           IF WS-TOTAL-VALUE > ZERO
               COMPUTE WS-CUM-PCT-BEFORE ROUNDED =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               ADD S-USAGE-VALUE TO WS-CUM-VALUE
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           ELSE
               MOVE ZERO TO WS-CUM-PCT-BEFORE
               MOVE ZERO TO WS-CUM-PCT
           END-IF.
           EVALUATE TRUE
               WHEN S-USAGE-VALUE = ZERO
                   MOVE 'C' TO WS-NEW-CLASS
                   ADD 1 TO WS-C-COUNT
               WHEN WS-CUM-PCT-BEFORE < WS-A-CUTOFF
                   MOVE 'A' TO WS-NEW-CLASS
                   ADD 1 TO WS-A-COUNT
               WHEN WS-CUM-PCT-BEFORE < WS-B-CUTOFF
                   MOVE 'B' TO WS-NEW-CLASS
                   ADD 1 TO WS-B-COUNT
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-CLASS
                   ADD 1 TO WS-C-COUNT
           END-EVALUATE.
           PERFORM STORE-ITEM-CLASS.
           PERFORM PRINT-RANKED-LINE.

       STORE-ITEM-CLASS.
           MOVE S-ITEM-ID TO IN-ITEM-ID.
           READ INFILE
               INVALID KEY
                   DISPLAY "ABCCLS1: item gone before classing: "
                           S-ITEM-ID
               NOT INVALID KEY
                   IF IN-ABC-CLASS NOT = WS-NEW-CLASS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE WS-NEW-CLASS TO IN-ABC-CLASS
                       REWRITE INFILE-REC
                           INVALID KEY
                               DISPLAY "ERROR: Cannot rewrite "
                                       "ITEM.MASTER "
                                       WS-INFILE-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       PRINT-RANKED-LINE.
           MOVE WS-RANK TO WS-D-RANK.
           MOVE S-ITEM-ID TO WS-D-ITEM-ID.
           MOVE S-ITEM-NAME TO WS-D-ITEM-NAME.
           MOVE S-USAGE-QTY TO WS-D-USAGE-QTY.
           MOVE S-USAGE-VALUE TO WS-D-USAGE-VALUE.
           MOVE WS-CUM-PCT TO WS-D-CUM-PCT.
           IF S-OLD-CLASS = WS-NEW-CLASS
               MOVE SPACE TO WS-D-OLD-CLASS
               MOVE SPACES TO WS-D-ARROW
           ELSE
               IF S-OLD-CLASS = SPACE
                   MOVE '-' TO WS-D-OLD-CLASS
               ELSE
                   MOVE S-OLD-CLASS TO WS-D-OLD-CLASS
               END-IF
               MOVE " -> " TO WS-D-ARROW
           END-IF.
           MOVE WS-NEW-CLASS TO WS-D-NEW-CLASS.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-REPORT-FOOTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ITEM-COUNT TO WS-F-ITEMS.
           MOVE WS-A-COUNT TO WS-F-A-COUNT.
           MOVE WS-B-COUNT TO WS-F-B-COUNT.
           MOVE WS-C-COUNT TO WS-F-C-COUNT.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-F-CHANGED.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-VALUE TO WS-F-TOTAL-VALUE.
           MOVE WS-FOOTER-LINE-3 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-CLASS-FILES.
           CLOSE INFILE.
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
           MOVE "ABCCLS1 " TO WS-LOCK-SET-BY.
           MOVE "ITEM ABC CLASSIFICATION (ABCCLS1)"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "ABCCLS1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "ITEM ABC CLASSIFICATION (ABCCLS1)"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "ABCCLS1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

      * CNTSCH1.cob - Cycle Count Schedule Program
      * Fujitsu ASP COBOLG Program
      * Run each working morning ahead of the counts, this batch
      * picks the items to be counted today and writes them as the
      * COUNT.SHT count sheet CYCCNT1 loads (action S) once the
      * counted quantities have been filled in. Each ABC class
      * (IN-ABC-CLASS, set quarterly by ABCCLS1; an item not yet
      * classed is taken as C) is counted through once per cycle of
      * working days read from CNTSCH.PRM:
      *   A-DAYS=nnn  default 021  (about monthly)
      *   B-DAYS=nnn  default 063  (about quarterly)
      *   C-DAYS=nnn  default 250  (about yearly)
      * so each day takes the class's item count divided by its
      * cycle, rounded up, choosing the items whose last count
      * (IN-LAST-COUNT-DATE, kept by CYCCNT1) is oldest -- never-
      * counted items first. Any item whose last count disagreed
      * with the book (IN-LAST-COUNT-VAR 'Y') is brought back for a
      * recount over and above the quota, and an item already
      * counted today is left alone. The sheet carries one line for
      * each location (ITEMLOC.MASTER) holding the item, or a single
      * line without a location for an item held nowhere yet. The
      * day's selection is printed to CNTSCH.PRT and captured
      * through RPTSPOOL. Saturday and Sunday are not working days;
      * the run then leaves the last sheet as it was.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSCH1.
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
           SELECT ILOC-FILE ASSIGN TO "ITEMLOC.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS WS-ILOC-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "CNTSCH.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SHEET-FILE ASSIGN TO "COUNT.SHT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SHEET-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CNTSCH.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "CNTSORT.TMP".

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

       FD  ILOC-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  ILOC-RECORD.
           05  IL-KEY.
               10  IL-ITEM-ID      PIC X(10).
               10  IL-LOC-CODE     PIC X(4).
           05  IL-QTY              PIC 9(5).
           05  IL-FILLER           PIC X(11).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-LINE               PIC X(80).

       FD  SHEET-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  SHEET-LINE              PIC X(21).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-CLASS             PIC X(1).
           05  S-LAST-COUNT-DATE   PIC 9(8).
           05  S-ITEM-ID           PIC X(10).
           05  S-ITEM-NAME         PIC X(20).
           05  S-LAST-COUNT-VAR    PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-ILOC-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-SHEET-FILE-STATUS    PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-ILOC-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-ILOC-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9(1) VALUE ZERO.

      * Working days per count cycle, by class, from CNTSCH.PRM.
       01  WS-A-DAYS               PIC 9(3) VALUE 21.
       01  WS-B-DAYS               PIC 9(3) VALUE 63.
       01  WS-C-DAYS               PIC 9(3) VALUE 250.

      * Items on file and today's quota, by class.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  WS-CL-ITEMS     PIC 9(5).
               10  WS-CL-DAYS      PIC 9(3).
               10  WS-CL-QUOTA     PIC 9(5).
               10  WS-CL-TAKEN     PIC 9(5).
               10  WS-CL-RECOUNT   PIC 9(5).
       01  WS-CLASS-INDEX          PIC 9(1) VALUE ZERO.
       01  WS-CLASS-LETTERS        PIC X(3) VALUE "ABC".

       01  WS-SELECT-REASON        PIC X(7) VALUE SPACES.
       01  WS-SELECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SHEET-LINE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ITEM-LOC-COUNT       PIC 9(3) VALUE ZERO.

      * One count sheet line as CYCCNT1 reads it: item id, a space,
      * the counted quantity left blank for the counter, a space
      * and the location.
       01  WS-SHEET-DETAIL.
           05  WS-S-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-S-COUNTED-QTY    PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-S-LOC-CODE       PIC X(4).

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(30) VALUE
               "CYCLE COUNT SCHEDULE FOR ".
           05  WS-H-TODAY          PIC 9(8).

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(7)  VALUE "CLASS".
           05  FILLER              PIC X(12) VALUE "ITEM ID".
           05  FILLER              PIC X(22) VALUE "ITEM NAME".
           05  FILLER              PIC X(12) VALUE "LAST COUNT".
           05  FILLER              PIC X(9)  VALUE "REASON".
           05  FILLER              PIC X(9)  VALUE "LOCS".

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-CLASS          PIC X(1).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-D-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-ITEM-NAME      PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-LAST-COUNT     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-REASON         PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-LOC-COUNT      PIC ZZ9.

       01  WS-CLASS-FOOTER.
           05  FILLER              PIC X(6)  VALUE "CLASS ".
           05  WS-F-CLASS          PIC X(1).
           05  FILLER              PIC X(8)  VALUE "  ITEMS ".
           05  WS-F-ITEMS          PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE "  DAYS ".
           05  WS-F-DAYS           PIC ZZ9.
           05  FILLER              PIC X(8)  VALUE "  QUOTA ".
           05  WS-F-QUOTA          PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE "  DUE ".
           05  WS-F-TAKEN          PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  RECOUNT ".
           05  WS-F-RECOUNT        PIC ZZZZ9.

       01  WS-FOOTER-LINE-1.
           05  FILLER              PIC X(20) VALUE "ITEMS SCHEDULED:".
           05  WS-F-SELECTED       PIC ZZZZ9.

       01  WS-FOOTER-LINE-2.
           05  FILLER              PIC X(20) VALUE "SHEET LINES:".
           05  WS-F-SHEET-LINES    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK > 5
               DISPLAY "CNTSCH1: " WS-TODAY
                       " is not a working day - no counts scheduled."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SCHEDULE-PARMS.
           PERFORM OPEN-SCHEDULE-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-CLASS
               ON ASCENDING KEY S-LAST-COUNT-DATE
               ON ASCENDING KEY S-ITEM-ID
               INPUT PROCEDURE IS RELEASE-COUNT-CANDIDATES
               OUTPUT PROCEDURE IS SELECT-TODAYS-COUNTS.
           PERFORM PRINT-REPORT-FOOTER.
           PERFORM CLOSE-SCHEDULE-FILES.
           CALL 'RPTSPOOL' USING "CNTSCH  " "CNTSCH.PRT  ".
           DISPLAY "CNTSCH1: " WS-SELECTED-COUNT
                   " items scheduled, " WS-SHEET-LINE-COUNT
                   " sheet lines written to COUNT.SHT.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-SCHEDULE-PARMS.
      *    A missing CNTSCH.PRM leaves the default cycles; a zero
      *    cycle is refused for the default.
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
                           WHEN PARM-LINE (1:7) = "A-DAYS="
                                   AND PARM-LINE (8:3) IS NUMERIC
                                   AND PARM-LINE (8:3) > "000"
                               MOVE PARM-LINE (8:3) TO WS-A-DAYS
                           WHEN PARM-LINE (1:7) = "B-DAYS="
                                   AND PARM-LINE (8:3) IS NUMERIC
                                   AND PARM-LINE (8:3) > "000"
                               MOVE PARM-LINE (8:3) TO WS-B-DAYS
                           WHEN PARM-LINE (1:7) = "C-DAYS="
                                   AND PARM-LINE (8:3) IS NUMERIC
                                   AND PARM-LINE (8:3) > "000"
                               MOVE PARM-LINE (8:3) TO WS-C-DAYS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.
           MOVE ZERO TO WS-CLASS-TOTALS.
           MOVE WS-A-DAYS TO WS-CL-DAYS (1).
           MOVE WS-B-DAYS TO WS-CL-DAYS (2).
           MOVE WS-C-DAYS TO WS-CL-DAYS (3).

       OPEN-SCHEDULE-FILES.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
               STOP RUN
           END-IF.
      *    Before the first stock is placed there is no
      *    ITEMLOC.MASTER; every line then goes out without a
      *    location.
           MOVE 'N' TO WS-ILOC-OPEN-FLAG.
           OPEN INPUT ILOC-FILE.
           IF WS-ILOC-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ILOC-OPEN-FLAG
           ELSE
               IF WS-ILOC-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: Cannot open ITEMLOC.MASTER file "
                           WS-ILOC-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SHEET-FILE.
           IF WS-SHEET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open COUNT.SHT file "
                       WS-SHEET-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open CNTSCH.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO WS-H-TODAY.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       RELEASE-COUNT-CANDIDATES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RELEASE-ONE-CANDIDATE
               END-READ
           END-PERFORM.

       RELEASE-ONE-CANDIDATE.
           EVALUATE IN-ABC-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-CLASS-INDEX
               WHEN 'B'
                   MOVE 2 TO WS-CLASS-INDEX
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-INDEX
           END-EVALUATE.
           ADD 1 TO WS-CL-ITEMS (WS-CLASS-INDEX).
           MOVE WS-CLASS-LETTERS (WS-CLASS-INDEX:1) TO S-CLASS.
           IF IN-LAST-COUNT-DATE IS NUMERIC
               MOVE IN-LAST-COUNT-DATE TO S-LAST-COUNT-DATE
           ELSE
               MOVE ZERO TO S-LAST-COUNT-DATE
           END-IF.
           MOVE IN-ITEM-ID TO S-ITEM-ID.
           MOVE IN-ITEM-NAME TO S-ITEM-NAME.
           MOVE IN-LAST-COUNT-VAR TO S-LAST-COUNT-VAR.
           RELEASE SORT-RECORD.

       SELECT-TODAYS-COUNTS.
      *    Every item has been released, so each class's size and
      *    with it the day's quota is known before the first return.
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                     UNTIL WS-CLASS-INDEX > 3
               COMPUTE WS-CL-QUOTA (WS-CLASS-INDEX) =
                   (WS-CL-ITEMS (WS-CLASS-INDEX)
                    + WS-CL-DAYS (WS-CLASS-INDEX) - 1)
                   / WS-CL-DAYS (WS-CLASS-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-COUNT-CANDIDATE
               END-RETURN
           END-PERFORM.

       JUDGE-COUNT-CANDIDATE.
           EVALUATE S-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-CLASS-INDEX
               WHEN 'B'
                   MOVE 2 TO WS-CLASS-INDEX
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-INDEX
           END-EVALUATE.
           MOVE SPACES TO WS-SELECT-REASON.
           EVALUATE TRUE
               WHEN S-LAST-COUNT-DATE = WS-TODAY
                   CONTINUE
               WHEN S-LAST-COUNT-VAR = 'Y'
                   MOVE "RECOUNT" TO WS-SELECT-REASON
                   ADD 1 TO WS-CL-RECOUNT (WS-CLASS-INDEX)
               WHEN WS-CL-TAKEN (WS-CLASS-INDEX)
                       < WS-CL-QUOTA (WS-CLASS-INDEX)
                   MOVE "DUE" TO WS-SELECT-REASON
                   ADD 1 TO WS-CL-TAKEN (WS-CLASS-INDEX)
           END-EVALUATE.
           IF WS-SELECT-REASON NOT = SPACES
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM WRITE-ITEM-SHEET-LINES
               PERFORM PRINT-SCHEDULED-LINE
           END-IF.

       WRITE-ITEM-SHEET-LINES.
      *    ITEMLOC.MASTER is keyed item then location, so an item's
      *    records sit together from the first key at or above the
      *    item with the lowest location.
           MOVE ZERO TO WS-ITEM-LOC-COUNT.
           MOVE S-ITEM-ID TO WS-S-ITEM-ID.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               MOVE 'N' TO WS-ILOC-EOF-FLAG
               MOVE S-ITEM-ID TO IL-ITEM-ID
               MOVE LOW-VALUES TO IL-LOC-CODE
               START ILOC-FILE KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ILOC-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ILOC-EOF-FLAG = 'Y'
                   READ ILOC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ILOC-EOF-FLAG
                       NOT AT END
                           IF IL-ITEM-ID NOT = S-ITEM-ID
                               MOVE 'Y' TO WS-ILOC-EOF-FLAG
                           ELSE
                               IF IL-QTY IS NUMERIC
                                       AND IL-QTY > ZERO
                                   MOVE IL-LOC-CODE TO WS-S-LOC-CODE
                                   PERFORM WRITE-SHEET-LINE
                                   ADD 1 TO WS-ITEM-LOC-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *    Held nowhere yet: one line, counted at the location the
      *    CYCCNT1 run is given.
           IF WS-ITEM-LOC-COUNT = ZERO
               MOVE SPACES TO WS-S-LOC-CODE
               PERFORM WRITE-SHEET-LINE
           END-IF.

       WRITE-SHEET-LINE.
           MOVE WS-SHEET-DETAIL TO SHEET-LINE.
           WRITE SHEET-LINE.
           ADD 1 TO WS-SHEET-LINE-COUNT.

       PRINT-SCHEDULED-LINE.
           MOVE S-CLASS TO WS-D-CLASS.
           MOVE S-ITEM-ID TO WS-D-ITEM-ID.
           MOVE S-ITEM-NAME TO WS-D-ITEM-NAME.
           IF S-LAST-COUNT-DATE = ZERO
               MOVE "NEVER" TO WS-D-LAST-COUNT
           ELSE
               MOVE SPACES TO WS-D-LAST-COUNT
               STRING S-LAST-COUNT-DATE (1:4) "-"
                      S-LAST-COUNT-DATE (5:2) "-"
                      S-LAST-COUNT-DATE (7:2)
                      DELIMITED BY SIZE INTO WS-D-LAST-COUNT
               END-STRING
           END-IF.
           MOVE WS-SELECT-REASON TO WS-D-REASON.
           MOVE WS-ITEM-LOC-COUNT TO WS-D-LOC-COUNT.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-REPORT-FOOTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                     UNTIL WS-CLASS-INDEX > 3
               MOVE WS-CLASS-LETTERS (WS-CLASS-INDEX:1) TO WS-F-CLASS
               MOVE WS-CL-ITEMS (WS-CLASS-INDEX) TO WS-F-ITEMS
               MOVE WS-CL-DAYS (WS-CLASS-INDEX) TO WS-F-DAYS
               MOVE WS-CL-QUOTA (WS-CLASS-INDEX) TO WS-F-QUOTA
               MOVE WS-CL-TAKEN (WS-CLASS-INDEX) TO WS-F-TAKEN
               MOVE WS-CL-RECOUNT (WS-CLASS-INDEX) TO WS-F-RECOUNT
               MOVE WS-CLASS-FOOTER TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.
           MOVE WS-SELECTED-COUNT TO WS-F-SELECTED.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SHEET-LINE-COUNT TO WS-F-SHEET-LINES.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-SCHEDULE-FILES.
           CLOSE INFILE.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               CLOSE ILOC-FILE
           END-IF.
           CLOSE SHEET-FILE.
           CLOSE PRINT-FILE.

      * SALLTR1.cob - Salary Change Letter Program
      * Fujitsu ASP COBOLG Program
      * HR used to type each employee's salary change letter by hand
      * from the SAL.HIST figures after a SALREV1 review or a SALAPPR1
      * approval, and the amounts were never quite right. This batch
      * prints them from SAL.HIST itself. The entries are selected
      * either by effective date (a From/To range, YYYYMMDD) or by
      * SALREV1 run (the RV number SALREV1 shows and SALHIST1 records
      * as the source of each change). One letter is printed per
      * employee: the name from EMP.INFO, the department named
      * through DEPTVAL1, the salary before the first selected change
      * and after the last, the percentage change between them and
      * the effective date of the last. The wording comes from the
      * letter template SALLTR.TPL, which HR edits as plain text; any
      * of these markers in it is replaced by the employee's figure:
      *   &NAME&   employee name        &EMPID&  employee ID
      *   &DEPT&   department name      &DATE&   effective date
      *   &OLD&    salary before        &NEW&    salary after
      *   &PCT&    percentage change    &TODAY&  date printed
      * (&& prints a single &; any other marker is left as typed).
      * With no SALLTR.TPL the standard wording held here is used.
      * The letters go to SALLTR.PRT and a control listing -- the
      * selection, the letters produced, and every selected entry
      * skipped because the employee is no longer active or no
      * longer on EMP.INFO -- to SALLTRC.PRT, both captured through
      * RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALLTR1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALHIST-FILE ASSIGN TO "SAL.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALHIST-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT TPL-FILE ASSIGN TO "SALLTR.TPL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TPL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SALLTR.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "SALLTRC.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SALLSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  SALHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALHIST-LINE            PIC X(80).

       FD  EMP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-ID          PIC X(5).
           05  EMP-NAME        PIC X(20).
           05  EMP-EMAIL       PIC X(20).
           05  EMP-STATUS      PIC X(1).
           05  EMP-DEPT        PIC X(15).
           05  EMP-HIRE-DATE   PIC 9(8).
           05  EMP-SALARY      PIC 9(8)V99.
           05  EMP-GRADE       PIC X(1).

       FD  TPL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TPL-LINE                PIC X(80).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       FD  LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LIST-LINE               PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-EMP-ID            PIC X(5).
           05  S-SEQ               PIC 9(7).
           05  S-OLD-SALARY        PIC 9(8)V99.
           05  S-NEW-SALARY        PIC 9(8)V99.
           05  S-EFF-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-SALHIST-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS      PIC XX.
       01  WS-TPL-FILE-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-LIST-FILE-STATUS     PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SELECT-OK-FLAG       PIC X VALUE 'N'.
       01  WS-STANDARD-TPL-FLAG    PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-HIST-SEQ             PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LETTER-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZERO.

      * The same line layout SALHIST1 writes, re-described for the
      * read-back side; the source is spaces on lines written
      * before SALHIST1 recorded it.
       01  WS-SALHIST-DETAIL.
           05  WS-H-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-H-OLD-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-H-NEW-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-H-EFF-DATE       PIC X(6).
           05  WS-H-EFF-DATE-R REDEFINES WS-H-EFF-DATE.
               10  WS-H-EFF-YY     PIC 9(2).
               10  WS-H-EFF-MMDD   PIC 9(4).
           05  FILLER              PIC X(1).
           05  WS-H-SOURCE         PIC X(8).
           05  FILLER              PIC X(37).

      * Effective date widened to YYYYMMDD with the DATECNV1 window:
      * years 50-99 are 19xx, 00-49 are 20xx.
       01  WS-EFF-DATE-R.
           05  WS-ED-CENTURY       PIC 9(2).
           05  WS-ED-YY            PIC 9(2).
           05  WS-ED-MMDD          PIC 9(4).
       01  WS-EFF-DATE REDEFINES WS-EFF-DATE-R PIC 9(8).

      * The selection asked for.
       01  WS-SELECT-MODE          PIC X(1) VALUE SPACE.
       01  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RUN-NUMBER           PIC X(8) VALUE SPACES.

      * One employee's selected entries, gathered across the sorted
      * group: the salary before the first, after the last.
       01  WS-CUR-EMP-ID           PIC X(5) VALUE SPACES.
       01  WS-FIRST-GROUP-FLAG     PIC X VALUE 'Y'.
       01  WS-EMP-ACTIVE-FLAG      PIC X VALUE 'N'.
       01  WS-SKIP-REASON          PIC X(20) VALUE SPACES.
       01  WS-LETTER-OLD           PIC 9(8)V99 VALUE ZERO.
       01  WS-LETTER-NEW           PIC 9(8)V99 VALUE ZERO.
       01  WS-LETTER-DATE          PIC 9(8) VALUE ZERO.
       01  WS-PCT-CHANGE           PIC S9(5)V99 VALUE ZERO.

       01  WS-DEPT-VALID-FLAG      PIC X VALUE 'N'.
       01  WS-DEPT-NAME-WORK       PIC X(15) VALUE SPACES.

      * The letter template, from SALLTR.TPL or the standard wording
      * below; the usual fixed-table bound and warning.
       01  WS-TPL-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-MAX-TPL-TABLE        PIC 9(3) VALUE 60.
       01  WS-TPL-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-TPL-INDEX            PIC 9(3) VALUE ZERO.
       01  WS-TPL-TABLE.
           05  WS-TPL-ENTRY        PIC X(80) OCCURS 60 TIMES.

       01  WS-STANDARD-TEMPLATE-DATA.
           05  FILLER              PIC X(60) VALUE
               "&TODAY&".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "&NAME& (EMPLOYEE &EMPID&)".
           05  FILLER              PIC X(60) VALUE
               "&DEPT&".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "Dear &NAME&,".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "This letter confirms a change to your annual salary,".
           05  FILLER              PIC X(60) VALUE
               "effective &DATE&.".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "    Previous salary:  &OLD&".
           05  FILLER              PIC X(60) VALUE
               "    New salary:       &NEW&".
           05  FILLER              PIC X(60) VALUE
               "    Change:           &PCT&%".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "Please contact Human Resources with any questions.".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "Human Resources".
       01  WS-STANDARD-TEMPLATE REDEFINES WS-STANDARD-TEMPLATE-DATA.
           05  WS-STANDARD-LINE    PIC X(60) OCCURS 17 TIMES.
       01  WS-STANDARD-LINE-COUNT  PIC 9(3) VALUE 17.

      * Marker replacement: the template line is copied across one
      * character at a time, each &MARKER& giving way to its value
      * with the value's leading and trailing spaces dropped.
       01  WS-TPL-WORK             PIC X(80) VALUE SPACES.
       01  WS-LETTER-LINE          PIC X(80) VALUE SPACES.
       01  WS-IN-PTR               PIC 9(3) VALUE ZERO.
       01  WS-OUT-PTR              PIC 9(3) VALUE ZERO.
       01  WS-SCAN-PTR             PIC 9(3) VALUE ZERO.
       01  WS-MARKER-END           PIC 9(3) VALUE ZERO.
       01  WS-MARKER-LENGTH        PIC 9(3) VALUE ZERO.
       01  WS-MARKER               PIC X(8) VALUE SPACES.
       01  WS-FIELD-VALUE          PIC X(40) VALUE SPACES.
       01  WS-VALUE-START          PIC 9(3) VALUE ZERO.
       01  WS-VALUE-END            PIC 9(3) VALUE ZERO.
       01  WS-VALUE-LENGTH         PIC 9(3) VALUE ZERO.

       01  WS-AMOUNT-EDIT          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT             PIC ++++++9.99.
       01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR          PIC 9(4).
           05  WS-DW-MONTH         PIC 9(2).
           05  WS-DW-DAY           PIC 9(2).
       01  WS-DATE-EDIT.
           05  WS-DE-YEAR          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-DE-MONTH         PIC 9(2).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-DE-DAY           PIC 9(2).

      * Entries skipped because the employee is no longer active,
      * listed at the end of the control listing; the usual
      * fixed-table bound and warning (the count stays exact).
       01  WS-SKIP-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-MAX-SKIP-TABLE       PIC 9(3) VALUE 200.
       01  WS-SKIP-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-SKIP-INDEX           PIC 9(3) VALUE ZERO.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENTRY OCCURS 200 TIMES.
               10  WS-K-EMP-ID     PIC X(5).
               10  WS-K-OLD        PIC 9(8)V99.
               10  WS-K-NEW        PIC 9(8)V99.
               10  WS-K-DATE       PIC 9(8).
               10  WS-K-REASON     PIC X(20).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Salary Change Letters".
           05  WS-MODE-LABEL       PIC X(40)
               VALUE "Select (D=date range R=SALREV1 run):".
           05  WS-FROM-LABEL       PIC X(30)
               VALUE "From date (YYYYMMDD):".
           05  WS-TO-LABEL         PIC X(32)
               VALUE "To date (YYYYMMDD, blank=same):".
           05  WS-RUN-LABEL        PIC X(30)
               VALUE "SALREV1 run (RVnnnnnn):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-LETTER-SEPARATOR.
           05  FILLER              PIC X(60) VALUE ALL "-".

       01  WS-LIST-HEADER.
           05  FILLER              PIC X(42) VALUE
               "SALARY CHANGE LETTERS - CONTROL LISTING".
           05  FILLER              PIC X(6)  VALUE "DATE ".
           05  WS-LH-TODAY         PIC 9(8).

       01  WS-LIST-SELECT-DATES.
           05  FILLER              PIC X(18) VALUE "SELECTION: DATES ".
           05  WS-LS-FROM          PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-LS-TO            PIC 9(8).

       01  WS-LIST-SELECT-RUN.
           05  FILLER              PIC X(24) VALUE
               "SELECTION: SALREV1 RUN ".
           05  WS-LS-RUN           PIC X(8).

       01  WS-LIST-TEMPLATE-LINE.
           05  FILLER              PIC X(11) VALUE "TEMPLATE: ".
           05  WS-LT-TEMPLATE      PIC X(40).

       01  WS-LIST-SECTION-LINE.
           05  WS-LS-SECTION       PIC X(60).

       01  WS-LIST-COLUMN-HEADER.
           05  FILLER              PIC X(7)  VALUE "EMPID".
           05  FILLER              PIC X(21) VALUE "NAME".
           05  FILLER              PIC X(14) VALUE "   OLD SALARY".
           05  FILLER              PIC X(14) VALUE "   NEW SALARY".
           05  FILLER              PIC X(11) VALUE "EFF DATE".
           05  FILLER              PIC X(10) VALUE "PCT/REASON".

       01  WS-LIST-LETTER-DETAIL.
           05  WS-LL-EMP-ID        PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-NAME          PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LL-OLD           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LL-NEW           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LL-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-PCT           PIC X(10).

       01  WS-LIST-SKIP-DETAIL.
           05  WS-LK-EMP-ID        PIC X(5).
           05  FILLER              PIC X(23) VALUE SPACES.
           05  WS-LK-OLD           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LK-NEW           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LK-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LK-REASON        PIC X(14).

       01  WS-LIST-FOOTER-1.
           05  FILLER              PIC X(30) VALUE
               "SAL.HIST ENTRIES SELECTED:".
           05  WS-LF-SELECTED      PIC ZZZZ9.

       01  WS-LIST-FOOTER-2.
           05  FILLER              PIC X(30) VALUE
               "LETTERS PRODUCED:".
           05  WS-LF-LETTERS       PIC ZZZZ9.

       01  WS-LIST-FOOTER-3.
           05  FILLER              PIC X(30) VALUE
               "ENTRIES SKIPPED (NOT ACTIVE):".
           05  WS-LF-SKIPPED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           PERFORM ACCEPT-SELECTION.
           IF WS-SELECT-OK-FLAG NOT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-LETTER-TEMPLATE.
           PERFORM OPEN-LETTER-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-EMP-ID S-SEQ
               INPUT PROCEDURE IS SELECT-HISTORY-ENTRIES
               OUTPUT PROCEDURE IS PRODUCE-LETTERS.
           PERFORM PRINT-CONTROL-FOOTER.
           PERFORM CLOSE-LETTER-FILES.
           CALL 'RPTSPOOL' USING "SALLTR  " "SALLTR.PRT  ".
           CALL 'RPTSPOOL' USING "SALLTRC " "SALLTRC.PRT ".
           DISPLAY "SALLTR1: " WS-SELECTED-COUNT " entries selected, "
                   WS-LETTER-COUNT " letters, " WS-SKIPPED-COUNT
                   " skipped.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-SELECTION.
           MOVE 'N' TO WS-SELECT-OK-FLAG.
           DISPLAY WS-MODE-LABEL.
           ACCEPT WS-SELECT-MODE.
           EVALUATE WS-SELECT-MODE
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO WS-SELECT-MODE
                   DISPLAY WS-FROM-LABEL
                   MOVE ZERO TO WS-FROM-DATE
                   ACCEPT WS-FROM-DATE
                   DISPLAY WS-TO-LABEL
                   MOVE ZERO TO WS-TO-DATE
                   ACCEPT WS-TO-DATE
                   IF WS-TO-DATE = ZERO
                       MOVE WS-FROM-DATE TO WS-TO-DATE
                   END-IF
                   IF WS-FROM-DATE = ZERO
                           OR WS-FROM-DATE > WS-TO-DATE
                       MOVE "Error: From date must not be after To"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       MOVE 'Y' TO WS-SELECT-OK-FLAG
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-SELECT-MODE
                   DISPLAY WS-RUN-LABEL
                   MOVE SPACES TO WS-RUN-NUMBER
                   ACCEPT WS-RUN-NUMBER
                   IF WS-RUN-NUMBER = SPACES
                       MOVE "Error: A SALREV1 run number is required"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       MOVE 'Y' TO WS-SELECT-OK-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "Error: Selection must be D or R" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.

       LOAD-LETTER-TEMPLATE.
      *    HR's own wording when SALLTR.TPL is there, the standard
      *    wording otherwise.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-TPL-TABLE-COUNT.
           OPEN INPUT TPL-FILE.
           IF WS-TPL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TPL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TPL-TABLE-COUNT < WS-MAX-TPL-TABLE
                           ADD 1 TO WS-TPL-TABLE-COUNT
                           MOVE TPL-LINE TO
                               WS-TPL-ENTRY (WS-TPL-TABLE-COUNT)
                       ELSE
                           IF WS-TPL-TABLE-FULL NOT = 'Y'
                               MOVE 'Y' TO WS-TPL-TABLE-FULL
                               DISPLAY "SALLTR1: WARNING - SALLTR.TPL "
                                       "over 60 lines, the rest is "
                                       "not printed."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TPL-FILE-STATUS NOT = "35"
               CLOSE TPL-FILE
           END-IF.
           IF WS-TPL-TABLE-COUNT = ZERO
               DISPLAY "SALLTR1: SALLTR.TPL missing or empty - "
                       "standard wording used."
               MOVE 'Y' TO WS-STANDARD-TPL-FLAG
               PERFORM VARYING WS-TPL-INDEX FROM 1 BY 1
                         UNTIL WS-TPL-INDEX > WS-STANDARD-LINE-COUNT
                   MOVE WS-STANDARD-LINE (WS-TPL-INDEX)
                       TO WS-TPL-ENTRY (WS-TPL-INDEX)
               END-PERFORM
               MOVE WS-STANDARD-LINE-COUNT TO WS-TPL-TABLE-COUNT
           END-IF.

       OPEN-LETTER-FILES.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SALLTR.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SALLTRC.PRT file "
                       WS-LIST-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO WS-LH-TODAY.
           MOVE WS-LIST-HEADER TO LIST-LINE.
           WRITE LIST-LINE.
           IF WS-SELECT-MODE = 'D'
               MOVE WS-FROM-DATE TO WS-LS-FROM
               MOVE WS-TO-DATE TO WS-LS-TO
               MOVE WS-LIST-SELECT-DATES TO LIST-LINE
           ELSE
               MOVE WS-RUN-NUMBER TO WS-LS-RUN
               MOVE WS-LIST-SELECT-RUN TO LIST-LINE
           END-IF.
           WRITE LIST-LINE.
           IF WS-STANDARD-TPL-FLAG = 'Y'
               MOVE "STANDARD WORDING (NO SALLTR.TPL)" TO
                   WS-LT-TEMPLATE
           ELSE
               MOVE "SALLTR.TPL" TO WS-LT-TEMPLATE
           END-IF.
           MOVE WS-LIST-TEMPLATE-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "LETTERS PRODUCED" TO WS-LS-SECTION.
           MOVE WS-LIST-SECTION-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-LIST-COLUMN-HEADER TO LIST-LINE.
           WRITE LIST-LINE.

       SELECT-HISTORY-ENTRIES.
      *    No SAL.HIST yet is simply nothing to select.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-HIST-SEQ.
           OPEN INPUT SALHIST-FILE.
           IF WS-SALHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SAL.HIST file "
                       WS-SALHIST-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SALHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       MOVE SALHIST-LINE TO WS-SALHIST-DETAIL
                       PERFORM JUDGE-HISTORY-ENTRY
               END-READ
           END-PERFORM.
           IF WS-SALHIST-FILE-STATUS NOT = "35"
               CLOSE SALHIST-FILE
           END-IF.

       JUDGE-HISTORY-ENTRY.
           IF WS-H-EFF-DATE IS NUMERIC
                   AND WS-H-OLD-SALARY IS NUMERIC
                   AND WS-H-NEW-SALARY IS NUMERIC
               IF WS-H-EFF-YY >= 50
                   MOVE 19 TO WS-ED-CENTURY
               ELSE
                   MOVE 20 TO WS-ED-CENTURY
               END-IF
               MOVE WS-H-EFF-YY TO WS-ED-YY
               MOVE WS-H-EFF-MMDD TO WS-ED-MMDD
               IF (WS-SELECT-MODE = 'D'
                       AND WS-EFF-DATE NOT < WS-FROM-DATE
                       AND WS-EFF-DATE NOT > WS-TO-DATE)
                   OR (WS-SELECT-MODE = 'R'
                       AND WS-H-SOURCE = WS-RUN-NUMBER)
                   MOVE WS-H-EMP-ID TO S-EMP-ID
                   MOVE WS-HIST-SEQ TO S-SEQ
                   MOVE WS-H-OLD-SALARY TO S-OLD-SALARY
                   MOVE WS-H-NEW-SALARY TO S-NEW-SALARY
                   MOVE WS-EFF-DATE TO S-EFF-DATE
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-IF.

       PRODUCE-LETTERS.
      *    The entries come back by employee in file order; each
      *    employee's group becomes one letter.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE 'Y' TO WS-FIRST-GROUP-FLAG.
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF WS-FIRST-GROUP-FLAG = 'Y'
                               OR S-EMP-ID NOT = WS-CUR-EMP-ID
                           PERFORM START-EMPLOYEE-GROUP
                       END-IF
                       PERFORM TAKE-GROUP-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP-FLAG NOT = 'Y'
               PERFORM FINISH-EMPLOYEE-GROUP
           END-IF.

       START-EMPLOYEE-GROUP.
           IF WS-FIRST-GROUP-FLAG NOT = 'Y'
               PERFORM FINISH-EMPLOYEE-GROUP
           END-IF.
           MOVE 'N' TO WS-FIRST-GROUP-FLAG.
           MOVE S-EMP-ID TO WS-CUR-EMP-ID.
           MOVE S-OLD-SALARY TO WS-LETTER-OLD.
           MOVE 'N' TO WS-EMP-ACTIVE-FLAG.
           MOVE S-EMP-ID TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF EMP-STATUS = 'A'
                       MOVE 'Y' TO WS-EMP-ACTIVE-FLAG
                   ELSE
                       MOVE "NOT ACTIVE" TO WS-SKIP-REASON
                   END-IF
           END-READ.

       TAKE-GROUP-ENTRY.
           IF WS-EMP-ACTIVE-FLAG = 'Y'
               MOVE S-NEW-SALARY TO WS-LETTER-NEW
               MOVE S-EFF-DATE TO WS-LETTER-DATE
           ELSE
               PERFORM RECORD-SKIPPED-ENTRY
           END-IF.

       RECORD-SKIPPED-ENTRY.
           ADD 1 TO WS-SKIPPED-COUNT.
           IF WS-SKIP-TABLE-COUNT < WS-MAX-SKIP-TABLE
               ADD 1 TO WS-SKIP-TABLE-COUNT
               MOVE S-EMP-ID TO WS-K-EMP-ID (WS-SKIP-TABLE-COUNT)
               MOVE S-OLD-SALARY TO WS-K-OLD (WS-SKIP-TABLE-COUNT)
               MOVE S-NEW-SALARY TO WS-K-NEW (WS-SKIP-TABLE-COUNT)
               MOVE S-EFF-DATE TO WS-K-DATE (WS-SKIP-TABLE-COUNT)
               MOVE WS-SKIP-REASON TO
                   WS-K-REASON (WS-SKIP-TABLE-COUNT)
           ELSE
               IF WS-SKIP-TABLE-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-SKIP-TABLE-FULL
                   DISPLAY "SALLTR1: WARNING - more than 200 entries "
                           "skipped, only the first 200 listed."
               END-IF
           END-IF.

       FINISH-EMPLOYEE-GROUP.
           IF WS-EMP-ACTIVE-FLAG = 'Y'
               PERFORM FIGURE-LETTER-VALUES
               PERFORM PRINT-ONE-LETTER
               PERFORM LIST-ONE-LETTER
           END-IF.

       FIGURE-LETTER-VALUES.
           MOVE SPACES TO WS-DEPT-NAME-WORK.
           MOVE 'N' TO WS-DEPT-VALID-FLAG.
           CALL 'DEPTVAL1' USING EMP-DEPT WS-DEPT-VALID-FLAG
                                 WS-DEPT-NAME-WORK.
           IF WS-DEPT-NAME-WORK = SPACES
               MOVE EMP-DEPT TO WS-DEPT-NAME-WORK
           END-IF.
           IF WS-LETTER-OLD > ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-LETTER-NEW - WS-LETTER-OLD) * 100
                   / WS-LETTER-OLD
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PCT-CHANGE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PCT-CHANGE
           END-IF.

       PRINT-ONE-LETTER.
           IF WS-LETTER-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-LETTER-SEPARATOR TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM VARYING WS-TPL-INDEX FROM 1 BY 1
                     UNTIL WS-TPL-INDEX > WS-TPL-TABLE-COUNT
               MOVE WS-TPL-ENTRY (WS-TPL-INDEX) TO WS-TPL-WORK
               PERFORM BUILD-LETTER-LINE
               MOVE WS-LETTER-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

       BUILD-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE 1 TO WS-IN-PTR.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM UNTIL WS-IN-PTR > 80 OR WS-OUT-PTR > 80
               IF WS-TPL-WORK (WS-IN-PTR:1) = "&"
                   PERFORM REPLACE-MARKER
               ELSE
                   MOVE WS-TPL-WORK (WS-IN-PTR:1) TO
                       WS-LETTER-LINE (WS-OUT-PTR:1)
                   ADD 1 TO WS-IN-PTR
                   ADD 1 TO WS-OUT-PTR
               END-IF
           END-PERFORM.

       REPLACE-MARKER.
      *    The closing & must come within eight characters; a lone
      *    & is printed as it stands.
           MOVE ZERO TO WS-MARKER-END.
           PERFORM VARYING WS-SCAN-PTR FROM WS-IN-PTR BY 1
                     UNTIL WS-SCAN-PTR > 79
                        OR WS-SCAN-PTR > WS-IN-PTR + 8
                        OR WS-MARKER-END > ZERO
               IF WS-TPL-WORK (WS-SCAN-PTR + 1:1) = "&"
                   COMPUTE WS-MARKER-END = WS-SCAN-PTR + 1
               END-IF
           END-PERFORM.
           IF WS-MARKER-END = ZERO
               MOVE "&" TO WS-LETTER-LINE (WS-OUT-PTR:1)
               ADD 1 TO WS-IN-PTR
               ADD 1 TO WS-OUT-PTR
           ELSE
               COMPUTE WS-MARKER-LENGTH =
                   WS-MARKER-END - WS-IN-PTR + 1
               MOVE SPACES TO WS-MARKER
               IF WS-MARKER-LENGTH > 2
                   MOVE WS-TPL-WORK (WS-IN-PTR + 1:
                                     WS-MARKER-LENGTH - 2)
                       TO WS-MARKER
               END-IF
               PERFORM FIGURE-MARKER-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE WS-MARKER-END TO WS-IN-PTR
               ADD 1 TO WS-IN-PTR
           END-IF.

       FIGURE-MARKER-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE.
           EVALUATE WS-MARKER
               WHEN SPACES
                   MOVE "&" TO WS-FIELD-VALUE
               WHEN "NAME"
                   MOVE EMP-NAME TO WS-FIELD-VALUE
               WHEN "EMPID"
                   MOVE EMP-ID TO WS-FIELD-VALUE
               WHEN "DEPT"
                   MOVE WS-DEPT-NAME-WORK TO WS-FIELD-VALUE
               WHEN "OLD"
                   MOVE WS-LETTER-OLD TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-FIELD-VALUE
               WHEN "NEW"
                   MOVE WS-LETTER-NEW TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-FIELD-VALUE
               WHEN "PCT"
                   MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-FIELD-VALUE
               WHEN "DATE"
                   MOVE WS-LETTER-DATE TO WS-DATE-WORK
                   PERFORM EDIT-DATE-WORK
                   MOVE WS-DATE-EDIT TO WS-FIELD-VALUE
               WHEN "TODAY"
                   MOVE WS-TODAY TO WS-DATE-WORK
                   PERFORM EDIT-DATE-WORK
                   MOVE WS-DATE-EDIT TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE WS-TPL-WORK (WS-IN-PTR:WS-MARKER-LENGTH)
                       TO WS-FIELD-VALUE
           END-EVALUATE.

       EDIT-DATE-WORK.
           MOVE WS-DW-YEAR TO WS-DE-YEAR.
           MOVE WS-DW-MONTH TO WS-DE-MONTH.
           MOVE WS-DW-DAY TO WS-DE-DAY.

       APPEND-FIELD-VALUE.
      *    Leading and trailing spaces are dropped -- a name or an
      *    edited amount sits in the sentence like typed text.
           MOVE ZERO TO WS-VALUE-START.
           MOVE ZERO TO WS-VALUE-END.
           PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
                     UNTIL WS-SCAN-PTR > 40
               IF WS-FIELD-VALUE (WS-SCAN-PTR:1) NOT = SPACE
                   IF WS-VALUE-START = ZERO
                       MOVE WS-SCAN-PTR TO WS-VALUE-START
                   END-IF
                   MOVE WS-SCAN-PTR TO WS-VALUE-END
               END-IF
           END-PERFORM.
           IF WS-VALUE-START > ZERO
               COMPUTE WS-VALUE-LENGTH =
                   WS-VALUE-END - WS-VALUE-START + 1
               IF WS-OUT-PTR + WS-VALUE-LENGTH > 81
                   COMPUTE WS-VALUE-LENGTH = 81 - WS-OUT-PTR
               END-IF
               MOVE WS-FIELD-VALUE (WS-VALUE-START:WS-VALUE-LENGTH)
                   TO WS-LETTER-LINE (WS-OUT-PTR:WS-VALUE-LENGTH)
               ADD WS-VALUE-LENGTH TO WS-OUT-PTR
           END-IF.

       LIST-ONE-LETTER.
           MOVE EMP-ID TO WS-LL-EMP-ID.
           MOVE EMP-NAME TO WS-LL-NAME.
           MOVE WS-LETTER-OLD TO WS-LL-OLD.
           MOVE WS-LETTER-NEW TO WS-LL-NEW.
           MOVE WS-LETTER-DATE TO WS-LL-DATE.
           MOVE WS-PCT-CHANGE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO WS-LL-PCT.
           MOVE WS-LIST-LETTER-DETAIL TO LIST-LINE.
           WRITE LIST-LINE.

       PRINT-CONTROL-FOOTER.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "ENTRIES SKIPPED - EMPLOYEE NO LONGER ACTIVE" TO
               WS-LS-SECTION.
           MOVE WS-LIST-SECTION-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-LIST-COLUMN-HEADER TO LIST-LINE.
           WRITE LIST-LINE.
           PERFORM VARYING WS-SKIP-INDEX FROM 1 BY 1
                     UNTIL WS-SKIP-INDEX > WS-SKIP-TABLE-COUNT
               MOVE WS-K-EMP-ID (WS-SKIP-INDEX) TO WS-LK-EMP-ID
               MOVE WS-K-OLD (WS-SKIP-INDEX) TO WS-LK-OLD
               MOVE WS-K-NEW (WS-SKIP-INDEX) TO WS-LK-NEW
               MOVE WS-K-DATE (WS-SKIP-INDEX) TO WS-LK-DATE
               MOVE WS-K-REASON (WS-SKIP-INDEX) TO WS-LK-REASON
               MOVE WS-LIST-SKIP-DETAIL TO LIST-LINE
               WRITE LIST-LINE
           END-PERFORM.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-SELECTED-COUNT TO WS-LF-SELECTED.
           MOVE WS-LIST-FOOTER-1 TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-LETTER-COUNT TO WS-LF-LETTERS.
           MOVE WS-LIST-FOOTER-2 TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-LF-SKIPPED.
           MOVE WS-LIST-FOOTER-3 TO LIST-LINE.
           WRITE LIST-LINE.

       CLOSE-LETTER-FILES.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.
           CLOSE LIST-FILE.

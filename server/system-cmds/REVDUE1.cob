      * REVDUE1.cob - Review Due List Program
      * Fujitsu ASP COBOLG Program
      * Monthly list of the probation confirmations and performance
      * reviews falling due, for the supervisors. For an operator
      * given window (from/to, YYYYMMDD; the from date defaults to
      * today) it takes every active employee on EMP.INFO and works
      * out
      *   the probation end -- EMP-HIRE-DATE plus the probation
      *     length in REVIEW.PRM (PROBATION=nn months, default 3) --
      *     unless a probation review (REVENT1 type P), or any review
      *     dated on or after the probation end, is on REVIEW.REC;
      *   the next review due from the latest review on file.
      * Anything due by the end of the window is listed, marked
      * OVERDUE when it fell due before the window opened. Lines are
      * sorted into EMP-DEPT order with a break heading per
      * department, the way EMPRPT1's SORT=DEPT roster is, printed
      * to REVDUE.PRT and captured through RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-09  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVDUE1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEW.REC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RV-KEY
                  FILE STATUS IS WS-REVIEW-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "REVIEW.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "REVDUE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "REVSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
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
           05  EMP-FILLER      PIC X(1).

       FD  REVIEW-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-RECORD.
           05  RV-KEY.
               10  RV-EMP-ID   PIC X(5).
               10  RV-REVIEW-DATE PIC 9(8).
           05  RV-TYPE         PIC X(1).
           05  RV-RATING       PIC 9(1).
           05  RV-REVIEWER     PIC X(8).
           05  RV-NEXT-DUE     PIC 9(8).
           05  RV-ENTRY-DATE   PIC 9(8).
           05  RV-FILLER       PIC X(1).

       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-LINE           PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-EMP-DEPT      PIC X(15).
           05  S-DUE-DATE      PIC 9(8).
           05  S-EMP-ID        PIC X(5).
           05  S-KIND          PIC X(1).
           05  S-EMP-NAME      PIC X(20).
           05  S-HIRE-DATE     PIC 9(8).
           05  S-LAST-REVIEW   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-REVIEW-FILE-STATUS PIC XX.
       01  WS-PARM-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-REVIEW-EOF-FLAG  PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-REVIEW-FILE-OPEN PIC X VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG PIC X VALUE 'Y'.
       01  WS-BREAK-DEPT       PIC X(15) VALUE SPACES.
       01  WS-DEPT-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-DEPT-NAME-WORK   PIC X(15) VALUE SPACES.
       01  WS-CURRENT-DATE-8   PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-FROM      PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-TO        PIC 9(8) VALUE ZERO.
       01  WS-PROBATION-MONTHS PIC 9(2) VALUE 3.
       01  WS-PROBATION-END    PIC 9(8) VALUE ZERO.
       01  WS-CONFIRMED-FLAG   PIC X VALUE 'N'.
       01  WS-LAST-REVIEW      PIC 9(8) VALUE ZERO.
       01  WS-LAST-NEXT-DUE    PIC 9(8) VALUE ZERO.
       01  WS-DUE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-MONTH-TOTAL      PIC 9(5) VALUE ZERO.
       01  WS-YEAR-STEP        PIC 9(4) VALUE ZERO.
       01  WS-MONTH-STEP       PIC 9(2) VALUE ZERO.

       01  WS-EFF-DATE-R.
           05  WS-ED-YEAR      PIC 9(4).
           05  WS-ED-MONTH     PIC 9(2).
           05  WS-ED-DAY       PIC 9(2).
       01  WS-EFF-DATE-8 REDEFINES WS-EFF-DATE-R PIC 9(8).
       01  WS-DAYS-IN-MONTH    PIC 9(2) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(20)
               VALUE "Review Due List".
           05  WS-FROM-LABEL       PIC X(40)
               VALUE "Window from (YYYYMMDD, blank=today):".
           05  WS-TO-LABEL         PIC X(30)
               VALUE "Window to (YYYYMMDD):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(24) VALUE
               "REVIEWS DUE".
           05  FILLER              PIC X(7)  VALUE "WINDOW ".
           05  WS-RH-FROM          PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-RH-TO            PIC 9(8).
           05  FILLER              PIC X(14) VALUE "  PROBATION ".
           05  WS-RH-PROB          PIC Z9.
           05  FILLER              PIC X(7)  VALUE " MONTHS".

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "EMPID".
           05  FILLER              PIC X(21) VALUE "NAME".
           05  FILLER              PIC X(9)  VALUE "HIRED".
           05  FILLER              PIC X(11) VALUE "REVIEW".
           05  FILLER              PIC X(9)  VALUE "DUE".
           05  FILLER              PIC X(9)  VALUE "LAST".
           05  FILLER              PIC X(7)  VALUE "STATUS".

       01  WS-BREAK-HEADER-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT:".
           05  WS-B-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-B-DEPT-NAME      PIC X(15).

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-EMP-NAME       PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-HIRE-DATE      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-KIND           PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-DUE-DATE       PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-LAST-REVIEW    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-STATUS         PIC X(7).

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(5)  VALUE "DUE:".
           05  WS-F-DUE            PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE "    OVERDUE:".
           05  WS-F-OVERDUE        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           DISPLAY WS-FROM-LABEL.
           ACCEPT WS-WINDOW-FROM.
           IF WS-WINDOW-FROM = ZERO
               MOVE WS-CURRENT-DATE-8 TO WS-WINDOW-FROM
           END-IF.
           DISPLAY WS-TO-LABEL.
           ACCEPT WS-WINDOW-TO.
           IF WS-WINDOW-TO < WS-WINDOW-FROM
               MOVE "Error: Window must end on or after its start" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CONTROL-VALUES.
           PERFORM OPEN-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-EMP-DEPT
               ON ASCENDING KEY S-DUE-DATE
               ON ASCENDING KEY S-EMP-ID
               INPUT PROCEDURE IS RELEASE-DUE-REVIEWS
               OUTPUT PROCEDURE IS PRINT-SORTED-REVIEWS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DUE-COUNT TO WS-F-DUE.
           MOVE WS-OVERDUE-COUNT TO WS-F-OVERDUE.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "REVDUE  " "REVDUE.PRT  ".
           DISPLAY "REVDUE1: " WS-DUE-COUNT " due, "
                   WS-OVERDUE-COUNT " overdue.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-CONTROL-VALUES.
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
                       IF PARM-LINE (1:10) = "PROBATION="
                               AND PARM-LINE (11:2) IS NUMERIC
                               AND PARM-LINE (11:2) > "00"
                           MOVE PARM-LINE (11:2) TO
                               WS-PROBATION-MONTHS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
      *    No REVIEW.REC yet means nobody has been reviewed: every
      *    probation end in the window is listed.
           MOVE 'N' TO WS-REVIEW-FILE-OPEN.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-FILE-STATUS = "00"
               MOVE 'Y' TO WS-REVIEW-FILE-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REVDUE.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-WINDOW-FROM TO WS-RH-FROM.
           MOVE WS-WINDOW-TO TO WS-RH-TO.
           MOVE WS-PROBATION-MONTHS TO WS-RH-PROB.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-FILES.
           CLOSE EMP-FILE.
           IF WS-REVIEW-FILE-OPEN = 'Y'
               CLOSE REVIEW-FILE
           END-IF.
           CLOSE PRINT-FILE.

       RELEASE-DUE-REVIEWS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EMP-STATUS = 'A'
                               AND EMP-HIRE-DATE IS NUMERIC
                               AND EMP-HIRE-DATE > ZERO
                           PERFORM JUDGE-EMPLOYEE-REVIEWS
                       END-IF
               END-READ
           END-PERFORM.

       JUDGE-EMPLOYEE-REVIEWS.
           PERFORM SET-PROBATION-END.
           PERFORM SCAN-EMPLOYEE-REVIEWS.
           IF WS-CONFIRMED-FLAG NOT = 'Y'
                   AND WS-PROBATION-END NOT > WS-WINDOW-TO
               PERFORM SET-SORT-RECORD
               MOVE 'P' TO S-KIND
               MOVE WS-PROBATION-END TO S-DUE-DATE
               RELEASE SORT-RECORD
           END-IF.
           IF WS-LAST-NEXT-DUE > ZERO
                   AND WS-LAST-NEXT-DUE NOT > WS-WINDOW-TO
               PERFORM SET-SORT-RECORD
               MOVE 'A' TO S-KIND
               MOVE WS-LAST-NEXT-DUE TO S-DUE-DATE
               RELEASE SORT-RECORD
           END-IF.

       SET-PROBATION-END.
      *    Hire date plus the probation months, on the same day of
      *    the month or the last day of a shorter month.
           MOVE EMP-HIRE-DATE TO WS-EFF-DATE-R.
           COMPUTE WS-MONTH-TOTAL =
               WS-ED-MONTH - 1 + WS-PROBATION-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEAR-STEP
               REMAINDER WS-MONTH-STEP.
           ADD WS-YEAR-STEP TO WS-ED-YEAR.
           COMPUTE WS-ED-MONTH = WS-MONTH-STEP + 1.
           PERFORM SET-DAYS-IN-MONTH.
           IF WS-ED-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-ED-DAY
           END-IF.
           MOVE WS-EFF-DATE-8 TO WS-PROBATION-END.

       SCAN-EMPLOYEE-REVIEWS.
      *    The employee's reviews run in date order under the key;
      *    the last one read is the latest.
           MOVE 'N' TO WS-CONFIRMED-FLAG.
           MOVE ZERO TO WS-LAST-REVIEW.
           MOVE ZERO TO WS-LAST-NEXT-DUE.
           IF WS-REVIEW-FILE-OPEN = 'Y'
               MOVE 'N' TO WS-REVIEW-EOF-FLAG
               MOVE EMP-ID TO RV-EMP-ID
               MOVE ZERO TO RV-REVIEW-DATE
               START REVIEW-FILE KEY IS NOT LESS THAN RV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REVIEW-EOF-FLAG
               END-START
               PERFORM UNTIL WS-REVIEW-EOF-FLAG = 'Y'
                   READ REVIEW-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REVIEW-EOF-FLAG
                       NOT AT END
                           IF RV-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-REVIEW-EOF-FLAG
                           ELSE
                               PERFORM NOTE-REVIEW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       NOTE-REVIEW.
           MOVE RV-REVIEW-DATE TO WS-LAST-REVIEW.
           MOVE RV-NEXT-DUE TO WS-LAST-NEXT-DUE.
           IF RV-TYPE = 'P'
                   OR RV-REVIEW-DATE NOT < WS-PROBATION-END
               MOVE 'Y' TO WS-CONFIRMED-FLAG
           END-IF.

       SET-SORT-RECORD.
           MOVE EMP-DEPT TO S-EMP-DEPT.
           MOVE EMP-ID TO S-EMP-ID.
           MOVE EMP-NAME TO S-EMP-NAME.
           MOVE EMP-HIRE-DATE TO S-HIRE-DATE.
           MOVE WS-LAST-REVIEW TO S-LAST-REVIEW.

       PRINT-SORTED-REVIEWS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE 'Y' TO WS-FIRST-RECORD-FLAG.
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-SORTED-LINE
               END-RETURN
           END-PERFORM.

       PRINT-SORTED-LINE.
           IF WS-FIRST-RECORD-FLAG = 'Y'
                   OR S-EMP-DEPT NOT = WS-BREAK-DEPT
               MOVE 'N' TO WS-FIRST-RECORD-FLAG
               MOVE S-EMP-DEPT TO WS-BREAK-DEPT
               PERFORM PRINT-DEPT-BREAK-HEADER
           END-IF.
           MOVE S-EMP-ID TO WS-D-EMP-ID.
           MOVE S-EMP-NAME TO WS-D-EMP-NAME.
           MOVE S-HIRE-DATE TO WS-D-HIRE-DATE.
           IF S-KIND = 'P'
               MOVE "PROBATION" TO WS-D-KIND
           ELSE
               MOVE "ANNUAL" TO WS-D-KIND
           END-IF.
           MOVE S-DUE-DATE TO WS-D-DUE-DATE.
           IF S-LAST-REVIEW = ZERO
               MOVE "NONE" TO WS-D-LAST-REVIEW
           ELSE
               MOVE S-LAST-REVIEW TO WS-D-LAST-REVIEW
           END-IF.
           IF S-DUE-DATE < WS-WINDOW-FROM
               MOVE "OVERDUE" TO WS-D-STATUS
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE "DUE" TO WS-D-STATUS
               ADD 1 TO WS-DUE-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-DEPT-BREAK-HEADER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BREAK-DEPT (1:4) TO WS-B-DEPT-CODE.
           IF WS-BREAK-DEPT = SPACES
               MOVE "(UNASSIGNED)" TO WS-B-DEPT-NAME
           ELSE
               MOVE 'N' TO WS-DEPT-VALID-FLAG
               MOVE SPACES TO WS-DEPT-NAME-WORK
               CALL 'DEPTVAL1' USING WS-BREAK-DEPT
                                     WS-DEPT-VALID-FLAG
                                     WS-DEPT-NAME-WORK
               MOVE WS-DEPT-NAME-WORK TO WS-B-DEPT-NAME
           END-IF.
           MOVE WS-BREAK-HEADER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       SET-DAYS-IN-MONTH.
      *    The same month-length and leap-year wheel LVREQ1 turns.
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

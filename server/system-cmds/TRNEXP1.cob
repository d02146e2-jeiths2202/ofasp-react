      * TRNEXP1.cob - Certification Expiry Report Program
      * Fujitsu ASP COBOLG Program
      * Weekly batch over TRAIN.REC (TRNENT1) and COURSE.MASTER
      * (CRSMNT1). For every active employee on EMP.INFO it lists
      *   each certification already expired, or expiring within the
      *     operator-given number of days (30 when left blank);
      *   each course mandatory for the employee's department
      *     (or "*ALL") with no completion on file at all.
      * Courses that never expire, and deactivated courses, are left
      * out; inactive employees are skipped. The lines are sorted
      * into EMP-DEPT order, the way EMPRPT1's SORT=DEPT roster is,
      * with a break heading per department, and the report goes to
      * TRNEXP.PRT and is captured through RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-09  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNEXP1.
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
           SELECT COURSE-FILE ASSIGN TO "COURSE.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CRS-CODE
                  FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT TRAIN-FILE ASSIGN TO "TRAIN.REC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TR-KEY
                  FILE STATUS IS WS-TRAIN-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TRNEXP.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "TRNSORT.TMP".

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

       FD  COURSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  COURSE-RECORD.
           05  CRS-CODE        PIC X(6).
           05  CRS-DESC        PIC X(30).
           05  CRS-VALID-MONTHS PIC 9(3).
           05  CRS-STATUS      PIC X(1).
           05  CRS-MAND-DEPT   PIC X(4) OCCURS 8 TIMES.
           05  CRS-FILLER      PIC X(8).

       FD  TRAIN-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  TRAIN-RECORD.
           05  TR-KEY.
               10  TR-EMP-ID   PIC X(5).
               10  TR-COURSE   PIC X(6).
           05  TR-COMPLETE-DATE PIC 9(8).
           05  TR-EXPIRY-DATE  PIC 9(8).
           05  TR-OPERATOR     PIC X(8).
           05  TR-FILLER       PIC X(5).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-EMP-DEPT      PIC X(15).
           05  S-EMP-ID        PIC X(5).
           05  S-COURSE        PIC X(6).
           05  S-EMP-NAME      PIC X(20).
           05  S-COURSE-DESC   PIC X(30).
           05  S-KIND          PIC X(1).
           05  S-EXPIRY-DATE   PIC 9(8).
           05  S-DAYS-LEFT     PIC S9(8).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-COURSE-FILE-STATUS PIC XX.
       01  WS-TRAIN-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-TRAIN-FILE-OPEN  PIC X VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG PIC X VALUE 'Y'.
       01  WS-BREAK-DEPT       PIC X(15) VALUE SPACES.
       01  WS-MANDATORY-FLAG   PIC X VALUE 'N'.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-DAYS-AHEAD       PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-DATE-8   PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01  WS-DAYS-LEFT        PIC S9(8) VALUE ZERO.
       01  WS-EXPIRED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-DUE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-MISSING-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-DEPT-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-DEPT-NAME-WORK   PIC X(15) VALUE SPACES.

      * Active courses, with the departments each is mandatory for;
      * the usual fixed-table bound and warning.
       01  WS-COURSE-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MAX-COURSE-TABLE PIC 9(3) VALUE 200.
       01  WS-COURSE-TABLE-FULL PIC X VALUE 'N'.
       01  WS-COURSE-INDEX     PIC 9(3) VALUE ZERO.
       01  WS-MAND-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY OCCURS 200 TIMES.
               10  WS-C-CODE       PIC X(6).
               10  WS-C-DESC       PIC X(30).
               10  WS-C-MAND-DEPT  PIC X(4) OCCURS 8 TIMES.

      * The POAGE1 serial-day wheel, with the leap terms counted to
      * the end of the prior year so the first of January always
      * follows the last of December by one day.
       01  WS-DATE-WORK-8      PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK-8.
           05  WS-DW-YEAR      PIC 9(4).
           05  WS-DW-MONTH     PIC 9(2).
           05  WS-DW-DAY       PIC 9(2).
       01  WS-DAY-NUMBER       PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-YEAR       PIC 9(4) VALUE ZERO.
       01  WS-MONTH-OFFSET     PIC 9(3) VALUE ZERO.
       01  WS-LEAP-DAYS-4      PIC 9(4) VALUE ZERO.
       01  WS-LEAP-DAYS-100    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-DAYS-400    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Certification Expiry Report".
           05  WS-DAYS-LABEL       PIC X(30)
               VALUE "Days ahead (blank=30):".

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(32) VALUE
               "CERTIFICATION EXPIRY REPORT".
           05  FILLER              PIC X(6)  VALUE "AS OF ".
           05  WS-RH-DATE          PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  AHEAD ".
           05  WS-RH-DAYS          PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE " DAYS".

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "EMPID".
           05  FILLER              PIC X(19) VALUE "NAME".
           05  FILLER              PIC X(7)  VALUE "COURSE".
           05  FILLER              PIC X(19) VALUE "DESCRIPTION".
           05  FILLER              PIC X(9)  VALUE "EXPIRES".
           05  FILLER              PIC X(13) VALUE "STATUS".

       01  WS-BREAK-HEADER-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT:".
           05  WS-B-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-B-DEPT-NAME      PIC X(15).

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-EMP-NAME       PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-COURSE         PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-COURSE-DESC    PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-EXPIRY         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-STATUS         PIC X(13).

       01  WS-DUE-STATUS.
           05  FILLER              PIC X(4)  VALUE "DUE ".
           05  WS-DS-DAYS          PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE " DAYS".

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(9)  VALUE "EXPIRED:".
           05  WS-F-EXPIRED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "    DUE:".
           05  WS-F-DUE            PIC ZZ,ZZ9.
           05  FILLER              PIC X(22) VALUE
               "    MANDATORY MISSING:".
           05  WS-F-MISSING        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-DAYS-LABEL.
           ACCEPT WS-DAYS-AHEAD.
           IF WS-DAYS-AHEAD = ZERO
               MOVE 30 TO WS-DAYS-AHEAD
           END-IF.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-8 TO WS-DATE-WORK-8.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
           PERFORM LOAD-COURSES.
           PERFORM OPEN-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-EMP-DEPT
               ON ASCENDING KEY S-EMP-ID
               ON ASCENDING KEY S-COURSE
               INPUT PROCEDURE IS RELEASE-EXCEPTIONS
               OUTPUT PROCEDURE IS PRINT-SORTED-EXCEPTIONS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-F-EXPIRED.
           MOVE WS-DUE-COUNT TO WS-F-DUE.
           MOVE WS-MISSING-COUNT TO WS-F-MISSING.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "TRNEXP  " "TRNEXP.PRT  ".
           DISPLAY "TRNEXP1: " WS-EXPIRED-COUNT " expired, "
                   WS-DUE-COUNT " due, " WS-MISSING-COUNT
                   " mandatory missing.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-COURSES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open COURSE.MASTER file "
                       WS-COURSE-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CRS-STATUS NOT = 'I'
                           PERFORM STORE-COURSE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-FILE.

       STORE-COURSE-ENTRY.
           IF WS-COURSE-TABLE-COUNT < WS-MAX-COURSE-TABLE
               ADD 1 TO WS-COURSE-TABLE-COUNT
               MOVE CRS-CODE TO WS-C-CODE (WS-COURSE-TABLE-COUNT)
               MOVE CRS-DESC TO WS-C-DESC (WS-COURSE-TABLE-COUNT)
               PERFORM VARYING WS-MAND-INDEX FROM 1 BY 1
                         UNTIL WS-MAND-INDEX > 8
                   MOVE CRS-MAND-DEPT (WS-MAND-INDEX) TO
                       WS-C-MAND-DEPT (WS-COURSE-TABLE-COUNT
                                       WS-MAND-INDEX)
               END-PERFORM
           ELSE
               IF WS-COURSE-TABLE-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-COURSE-TABLE-FULL
                   DISPLAY "TRNEXP1: WARNING - more than 200 "
                           "courses, remainder not checked."
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
      *    No TRAIN.REC yet means nobody has completed anything: every
      *    mandatory course shows as missing.
           MOVE 'N' TO WS-TRAIN-FILE-OPEN.
           OPEN INPUT TRAIN-FILE.
           IF WS-TRAIN-FILE-STATUS = "00"
               MOVE 'Y' TO WS-TRAIN-FILE-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open TRNEXP.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO WS-RH-DATE.
           MOVE WS-DAYS-AHEAD TO WS-RH-DAYS.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-FILES.
           CLOSE EMP-FILE.
           IF WS-TRAIN-FILE-OPEN = 'Y'
               CLOSE TRAIN-FILE
           END-IF.
           CLOSE PRINT-FILE.

       RELEASE-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EMP-STATUS = 'A'
                           PERFORM CHECK-EMPLOYEE-COURSES
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-EMPLOYEE-COURSES.
           PERFORM VARYING WS-COURSE-INDEX FROM 1 BY 1
                     UNTIL WS-COURSE-INDEX > WS-COURSE-TABLE-COUNT
               MOVE 'N' TO WS-FOUND-FLAG
               IF WS-TRAIN-FILE-OPEN = 'Y'
                   MOVE EMP-ID TO TR-EMP-ID
                   MOVE WS-C-CODE (WS-COURSE-INDEX) TO TR-COURSE
                   READ TRAIN-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND-FLAG
                   END-READ
               END-IF
               IF WS-FOUND-FLAG = 'Y'
                   IF TR-EXPIRY-DATE NOT = ZERO
                       PERFORM JUDGE-EXPIRY
                   END-IF
               ELSE
                   PERFORM JUDGE-MANDATORY
               END-IF
           END-PERFORM.

       JUDGE-EXPIRY.
           MOVE TR-EXPIRY-DATE TO WS-DATE-WORK-8.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-LEFT = WS-DAY-NUMBER - WS-TODAY-DAY-NUMBER.
           IF WS-DAYS-LEFT NOT > WS-DAYS-AHEAD
               PERFORM SET-SORT-RECORD
               MOVE 'E' TO S-KIND
               MOVE TR-EXPIRY-DATE TO S-EXPIRY-DATE
               MOVE WS-DAYS-LEFT TO S-DAYS-LEFT
               RELEASE SORT-RECORD
           END-IF.

       JUDGE-MANDATORY.
           MOVE 'N' TO WS-MANDATORY-FLAG.
           PERFORM VARYING WS-MAND-INDEX FROM 1 BY 1
                     UNTIL WS-MAND-INDEX > 8
               IF WS-C-MAND-DEPT (WS-COURSE-INDEX WS-MAND-INDEX)
                       = "*ALL"
                   OR WS-C-MAND-DEPT (WS-COURSE-INDEX WS-MAND-INDEX)
                       = EMP-DEPT (1:4)
                   IF WS-C-MAND-DEPT (WS-COURSE-INDEX WS-MAND-INDEX)
                           NOT = SPACES
                       MOVE 'Y' TO WS-MANDATORY-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MANDATORY-FLAG = 'Y'
               PERFORM SET-SORT-RECORD
               MOVE 'M' TO S-KIND
               MOVE ZERO TO S-EXPIRY-DATE
               MOVE ZERO TO S-DAYS-LEFT
               RELEASE SORT-RECORD
           END-IF.

       SET-SORT-RECORD.
           MOVE EMP-DEPT TO S-EMP-DEPT.
           MOVE EMP-ID TO S-EMP-ID.
           MOVE EMP-NAME TO S-EMP-NAME.
           MOVE WS-C-CODE (WS-COURSE-INDEX) TO S-COURSE.
           MOVE WS-C-DESC (WS-COURSE-INDEX) TO S-COURSE-DESC.

       PRINT-SORTED-EXCEPTIONS.
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
           MOVE S-COURSE TO WS-D-COURSE.
           MOVE S-COURSE-DESC TO WS-D-COURSE-DESC.
           IF S-KIND = 'M'
               MOVE SPACES TO WS-D-EXPIRY
               MOVE "NO RECORD" TO WS-D-STATUS
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               MOVE S-EXPIRY-DATE TO WS-D-EXPIRY
               IF S-DAYS-LEFT < ZERO
                   MOVE "EXPIRED" TO WS-D-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   MOVE S-DAYS-LEFT TO WS-DS-DAYS
                   MOVE WS-DUE-STATUS TO WS-D-STATUS
                   ADD 1 TO WS-DUE-COUNT
               END-IF
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

       COMPUTE-DAY-NUMBER.
           PERFORM SET-MONTH-OFFSET.
           COMPUTE WS-PRIOR-YEAR = WS-DW-YEAR - 1.
           DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-DAYS-4.
           DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-DAYS-100.
           DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-DAYS-400.
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

      * TRNENT1.cob - Training Completion Entry Program
      * Fujitsu ASP COBOLG Program
      * Entry screen for training and certification completions: an
      * employee ID, a course code from COURSE.MASTER (CRSMNT1) and
      * the completion date, stored on TRAIN.REC keyed by employee
      * and course. The employee must be active on EMP.INFO, the
      * course on file and active, and the completion date a real
      * calendar date between the hire date and today. The expiry
      * date is worked out here from the course's validity in months
      * (the same day of the month, pulled back to the month end
      * where that month is shorter); a course with no validity
      * never expires and carries a zero expiry. Retaking a course
      * replaces the record when the new completion is the later
      * one. D removes a record keyed in error. Entries and removals
      * are logged to OPER.LOG through OPLOG1; TRNEXP1 reads the
      * file for the weekly expiry list.
      *
      * MODIFICATION HISTORY
      * 2026-10-09  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNENT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO "TRAIN.REC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TR-KEY
                  FILE STATUS IS WS-TRAIN-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "COURSE.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CRS-CODE
                  FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS PIC XX.
       01  WS-COURSE-FILE-STATUS PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EMP-OK-FLAG      PIC X VALUE 'N'.
       01  WS-COURSE-OK-FLAG   PIC X VALUE 'N'.
       01  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-HIRE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-VALID-MONTHS     PIC 9(3) VALUE ZERO.
       01  WS-COURSE-DESC      PIC X(30) VALUE SPACES.
       01  WS-ON-FILE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-EXPIRY-DATE      PIC 9(8) VALUE ZERO.
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

       01  WS-LOG-DETAIL       PIC X(20) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(24)
               VALUE "Training Completion".
           05  WS-ACTION-LABEL     PIC X(30)
               VALUE "Action (A=enter D=remove):".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ID-LABEL         PIC X(20) VALUE "Employee ID:".
           05  WS-COURSE-LABEL     PIC X(20) VALUE "Course Code:".
           05  WS-DATE-LABEL       PIC X(24)
               VALUE "Completed (YYYYMMDD):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-EMP-ID           PIC X(5).
           05  WS-COURSE-CODE      PIC X(6).
           05  WS-COMPLETE-DATE    PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-OPERATOR-LABEL.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-CODE = 'a'
               MOVE 'A' TO WS-ACTION-CODE
           END-IF.
           IF WS-ACTION-CODE = 'd'
               MOVE 'D' TO WS-ACTION-CODE
           END-IF.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ENTER-COMPLETION
               WHEN 'D'
                   PERFORM REMOVE-COMPLETION
               WHEN OTHER
                   MOVE "Error: Action must be A or D" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ENTER-COMPLETION.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           PERFORM CHECK-EMPLOYEE-ACTIVE.
           IF WS-EMP-OK-FLAG = 'Y'
               DISPLAY WS-COURSE-LABEL
               ACCEPT WS-COURSE-CODE
               PERFORM CHECK-COURSE-ACTIVE
           END-IF.
           IF WS-EMP-OK-FLAG = 'Y' AND WS-COURSE-OK-FLAG = 'Y'
               DISPLAY WS-DATE-LABEL
               ACCEPT WS-COMPLETE-DATE
               MOVE WS-COMPLETE-DATE TO WS-EFF-DATE-R
               PERFORM JUDGE-CALENDAR-DATE
               IF WS-DATE-VALID-FLAG = 'Y'
                       AND WS-COMPLETE-DATE > WS-CURRENT-DATE-8
                   MOVE 'N' TO WS-DATE-VALID-FLAG
                   MOVE "Error: Completion date is in the future" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
               IF WS-DATE-VALID-FLAG = 'Y'
                       AND WS-HIRE-DATE IS NUMERIC
                       AND WS-COMPLETE-DATE < WS-HIRE-DATE
                   MOVE 'N' TO WS-DATE-VALID-FLAG
                   MOVE "Error: Completion date is before hire date"
                       TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
               IF WS-DATE-VALID-FLAG = 'Y'
                   PERFORM CHECK-EXISTING-COMPLETION
                   IF WS-FOUND-FLAG = 'Y'
                           AND WS-ON-FILE-DATE NOT < WS-COMPLETE-DATE
                       MOVE "Error: Same or later completion on file"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       PERFORM SET-EXPIRY-DATE
                       PERFORM WRITE-TRAIN-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-EMPLOYEE-ACTIVE.
           MOVE 'N' TO WS-EMP-OK-FLAG.
           MOVE ZERO TO WS-HIRE-DATE.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
           ELSE
               MOVE WS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "Error: Employee not on EMP.INFO" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   NOT INVALID KEY
                       IF EMP-STATUS = 'A'
                           MOVE 'Y' TO WS-EMP-OK-FLAG
                           MOVE EMP-HIRE-DATE TO WS-HIRE-DATE
                       ELSE
                           MOVE "Error: Employee is not active" TO
                               WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                       END-IF
               END-READ
               CLOSE EMP-FILE
           END-IF.

       CHECK-COURSE-ACTIVE.
           MOVE 'N' TO WS-COURSE-OK-FLAG.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open COURSE.MASTER file "
                       WS-COURSE-FILE-STATUS
           ELSE
               MOVE WS-COURSE-CODE TO CRS-CODE
               READ COURSE-FILE
                   INVALID KEY
                       MOVE "Error: Course not on COURSE.MASTER" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   NOT INVALID KEY
                       IF CRS-STATUS = 'I'
                           MOVE "Error: Course is inactive" TO
                               WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                       ELSE
                           MOVE 'Y' TO WS-COURSE-OK-FLAG
                           MOVE CRS-VALID-MONTHS TO WS-VALID-MONTHS
                           MOVE CRS-DESC TO WS-COURSE-DESC
                       END-IF
               END-READ
               CLOSE COURSE-FILE
           END-IF.

       JUDGE-CALENDAR-DATE.
      *    The same month-length and leap-year wheel LVREQ1 turns.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-COMPLETE-DATE = ZERO
               MOVE "Error: A date is required" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                       OR WS-ED-YEAR < 1900
                   MOVE "Error: Not a real calendar date" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-ED-DAY < 1
                           OR WS-ED-DAY > WS-DAYS-IN-MONTH
                       MOVE "Error: Not a real calendar date" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       MOVE 'Y' TO WS-DATE-VALID-FLAG
                   END-IF
               END-IF
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

       SET-EXPIRY-DATE.
      *    Completion plus the validity in whole months, on the same
      *    day of the month or the last day of a shorter month.
           IF WS-VALID-MONTHS = ZERO
               MOVE ZERO TO WS-EXPIRY-DATE
           ELSE
               MOVE WS-COMPLETE-DATE TO WS-EFF-DATE-R
               COMPUTE WS-MONTH-TOTAL =
                   WS-ED-MONTH - 1 + WS-VALID-MONTHS
               DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEAR-STEP
                   REMAINDER WS-MONTH-STEP
               ADD WS-YEAR-STEP TO WS-ED-YEAR
               COMPUTE WS-ED-MONTH = WS-MONTH-STEP + 1
               PERFORM SET-DAYS-IN-MONTH
               IF WS-ED-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-ED-DAY
               END-IF
               MOVE WS-EFF-DATE-8 TO WS-EXPIRY-DATE
           END-IF.

       CHECK-EXISTING-COMPLETION.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           MOVE ZERO TO WS-ON-FILE-DATE.
           OPEN INPUT TRAIN-FILE.
           IF WS-TRAIN-FILE-STATUS = "35"
      *        TRAIN.REC DOES NOT EXIST YET - FIRST COMPLETION BEING
      *        KEYED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-EMP-ID TO TR-EMP-ID
               MOVE WS-COURSE-CODE TO TR-COURSE
               READ TRAIN-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE TR-COMPLETE-DATE TO WS-ON-FILE-DATE
               END-READ
               CLOSE TRAIN-FILE
           END-IF.

       WRITE-TRAIN-RECORD.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT TRAIN-FILE
           ELSE
               OPEN I-O TRAIN-FILE
           END-IF.
           IF WS-TRAIN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open TRAIN.REC file "
                       WS-TRAIN-FILE-STATUS
           ELSE
               MOVE WS-EMP-ID TO TR-EMP-ID
               MOVE WS-COURSE-CODE TO TR-COURSE
               MOVE WS-COMPLETE-DATE TO TR-COMPLETE-DATE
               MOVE WS-EXPIRY-DATE TO TR-EXPIRY-DATE
               MOVE WS-OPERATOR-ID TO TR-OPERATOR
               MOVE SPACES TO TR-FILLER
               IF WS-FOUND-FLAG = 'Y'
                   REWRITE TRAIN-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite TRAIN.REC "
                                   WS-TRAIN-FILE-STATUS
                   END-REWRITE
               ELSE
                   WRITE TRAIN-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot write TRAIN.REC "
                                   "record " WS-TRAIN-FILE-STATUS
                   END-WRITE
               END-IF
               IF WS-TRAIN-FILE-STATUS = "00"
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "TRAIN " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-COURSE-CODE DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "TRNENT  "
                                       WS-LOG-DETAIL
                   MOVE "Completion recorded: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID " "
                           WS-COURSE-DESC
                   IF WS-EXPIRY-DATE = ZERO
                       DISPLAY "  Does not expire"
                   ELSE
                       DISPLAY "  Expires " WS-EXPIRY-DATE
                   END-IF
               END-IF
               CLOSE TRAIN-FILE
           END-IF.

       REMOVE-COMPLETION.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           DISPLAY WS-COURSE-LABEL.
           ACCEPT WS-COURSE-CODE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O TRAIN-FILE.
           IF WS-TRAIN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open TRAIN.REC file "
                       WS-TRAIN-FILE-STATUS
           ELSE
               MOVE WS-EMP-ID TO TR-EMP-ID
               MOVE WS-COURSE-CODE TO TR-COURSE
               READ TRAIN-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       DELETE TRAIN-FILE
                           INVALID KEY
                               DISPLAY "ERROR: Cannot delete "
                                       "TRAIN.REC "
                                       WS-TRAIN-FILE-STATUS
                       END-DELETE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE TRAIN-FILE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "DEL " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-COURSE-CODE DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "TRNENT  "
                                       WS-LOG-DETAIL
                   MOVE "Completion removed: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID " "
                           WS-COURSE-CODE
               ELSE
                   MOVE "Error: No such completion on file" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
           END-IF.

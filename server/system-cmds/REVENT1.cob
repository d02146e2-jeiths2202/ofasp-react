      * REVENT1.cob - Performance Review Entry Program
      * Fujitsu ASP COBOLG Program
      * Entry screen for probation and annual performance reviews,
      * stored on REVIEW.REC keyed by employee and review date. The
      * signed-on operator is recorded as the reviewer. Each review
      * carries its type (P probation confirmation, A annual), a
      * rating of 1 to 5 and the date the next review falls due --
      * twelve months on from the review when left blank. The
      * employee must be active on EMP.INFO and the review date a
      * real calendar date between the hire date and today; a second
      * review for the same employee on the same day is refused.
      * D removes a review keyed in error. REVDUE1 reads the file
      * for the monthly due list. Entries and removals are logged
      * to OPER.LOG through OPLOG1.
      *
      * MODIFICATION HISTORY
      * 2026-10-09  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "REVIEW.REC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RV-KEY
                  FILE STATUS IS WS-REVIEW-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-REVIEW-FILE-STATUS PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EMP-OK-FLAG      PIC X VALUE 'N'.
       01  WS-ENTRY-OK-FLAG    PIC X VALUE 'N'.
       01  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-HIRE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CHECK-DATE       PIC 9(8) VALUE ZERO.
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
               VALUE "Performance Review Entry".
           05  WS-ACTION-LABEL     PIC X(30)
               VALUE "Action (A=enter D=remove):".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ID-LABEL         PIC X(20) VALUE "Employee ID:".
           05  WS-DATE-LABEL       PIC X(24)
               VALUE "Review date (YYYYMMDD):".
           05  WS-TYPE-LABEL       PIC X(30)
               VALUE "Type (P=probation A=annual):".
           05  WS-RATING-LABEL     PIC X(20) VALUE "Rating (1-5):".
           05  WS-NEXT-LABEL       PIC X(40)
               VALUE "Next due (YYYYMMDD, blank=+12 months):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-EMP-ID           PIC X(5).
           05  WS-REVIEW-DATE      PIC 9(8) VALUE ZEROS.
           05  WS-REVIEW-TYPE      PIC X(1).
           05  WS-RATING           PIC 9(1) VALUE ZERO.
           05  WS-NEXT-DUE         PIC 9(8) VALUE ZEROS.

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
           IF WS-OPERATOR-ID = SPACES
               MOVE "Error: Operator ID is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ENTER-REVIEW
               WHEN 'D'
                   PERFORM REMOVE-REVIEW
               WHEN OTHER
                   MOVE "Error: Action must be A or D" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ENTER-REVIEW.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           PERFORM CHECK-EMPLOYEE-ACTIVE.
           IF WS-EMP-OK-FLAG = 'Y'
               DISPLAY WS-DATE-LABEL
               ACCEPT WS-REVIEW-DATE
               MOVE WS-REVIEW-DATE TO WS-CHECK-DATE
               PERFORM JUDGE-CALENDAR-DATE
               IF WS-DATE-VALID-FLAG = 'Y'
                       AND WS-REVIEW-DATE > WS-CURRENT-DATE-8
                   MOVE 'N' TO WS-DATE-VALID-FLAG
                   MOVE "Error: Review date is in the future" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
               IF WS-DATE-VALID-FLAG = 'Y'
                       AND WS-HIRE-DATE IS NUMERIC
                       AND WS-REVIEW-DATE < WS-HIRE-DATE
                   MOVE 'N' TO WS-DATE-VALID-FLAG
                   MOVE "Error: Review date is before hire date" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
               IF WS-DATE-VALID-FLAG = 'Y'
                   PERFORM CHECK-DUPLICATE-REVIEW
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE "Error: Review already on file - use D"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       PERFORM ACCEPT-REVIEW-DETAIL
                       PERFORM VALIDATE-REVIEW-DETAIL
                       IF WS-ENTRY-OK-FLAG = 'Y'
                           PERFORM WRITE-REVIEW-RECORD
                       END-IF
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

       JUDGE-CALENDAR-DATE.
      *    The same month-length and leap-year wheel LVREQ1 turns,
      *    over the date in WS-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-CHECK-DATE = ZERO
               MOVE "Error: A date is required" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE WS-CHECK-DATE TO WS-EFF-DATE-R
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

       CHECK-DUPLICATE-REVIEW.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-FILE-STATUS = "35"
      *        REVIEW.REC DOES NOT EXIST YET - FIRST REVIEW BEING
      *        KEYED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-EMP-ID TO RV-EMP-ID
               MOVE WS-REVIEW-DATE TO RV-REVIEW-DATE
               READ REVIEW-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE REVIEW-FILE
           END-IF.

       ACCEPT-REVIEW-DETAIL.
           DISPLAY WS-TYPE-LABEL.
           ACCEPT WS-REVIEW-TYPE.
           IF WS-REVIEW-TYPE = 'p'
               MOVE 'P' TO WS-REVIEW-TYPE
           END-IF.
           IF WS-REVIEW-TYPE = 'a'
               MOVE 'A' TO WS-REVIEW-TYPE
           END-IF.
           DISPLAY WS-RATING-LABEL.
           ACCEPT WS-RATING.
           DISPLAY WS-NEXT-LABEL.
           ACCEPT WS-NEXT-DUE.

       VALIDATE-REVIEW-DETAIL.
           MOVE 'Y' TO WS-ENTRY-OK-FLAG.
           IF WS-REVIEW-TYPE NOT = 'P' AND WS-REVIEW-TYPE NOT = 'A'
               MOVE "Error: Type must be P or A" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-RATING < 1 OR WS-RATING > 5
               MOVE "Error: Rating must be 1 to 5" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-NEXT-DUE = ZERO
      *        Twelve months on, pulled back to a shorter month's end.
               MOVE WS-REVIEW-DATE TO WS-EFF-DATE-R
               ADD 1 TO WS-ED-YEAR
               PERFORM SET-DAYS-IN-MONTH
               IF WS-ED-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-ED-DAY
               END-IF
               MOVE WS-EFF-DATE-8 TO WS-NEXT-DUE
           ELSE
               MOVE WS-NEXT-DUE TO WS-CHECK-DATE
               PERFORM JUDGE-CALENDAR-DATE
               IF WS-DATE-VALID-FLAG NOT = 'Y'
                   MOVE 'N' TO WS-ENTRY-OK-FLAG
               ELSE
                   IF WS-NEXT-DUE NOT > WS-REVIEW-DATE
                       MOVE "Error: Next due must follow the review"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       MOVE 'N' TO WS-ENTRY-OK-FLAG
                   END-IF
               END-IF
           END-IF.

       WRITE-REVIEW-RECORD.
           MOVE WS-EMP-ID TO RV-EMP-ID.
           MOVE WS-REVIEW-DATE TO RV-REVIEW-DATE.
           MOVE WS-REVIEW-TYPE TO RV-TYPE.
           MOVE WS-RATING TO RV-RATING.
           MOVE WS-OPERATOR-ID TO RV-REVIEWER.
           MOVE WS-NEXT-DUE TO RV-NEXT-DUE.
           MOVE WS-CURRENT-DATE-8 TO RV-ENTRY-DATE.
           MOVE SPACES TO RV-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT REVIEW-FILE
           ELSE
               OPEN I-O REVIEW-FILE
           END-IF.
           IF WS-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REVIEW.REC file "
                       WS-REVIEW-FILE-STATUS
           ELSE
               WRITE REVIEW-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot write REVIEW.REC "
                               "record " WS-REVIEW-FILE-STATUS
               END-WRITE
               IF WS-REVIEW-FILE-STATUS = "00"
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "REV " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REVIEW-DATE DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "REVENT  "
                                       WS-LOG-DETAIL
                   MOVE "Review recorded: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID " next due "
                           WS-NEXT-DUE
               END-IF
               CLOSE REVIEW-FILE
           END-IF.

       REMOVE-REVIEW.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           DISPLAY WS-DATE-LABEL.
           ACCEPT WS-REVIEW-DATE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O REVIEW-FILE.
           IF WS-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REVIEW.REC file "
                       WS-REVIEW-FILE-STATUS
           ELSE
               MOVE WS-EMP-ID TO RV-EMP-ID
               MOVE WS-REVIEW-DATE TO RV-REVIEW-DATE
               READ REVIEW-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       DELETE REVIEW-FILE
                           INVALID KEY
                               DISPLAY "ERROR: Cannot delete "
                                       "REVIEW.REC "
                                       WS-REVIEW-FILE-STATUS
                       END-DELETE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE REVIEW-FILE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "DEL " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REVIEW-DATE DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "REVENT  "
                                       WS-LOG-DETAIL
                   MOVE "Review removed: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID " "
                           WS-REVIEW-DATE
               ELSE
                   MOVE "Error: No such review on file" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
           END-IF.

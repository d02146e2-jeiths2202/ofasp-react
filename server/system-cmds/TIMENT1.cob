      * TIMENT1.cob - Daily Timesheet Entry Program
      * Fujitsu ASP COBOLG Program
      * Entry screen for the daily timesheet: employee ID, work date,
      * regular hours, overtime hours and an absence code, stored on
      * TIME.ENTRY keyed by employee and work date. PAYGRS1 reads the
      * file for the pay period, so PAYREG1 and NETPAY1 pick up
      * overtime pay and unpaid absence without any hand adjustment.
      * The employee must be active on EMP.INFO and the work date a
      * real calendar date not before the hire date; a day already on
      * file for the employee is refused -- a wrong entry is removed
      * with D and keyed again. Absence codes:
      *   blank  no absence
      *   U      unpaid absence (one day's pay is deducted)
      *   P      paid leave
      *   S      sick leave (paid)
      * An absence is a whole day, so an absence day carries no
      * regular hours; overtime may still be keyed against it (a call-
      * out on a day off). Regular plus overtime hours may not pass
      * 24. Entries and removals are logged to OPER.LOG through
      * OPLOG1.
      *
      * MODIFICATION HISTORY
      * 2026-10-07  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMENT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-07.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHT-FILE ASSIGN TO "TIME.ENTRY"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TE-KEY
                  FILE STATUS IS WS-TIMESHT-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMESHT-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  TIMESHT-RECORD.
           05  TE-KEY.
               10  TE-EMP-ID   PIC X(5).
               10  TE-WORK-DATE PIC 9(8).
           05  TE-REG-HOURS    PIC 9(2)V9.
           05  TE-OT-HOURS     PIC 9(2)V9.
           05  TE-ABS-CODE     PIC X(1).
           05  TE-OPERATOR     PIC X(8).
           05  TE-ENTRY-DATE   PIC 9(8).
           05  TE-FILLER       PIC X(4).

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
       01  WS-TIMESHT-FILE-STATUS PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EMP-OK-FLAG      PIC X VALUE 'N'.
       01  WS-ENTRY-OK-FLAG    PIC X VALUE 'N'.
       01  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-HIRE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-HOURS      PIC 9(3)V9 VALUE ZERO.

       01  WS-EFF-DATE-R.
           05  WS-ED-YEAR      PIC 9(4).
           05  WS-ED-MONTH     PIC 9(2).
           05  WS-ED-DAY       PIC 9(2).
       01  WS-DAYS-IN-MONTH    PIC 9(2) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       01  WS-LOG-DETAIL       PIC X(20) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(24)
               VALUE "Daily Timesheet Entry".
           05  WS-ACTION-LABEL     PIC X(30)
               VALUE "Action (A=enter D=remove):".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ID-LABEL         PIC X(20) VALUE "Employee ID:".
           05  WS-DATE-LABEL       PIC X(22)
               VALUE "Work date (YYYYMMDD):".
           05  WS-REG-LABEL        PIC X(30)
               VALUE "Regular hours (99.9):".
           05  WS-OT-LABEL         PIC X(30)
               VALUE "Overtime hours (99.9):".
           05  WS-ABS-LABEL        PIC X(40)
               VALUE "Absence (blank/U=unpaid/P=paid/S=sick):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-EMP-ID           PIC X(5).
           05  WS-WORK-DATE        PIC 9(8) VALUE ZEROS.
           05  WS-REG-HOURS        PIC 9(2)V9 VALUE ZERO.
           05  WS-OT-HOURS         PIC 9(2)V9 VALUE ZERO.
           05  WS-ABS-CODE         PIC X(1).

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
                   PERFORM ENTER-TIMESHEET-DAY
               WHEN 'D'
                   PERFORM REMOVE-TIMESHEET-DAY
               WHEN OTHER
                   MOVE "Error: Action must be A or D" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ENTER-TIMESHEET-DAY.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           PERFORM CHECK-EMPLOYEE-ACTIVE.
           IF WS-EMP-OK-FLAG = 'Y'
               DISPLAY WS-DATE-LABEL
               ACCEPT WS-WORK-DATE
               PERFORM JUDGE-CALENDAR-DATE
               IF WS-DATE-VALID-FLAG = 'Y'
                       AND WS-HIRE-DATE IS NUMERIC
                       AND WS-WORK-DATE < WS-HIRE-DATE
                   MOVE 'N' TO WS-DATE-VALID-FLAG
                   MOVE "Error: Work date is before hire date" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
               IF WS-DATE-VALID-FLAG = 'Y'
                   PERFORM CHECK-DUPLICATE-DAY
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE "Error: Day already entered - use D"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       PERFORM ACCEPT-HOURS
                       PERFORM VALIDATE-HOURS
                       IF WS-ENTRY-OK-FLAG = 'Y'
                           PERFORM WRITE-TIMESHT-RECORD
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
      *    The same month-length and leap-year wheel LVREQ1 turns.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-WORK-DATE = ZERO
               MOVE "Error: A date is required" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE WS-WORK-DATE TO WS-EFF-DATE-R
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

       CHECK-DUPLICATE-DAY.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT TIMESHT-FILE.
           IF WS-TIMESHT-FILE-STATUS = "35"
      *        TIME.ENTRY DOES NOT EXIST YET - FIRST DAY BEING KEYED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-EMP-ID TO TE-EMP-ID
               MOVE WS-WORK-DATE TO TE-WORK-DATE
               READ TIMESHT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE TIMESHT-FILE
           END-IF.

       ACCEPT-HOURS.
           DISPLAY WS-REG-LABEL.
           ACCEPT WS-REG-HOURS.
           DISPLAY WS-OT-LABEL.
           ACCEPT WS-OT-HOURS.
           DISPLAY WS-ABS-LABEL.
           ACCEPT WS-ABS-CODE.
           IF WS-ABS-CODE = 'u'
               MOVE 'U' TO WS-ABS-CODE
           END-IF.
           IF WS-ABS-CODE = 'p'
               MOVE 'P' TO WS-ABS-CODE
           END-IF.
           IF WS-ABS-CODE = 's'
               MOVE 'S' TO WS-ABS-CODE
           END-IF.

       VALIDATE-HOURS.
           MOVE 'Y' TO WS-ENTRY-OK-FLAG.
           IF WS-ABS-CODE NOT = SPACE AND WS-ABS-CODE NOT = 'U'
                   AND WS-ABS-CODE NOT = 'P'
                   AND WS-ABS-CODE NOT = 'S'
               MOVE "Error: Absence must be blank, U, P or S" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-ABS-CODE NOT = SPACE AND WS-REG-HOURS > ZERO
               MOVE "Error: Absence day carries no regular hours" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           COMPUTE WS-TOTAL-HOURS = WS-REG-HOURS + WS-OT-HOURS.
           IF WS-TOTAL-HOURS > 24
               MOVE "Error: More than 24 hours in one day" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-ABS-CODE = SPACE AND WS-TOTAL-HOURS = ZERO
               MOVE "Error: No hours and no absence keyed" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.

       WRITE-TIMESHT-RECORD.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-EMP-ID TO TE-EMP-ID.
           MOVE WS-WORK-DATE TO TE-WORK-DATE.
           MOVE WS-REG-HOURS TO TE-REG-HOURS.
           MOVE WS-OT-HOURS TO TE-OT-HOURS.
           MOVE WS-ABS-CODE TO TE-ABS-CODE.
           MOVE WS-OPERATOR-ID TO TE-OPERATOR.
           MOVE WS-CURRENT-DATE-8 TO TE-ENTRY-DATE.
           MOVE SPACES TO TE-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT TIMESHT-FILE
           ELSE
               OPEN I-O TIMESHT-FILE
           END-IF.
           IF WS-TIMESHT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open TIME.ENTRY file "
                       WS-TIMESHT-FILE-STATUS
           ELSE
               WRITE TIMESHT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot write TIME.ENTRY "
                               "record " WS-TIMESHT-FILE-STATUS
               END-WRITE
               IF WS-TIMESHT-FILE-STATUS = "00"
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "TIME " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-WORK-DATE DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "TIMEENT "
                                       WS-LOG-DETAIL
                   MOVE "Timesheet day entered: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID " "
                           WS-WORK-DATE
               END-IF
               CLOSE TIMESHT-FILE
           END-IF.

       REMOVE-TIMESHEET-DAY.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           DISPLAY WS-DATE-LABEL.
           ACCEPT WS-WORK-DATE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O TIMESHT-FILE.
           IF WS-TIMESHT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open TIME.ENTRY file "
                       WS-TIMESHT-FILE-STATUS
           ELSE
               MOVE WS-EMP-ID TO TE-EMP-ID
               MOVE WS-WORK-DATE TO TE-WORK-DATE
               READ TIMESHT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       DELETE TIMESHT-FILE
                           INVALID KEY
                               DISPLAY "ERROR: Cannot delete "
                                       "TIME.ENTRY "
                                       WS-TIMESHT-FILE-STATUS
                       END-DELETE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE TIMESHT-FILE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "DEL " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-WORK-DATE DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "TIMEENT "
                                       WS-LOG-DETAIL
                   MOVE "Timesheet day removed: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID " "
                           WS-WORK-DATE
               ELSE
                   MOVE "Error: No entry for that day" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
           END-IF.

      * EMPDQ1.cob - Employee File Data Quality Sweep Program
      * Fujitsu ASP COBOLG Program
      * EMPEDIT1, DEPTVAL1 and SALGRDV1 only see a record as it is
      * keyed; anything loaded before those edits existed, or put
      * back by REHIRE1, EMPRFW1 or a FILEUTL1 reload, was never
      * checked. This batch runs every EMP-RECORD on EMP.INFO
      * through the same subprograms, rule by rule:
      *   1 NAME        blank EMP-NAME (EMPEDIT1, add rules)
      *   2 EMAIL       EMP-EMAIL not well-formed (EMPEDIT1)
      *   3 HIRE DATE   missing, not a real calendar date, or in the
      *                 future (EMPEDIT1)
      *   4 STATUS      EMP-STATUS other than A (active) or I
      *                 (inactive)
      *   5 DEPARTMENT  EMP-DEPT not on DEPT.MASTER or deactivated
      *                 (DEPTVAL1)
      *   6 SALARY      outside the EMPEDIT.PRM range (EMPEDIT1) or
      *                 outside the band of EMP-GRADE (SALGRDV1)
      * and then cross-checks the satellite files:
      *   7 EMP.EXT     extension record with no EMP.INFO employee
      *   8 LEAVE.BAL   leave balance with no EMP.INFO employee
      * Exceptions are sorted by rule and printed to EMPDQ.PRT under
      * a heading per rule, with a count per rule at the foot, and
      * captured through RPTSPOOL. RETURN-CODE is 0 for a clean file
      * and 4 when any exception was found, so EODRUN1 carries the
      * sweep as a step and records the result in EOD.CTL.
      *
      * MODIFICATION HISTORY
      * 2026-10-10  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDQ1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT EXT-FILE ASSIGN TO "EMP.EXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EXT-EMP-ID
                  FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT LVBAL-FILE ASSIGN TO "LEAVE.BAL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LV-EMP-ID
                  FILE STATUS IS WS-LVBAL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EMPDQ.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "EMPDQ.TMP".

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
           05  EMP-GRADE       PIC X(1).

       FD  EXT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  EXT-RECORD.
           05  EXT-EMP-ID      PIC X(5).
           05  EXT-ADDRESS     PIC X(30).
           05  EXT-PHONE       PIC X(15).
           05  EXT-EMERG-NAME  PIC X(20).
           05  EXT-EMERG-PHONE PIC X(15).
           05  EXT-FILLER      PIC X(15).

       FD  LVBAL-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  LVBAL-RECORD.
           05  LV-EMP-ID       PIC X(5).
           05  LV-YEAR         PIC 9(4).
           05  LV-ENTITLEMENT  PIC 9(3).
           05  LV-USED         PIC 9(3).
           05  LV-CARRIED      PIC 9(3).
           05  LV-FORFEITED    PIC 9(3).
           05  LV-FILLER       PIC X(19).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-RULE          PIC 9(1).
           05  S-EMP-ID        PIC X(5).
           05  S-EMP-NAME      PIC X(20).
           05  S-VALUE         PIC X(15).
           05  S-MESSAGE       PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-EXT-FILE-STATUS  PIC XX.
       01  WS-LVBAL-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG PIC X VALUE 'Y'.
       01  WS-BREAK-RULE       PIC 9(1) VALUE ZERO.
       01  WS-RULE-INDEX       PIC 9(1) VALUE ZERO.
       01  WS-EMP-READ-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-EMP-FOUND-FLAG   PIC X VALUE 'N'.

      * Arguments handed to the shared edit subprograms. Each rule
      * is checked on its own so one bad field cannot hide another.
       01  WS-EDIT-VALID-FLAG  PIC X VALUE 'Y'.
       01  WS-EDIT-ERROR-MSG   PIC X(50) VALUE SPACES.
       01  WS-EDIT-NAME        PIC X(20) VALUE SPACES.
       01  WS-EDIT-EMAIL       PIC X(20) VALUE SPACES.
       01  WS-EDIT-HIRE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-EDIT-SALARY      PIC 9(8)V99 VALUE ZERO.
       01  WS-DEPT-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-DEPT-NAME-WORK   PIC X(15) VALUE SPACES.
       01  WS-SALARY-EDITED    PIC Z(7)9.99.

       01  WS-RULE-NAMES.
           05  FILLER          PIC X(30)
               VALUE "1 NAME       BLANK NAME".
           05  FILLER          PIC X(30)
               VALUE "2 EMAIL      MALFORMED ADDRESS".
           05  FILLER          PIC X(30)
               VALUE "3 HIRE DATE  IMPOSSIBLE/FUTURE".
           05  FILLER          PIC X(30)
               VALUE "4 STATUS     INVALID VALUE".
           05  FILLER          PIC X(30)
               VALUE "5 DEPARTMENT NOT ON MASTER".
           05  FILLER          PIC X(30)
               VALUE "6 SALARY     OUT OF RANGE/BAND".
           05  FILLER          PIC X(30)
               VALUE "7 EMP.EXT    NO EMPLOYEE".
           05  FILLER          PIC X(30)
               VALUE "8 LEAVE.BAL  NO EMPLOYEE".
       01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME    PIC X(30) OCCURS 8 TIMES.

       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT   PIC 9(5) OCCURS 8 TIMES.

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(40) VALUE
               "EMPLOYEE FILE DATA QUALITY EXCEPTIONS".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-RH-DATE          PIC 9(8).

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(6)  VALUE "EMPID".
           05  FILLER              PIC X(17) VALUE "NAME".
           05  FILLER              PIC X(16) VALUE "VALUE".
           05  FILLER              PIC X(40) VALUE "EXCEPTION".

       01  WS-BREAK-HEADER-LINE.
           05  FILLER              PIC X(6)  VALUE "RULE ".
           05  WS-B-RULE-NAME      PIC X(30).

       01  WS-DETAIL-LINE.
           05  WS-D-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-EMP-NAME       PIC X(16).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-VALUE          PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-MESSAGE        PIC X(40).

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CT-RULE-NAME     PIC X(30).
           05  WS-CT-COUNT         PIC ZZ,ZZ9.

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(18) VALUE
               "EMPLOYEES READ:".
           05  WS-F-READ           PIC ZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE
               "    EXCEPTIONS:".
           05  WS-F-EXCEPTIONS     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE WS-RULE-COUNTS.
           PERFORM OPEN-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-RULE
               ON ASCENDING KEY S-EMP-ID
               INPUT PROCEDURE IS RELEASE-EXCEPTIONS
               OUTPUT PROCEDURE IS PRINT-SORTED-EXCEPTIONS.
           PERFORM PRINT-RULE-COUNTS.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "EMPDQ   " "EMPDQ.PRT   ".
           DISPLAY "EMPDQ1: " WS-EMP-READ-COUNT " employees, "
                   WS-EXCEPTION-COUNT " exceptions.".
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMPDQ.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-FILES.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.

       RELEASE-EXCEPTIONS.
           PERFORM SWEEP-EMPLOYEE-FILE.
           PERFORM CROSS-CHECK-EXTENSIONS.
           PERFORM CROSS-CHECK-LEAVE-BALANCES.

       SWEEP-EMPLOYEE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EMP-READ-COUNT
                       PERFORM CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

       CHECK-ONE-EMPLOYEE.
           PERFORM CHECK-NAME-RULE.
           PERFORM CHECK-EMAIL-RULE.
           PERFORM CHECK-HIRE-DATE-RULE.
           PERFORM CHECK-STATUS-RULE.
           PERFORM CHECK-DEPARTMENT-RULE.
           PERFORM CHECK-SALARY-RULE.

       CLEAR-EDIT-ARGUMENTS.
           MOVE 'Y' TO WS-EDIT-VALID-FLAG.
           MOVE SPACES TO WS-EDIT-ERROR-MSG.
           MOVE SPACES TO WS-EDIT-NAME.
           MOVE SPACES TO WS-EDIT-EMAIL.
           MOVE ZERO TO WS-EDIT-HIRE-DATE.
           MOVE ZERO TO WS-EDIT-SALARY.

       CHECK-NAME-RULE.
      *    Mode A, so EMPEDIT1 applies the name-required edit; every
      *    other field is passed as "not entered".
           PERFORM CLEAR-EDIT-ARGUMENTS.
           MOVE EMP-NAME TO WS-EDIT-NAME.
           CALL 'EMPEDIT1' USING "A" WS-EDIT-NAME WS-EDIT-EMAIL
                                 WS-EDIT-HIRE-DATE WS-EDIT-SALARY
                                 WS-EDIT-VALID-FLAG
                                 WS-EDIT-ERROR-MSG.
           IF WS-EDIT-VALID-FLAG NOT = 'Y'
               MOVE 1 TO S-RULE
               MOVE SPACES TO S-VALUE
               PERFORM RELEASE-EMP-EXCEPTION
           END-IF.

       CHECK-EMAIL-RULE.
           PERFORM CLEAR-EDIT-ARGUMENTS.
           MOVE EMP-EMAIL TO WS-EDIT-EMAIL.
           CALL 'EMPEDIT1' USING "U" WS-EDIT-NAME WS-EDIT-EMAIL
                                 WS-EDIT-HIRE-DATE WS-EDIT-SALARY
                                 WS-EDIT-VALID-FLAG
                                 WS-EDIT-ERROR-MSG.
           IF WS-EDIT-VALID-FLAG NOT = 'Y'
               MOVE 2 TO S-RULE
               MOVE EMP-EMAIL TO S-VALUE
               PERFORM RELEASE-EMP-EXCEPTION
           END-IF.

       CHECK-HIRE-DATE-RULE.
      *    At entry a zero hire date means "not entered"; on file it
      *    means the date was never set, so it is caught here before
      *    the calendar edit.
           PERFORM CLEAR-EDIT-ARGUMENTS.
           IF EMP-HIRE-DATE NOT NUMERIC OR EMP-HIRE-DATE = ZERO
               MOVE 'N' TO WS-EDIT-VALID-FLAG
               MOVE "HIRE DATE: DATE IS MISSING" TO WS-EDIT-ERROR-MSG
           ELSE
               MOVE EMP-HIRE-DATE TO WS-EDIT-HIRE-DATE
               CALL 'EMPEDIT1' USING "U" WS-EDIT-NAME WS-EDIT-EMAIL
                                     WS-EDIT-HIRE-DATE
                                     WS-EDIT-SALARY
                                     WS-EDIT-VALID-FLAG
                                     WS-EDIT-ERROR-MSG
           END-IF.
           IF WS-EDIT-VALID-FLAG NOT = 'Y'
               MOVE 3 TO S-RULE
               MOVE EMP-HIRE-DATE TO S-VALUE
               PERFORM RELEASE-EMP-EXCEPTION
           END-IF.

       CHECK-STATUS-RULE.
           IF EMP-STATUS NOT = 'A' AND EMP-STATUS NOT = 'I'
               MOVE 4 TO S-RULE
               MOVE EMP-STATUS TO S-VALUE
               MOVE "STATUS: NOT A (ACTIVE) OR I" TO
                   WS-EDIT-ERROR-MSG
               PERFORM RELEASE-EMP-EXCEPTION
           END-IF.

       CHECK-DEPARTMENT-RULE.
           MOVE 'N' TO WS-DEPT-VALID-FLAG.
           MOVE SPACES TO WS-DEPT-NAME-WORK.
           CALL 'DEPTVAL1' USING EMP-DEPT
                                 WS-DEPT-VALID-FLAG
                                 WS-DEPT-NAME-WORK.
           IF WS-DEPT-VALID-FLAG NOT = 'Y'
               MOVE 5 TO S-RULE
               MOVE EMP-DEPT TO S-VALUE
               IF WS-DEPT-NAME-WORK = SPACES
                   MOVE "DEPT: CODE NOT ON DEPT.MASTER" TO
                       WS-EDIT-ERROR-MSG
               ELSE
                   MOVE "DEPT: DEPARTMENT IS DEACTIVATED" TO
                       WS-EDIT-ERROR-MSG
               END-IF
               PERFORM RELEASE-EMP-EXCEPTION
           END-IF.

       CHECK-SALARY-RULE.
      *    The system-wide EMPEDIT.PRM range first, then the band of
      *    the employee's own grade; one exception per employee.
           PERFORM CLEAR-EDIT-ARGUMENTS.
           IF EMP-SALARY NOT NUMERIC
               MOVE 'N' TO WS-EDIT-VALID-FLAG
               MOVE "SALARY: AMOUNT IS NOT NUMERIC" TO
                   WS-EDIT-ERROR-MSG
           ELSE
               MOVE EMP-SALARY TO WS-EDIT-SALARY
               CALL 'EMPEDIT1' USING "U" WS-EDIT-NAME WS-EDIT-EMAIL
                                     WS-EDIT-HIRE-DATE
                                     WS-EDIT-SALARY
                                     WS-EDIT-VALID-FLAG
                                     WS-EDIT-ERROR-MSG
               IF WS-EDIT-VALID-FLAG = 'Y'
                   CALL 'SALGRDV1' USING EMP-GRADE WS-EDIT-SALARY
                                         WS-EDIT-VALID-FLAG
                                         WS-EDIT-ERROR-MSG
               END-IF
           END-IF.
           IF WS-EDIT-VALID-FLAG NOT = 'Y'
               MOVE 6 TO S-RULE
               IF EMP-SALARY NUMERIC
                   MOVE EMP-SALARY TO WS-SALARY-EDITED
                   MOVE WS-SALARY-EDITED TO S-VALUE
               ELSE
                   MOVE SPACES TO S-VALUE
               END-IF
               PERFORM RELEASE-EMP-EXCEPTION
           END-IF.

       RELEASE-EMP-EXCEPTION.
           MOVE EMP-ID TO S-EMP-ID.
           MOVE EMP-NAME TO S-EMP-NAME.
           MOVE WS-EDIT-ERROR-MSG TO S-MESSAGE.
           PERFORM RELEASE-EXCEPTION.

       RELEASE-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT (S-RULE).
           ADD 1 TO WS-EXCEPTION-COUNT.
           RELEASE SORT-RECORD.

       CROSS-CHECK-EXTENSIONS.
      *    No EMP.EXT at all is nothing to cross-check.
           OPEN INPUT EXT-FILE.
           IF WS-EXT-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EXT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE EXT-EMP-ID TO EMP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-EMP-FOUND-FLAG NOT = 'Y'
                               MOVE 7 TO S-RULE
                               MOVE EXT-EMP-ID TO S-EMP-ID
                               MOVE SPACES TO S-EMP-NAME
                               MOVE EXT-PHONE TO S-VALUE
                               MOVE "EMP.EXT: NO EMPLOYEE ON EMP.INFO"
                                   TO S-MESSAGE
                               PERFORM RELEASE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXT-FILE
           END-IF.

       CROSS-CHECK-LEAVE-BALANCES.
           OPEN INPUT LVBAL-FILE.
           IF WS-LVBAL-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LVBAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LV-EMP-ID TO EMP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-EMP-FOUND-FLAG NOT = 'Y'
                               MOVE 8 TO S-RULE
                               MOVE LV-EMP-ID TO S-EMP-ID
                               MOVE SPACES TO S-EMP-NAME
                               MOVE LV-YEAR TO S-VALUE
                               MOVE "LEAVE.BAL: NO EMPLOYEE ON FILE"
                                   TO S-MESSAGE
                               PERFORM RELEASE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LVBAL-FILE
           END-IF.

       FIND-EMPLOYEE.
           MOVE 'Y' TO WS-EMP-FOUND-FLAG.
           READ EMP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-FLAG
           END-READ.

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
           IF WS-FIRST-RECORD-FLAG = 'Y'
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "  NO EXCEPTIONS FOUND." TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-SORTED-LINE.
           IF WS-FIRST-RECORD-FLAG = 'Y'
                   OR S-RULE NOT = WS-BREAK-RULE
               MOVE 'N' TO WS-FIRST-RECORD-FLAG
               MOVE S-RULE TO WS-BREAK-RULE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RULE-NAME (S-RULE) TO WS-B-RULE-NAME
               MOVE WS-BREAK-HEADER-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE S-EMP-ID TO WS-D-EMP-ID.
           MOVE S-EMP-NAME TO WS-D-EMP-NAME.
           MOVE S-VALUE TO WS-D-VALUE.
           MOVE S-MESSAGE TO WS-D-MESSAGE.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-RULE-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "EXCEPTIONS BY RULE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                     UNTIL WS-RULE-INDEX > 8
               MOVE WS-RULE-NAME (WS-RULE-INDEX) TO WS-CT-RULE-NAME
               MOVE WS-RULE-COUNT (WS-RULE-INDEX) TO WS-CT-COUNT
               MOVE WS-COUNT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EMP-READ-COUNT TO WS-F-READ.
           MOVE WS-EXCEPTION-COUNT TO WS-F-EXCEPTIONS.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

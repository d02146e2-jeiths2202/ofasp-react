      * MGRMNT1.cob - Reporting Line Maintenance Program
      * Fujitsu ASP COBOLG Program
      * Nothing on EMP.INFO says who reports to whom. This screen
      * maintains EMP.MGR, one record per EMP-ID holding the EMP-ID
      * of the employee's manager and the date the reporting line
      * took effect (A add, U change the manager, D remove, I show).
      * The employee must exist on EMP.INFO; the manager must exist
      * and be active, may not be the employee, and may not sit
      * anywhere below the employee already -- the manager's own
      * chain is walked up EMP.MGR and a line that would close a
      * loop is refused. ORGRPT1 prints the organization tree from
      * this file. Every change is logged to OPER.LOG through OPLOG1.
      *
      * MODIFICATION HISTORY
      * 2026-10-08  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGRMNT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MGR-FILE ASSIGN TO "EMP.MGR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MGR-EMP-ID
                  FILE STATUS IS WS-MGR-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MGR-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  MGR-RECORD.
           05  MGR-EMP-ID      PIC X(5).
           05  MGR-MANAGER-ID  PIC X(5).
           05  MGR-EFF-DATE    PIC 9(8).
           05  MGR-OPERATOR    PIC X(8).
           05  MGR-ENTRY-DATE  PIC 9(8).
           05  MGR-FILLER      PIC X(6).

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
       01  WS-MGR-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EMP-OK-FLAG      PIC X VALUE 'N'.
       01  WS-ENTRY-OK-FLAG    PIC X VALUE 'N'.
       01  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-CHAIN-END-FLAG   PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-LOG-DETAIL       PIC X(20) VALUE SPACES.

      * Walking the proposed manager's chain upward; a chain longer
      * than any real organization is treated as a loop already on
      * file.
       01  WS-CHAIN-ID         PIC X(5).
       01  WS-CHAIN-DEPTH      PIC 9(3) VALUE ZERO.
       01  WS-MAX-CHAIN-DEPTH  PIC 9(3) VALUE 50.

       01  WS-EFF-DATE-R.
           05  WS-ED-YEAR      PIC 9(4).
           05  WS-ED-MONTH     PIC 9(2).
           05  WS-ED-DAY       PIC 9(2).
       01  WS-DAYS-IN-MONTH    PIC 9(2) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       01  WS-DETAIL-LINE.
           05  FILLER          PIC X(9)  VALUE "Manager: ".
           05  WS-D-MANAGER-ID PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-MANAGER-NAME PIC X(20).
           05  FILLER          PIC X(13) VALUE "  Effective: ".
           05  WS-D-EFF-DATE   PIC 9(8).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(24)
               VALUE "Reporting Line Maint".
           05  WS-ACTION-LABEL     PIC X(20) VALUE "Action (A/U/D/I):".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ID-LABEL         PIC X(20) VALUE "Employee ID:".
           05  WS-MANAGER-LABEL    PIC X(20) VALUE "Manager ID:".
           05  WS-DATE-LABEL       PIC X(30)
               VALUE "Effective date (YYYYMMDD):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-EMP-ID           PIC X(5).
           05  WS-MANAGER-ID       PIC X(5).
           05  WS-EFF-DATE         PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-OPERATOR-LABEL.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ADD-REPORTING-LINE
               WHEN 'U'
                   PERFORM UPDATE-REPORTING-LINE
               WHEN 'D'
                   PERFORM DELETE-REPORTING-LINE
               WHEN 'I'
                   PERFORM SHOW-REPORTING-LINE
               WHEN OTHER
                   MOVE "Error: Action must be A, U, D or I" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-LINE-ENTRY.
           DISPLAY WS-MANAGER-LABEL.
           ACCEPT WS-MANAGER-ID.
           DISPLAY WS-DATE-LABEL.
           ACCEPT WS-EFF-DATE.

       VALIDATE-LINE-ENTRY.
      *    Self, inactive manager and a closed loop are all refused
      *    before anything is written.
           MOVE 'N' TO WS-ENTRY-OK-FLAG.
           IF WS-MANAGER-ID = WS-EMP-ID
               MOVE "Error: An employee cannot manage themself" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               PERFORM CHECK-MANAGER-ACTIVE
               IF WS-EMP-OK-FLAG = 'Y'
                   PERFORM JUDGE-CALENDAR-DATE
                   IF WS-DATE-VALID-FLAG = 'Y'
                       PERFORM CHECK-CIRCULAR-CHAIN
                   END-IF
               END-IF
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
           MOVE 'N' TO WS-EMP-OK-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE WS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-OK-FLAG
               END-READ
               CLOSE EMP-FILE
           END-IF.
           IF WS-EMP-OK-FLAG NOT = 'Y'
               MOVE "Error: Employee not on EMP.INFO" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       CHECK-MANAGER-ACTIVE.
           MOVE 'N' TO WS-EMP-OK-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE WS-MANAGER-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "Error: Manager not on EMP.INFO" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   NOT INVALID KEY
                       IF EMP-STATUS = 'A'
                           MOVE 'Y' TO WS-EMP-OK-FLAG
                       ELSE
                           MOVE "Error: Manager is not active" TO
                               WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                       END-IF
               END-READ
               CLOSE EMP-FILE
           ELSE
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
           END-IF.

       CHECK-CIRCULAR-CHAIN.
      *    Walk up from the proposed manager; meeting the employee on
      *    the way means the employee already manages the manager,
      *    directly or through others.
           MOVE 'Y' TO WS-ENTRY-OK-FLAG.
           MOVE 'N' TO WS-CHAIN-END-FLAG.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           MOVE WS-MANAGER-ID TO WS-CHAIN-ID.
           OPEN INPUT MGR-FILE.
           IF WS-MGR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CHAIN-END-FLAG
           END-IF.
           PERFORM UNTIL WS-CHAIN-END-FLAG = 'Y'
               MOVE WS-CHAIN-ID TO MGR-EMP-ID
               READ MGR-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-CHAIN-END-FLAG
                   NOT INVALID KEY
                       ADD 1 TO WS-CHAIN-DEPTH
                       IF MGR-MANAGER-ID = WS-EMP-ID
                           MOVE 'N' TO WS-ENTRY-OK-FLAG
                           MOVE 'Y' TO WS-CHAIN-END-FLAG
                           MOVE "Error: Manager reports to employee"
                               TO WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                       ELSE
                           IF WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH
                               MOVE 'N' TO WS-ENTRY-OK-FLAG
                               MOVE 'Y' TO WS-CHAIN-END-FLAG
                               MOVE "Error: Manager's chain loops"
                                   TO WS-MESSAGE-LINE
                               DISPLAY WS-MESSAGE-LINE
                           ELSE
                               MOVE MGR-MANAGER-ID TO WS-CHAIN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MGR-FILE-STATUS NOT = "35"
               CLOSE MGR-FILE
           END-IF.

       JUDGE-CALENDAR-DATE.
      *    The same month-length and leap-year wheel LVREQ1 turns.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-EFF-DATE = ZERO
               MOVE "Error: A date is required" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE WS-EFF-DATE TO WS-EFF-DATE-R
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

       ADD-REPORTING-LINE.
           PERFORM CHECK-EMPLOYEE-EXISTS.
           IF WS-EMP-OK-FLAG = 'Y'
               PERFORM CHECK-DUPLICATE-LINE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE "Error: Line already exists - use U" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM ACCEPT-LINE-ENTRY
                   PERFORM VALIDATE-LINE-ENTRY
                   IF WS-ENTRY-OK-FLAG = 'Y'
                       PERFORM APPEND-REPORTING-LINE
                       MOVE SPACES TO WS-LOG-DETAIL
                       STRING "MGR " DELIMITED BY SIZE
                              WS-EMP-ID DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              WS-MANAGER-ID DELIMITED BY SIZE
                              INTO WS-LOG-DETAIL
                       CALL 'OPLOG1' USING WS-OPERATOR-ID
                                           "MGRMNT  "
                                           WS-LOG-DETAIL
                       MOVE "Reporting line added: " TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE WS-EMP-ID
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT MGR-FILE.
           IF WS-MGR-FILE-STATUS = "35"
      *        EMP.MGR DOES NOT EXIST YET - FIRST LINE BEING ADDED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-EMP-ID TO MGR-EMP-ID
               READ MGR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE MGR-FILE
           END-IF.

       APPEND-REPORTING-LINE.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-EMP-ID TO MGR-EMP-ID.
           MOVE WS-MANAGER-ID TO MGR-MANAGER-ID.
           MOVE WS-EFF-DATE TO MGR-EFF-DATE.
           MOVE WS-OPERATOR-ID TO MGR-OPERATOR.
           MOVE WS-CURRENT-DATE-8 TO MGR-ENTRY-DATE.
           MOVE SPACES TO MGR-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT MGR-FILE
           ELSE
               OPEN I-O MGR-FILE
           END-IF.
           WRITE MGR-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write EMP.MGR record "
                           WS-MGR-FILE-STATUS
           END-WRITE.
           CLOSE MGR-FILE.

       UPDATE-REPORTING-LINE.
           PERFORM ACCEPT-LINE-ENTRY.
           PERFORM VALIDATE-LINE-ENTRY.
           IF WS-ENTRY-OK-FLAG = 'Y'
               MOVE 'N' TO WS-FOUND-FLAG
               ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
               OPEN I-O MGR-FILE
               MOVE WS-EMP-ID TO MGR-EMP-ID
               READ MGR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE WS-MANAGER-ID TO MGR-MANAGER-ID
                       MOVE WS-EFF-DATE TO MGR-EFF-DATE
                       MOVE WS-OPERATOR-ID TO MGR-OPERATOR
                       MOVE WS-CURRENT-DATE-8 TO MGR-ENTRY-DATE
                       REWRITE MGR-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Cannot rewrite "
                                       "EMP.MGR "
                                       WS-MGR-FILE-STATUS
                       END-REWRITE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE MGR-FILE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "MGR " DELIMITED BY SIZE
                          WS-EMP-ID DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          WS-MANAGER-ID DELIMITED BY SIZE
                          INTO WS-LOG-DETAIL
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "MGRMNT  "
                                       WS-LOG-DETAIL
                   MOVE "Reporting line updated: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID
               ELSE
                   MOVE "Error: No line on file - use A" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
           END-IF.

       DELETE-REPORTING-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O MGR-FILE.
           MOVE WS-EMP-ID TO MGR-EMP-ID.
           READ MGR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   DELETE MGR-FILE
                       INVALID KEY
                           DISPLAY "ERROR: Cannot delete EMP.MGR "
                                   WS-MGR-FILE-STATUS
                   END-DELETE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE MGR-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "MGR REMOVED " DELIMITED BY SIZE
                      WS-EMP-ID DELIMITED BY SIZE
                      INTO WS-LOG-DETAIL
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "MGRMNT  "
                                   WS-LOG-DETAIL
               MOVE "Reporting line removed: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-EMP-ID
           ELSE
               MOVE "Error: No line on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       SHOW-REPORTING-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT MGR-FILE.
           IF WS-MGR-FILE-STATUS = "00"
               MOVE WS-EMP-ID TO MGR-EMP-ID
               READ MGR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE MGR-FILE
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               MOVE MGR-MANAGER-ID TO WS-D-MANAGER-ID
               MOVE MGR-EFF-DATE TO WS-D-EFF-DATE
               MOVE SPACES TO WS-D-MANAGER-NAME
               OPEN INPUT EMP-FILE
               IF WS-EMP-FILE-STATUS = "00"
                   MOVE MGR-MANAGER-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE "(NOT ON FILE)" TO WS-D-MANAGER-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-D-MANAGER-NAME
                   END-READ
                   CLOSE EMP-FILE
               END-IF
               DISPLAY WS-DETAIL-LINE
           ELSE
               MOVE "Error: No line on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

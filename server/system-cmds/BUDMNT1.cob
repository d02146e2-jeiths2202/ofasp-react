      * BUDMNT1.cob - Department Budget Maintenance Program
      * Fujitsu ASP COBOLG Program
      * Adds a department's plan for a fiscal year to DEPT.BUDGET or
      * updates it, in the style of DEPTMNT1. One record per
      * department code and fiscal year holds the budgeted
      * headcount, the annual salary budget and the monthly supplies
      * budget (whole yen); BUDVAR1 sets them beside DEPTRPT1's
      * headcount, SALCOST1's salary cost and CHGBCK1's charge-back
      * value each month. A budget can only be added for a
      * department DEPTVAL1 accepts. The D action removes a year's
      * plan.
      *
      * MODIFICATION HISTORY
      * 2026-10-08  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "DEPT.BUDGET"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BUD-KEY
                  FILE STATUS IS WS-BUDGET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-DEPT-CODE   PIC X(4).
               10  BUD-FISCAL-YEAR PIC 9(4).
           05  BUD-HEADCOUNT   PIC 9(4).
           05  BUD-SALARY      PIC 9(10)V99.
           05  BUD-SUPPLIES    PIC 9(8)V99.
           05  BUD-FILLER      PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-FILE-STATUS PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-DEPT-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-DEPT-LOOKUP      PIC X(15) VALUE SPACES.
       01  WS-DEPT-NAME-WORK   PIC X(15) VALUE SPACES.

       01  WS-BUDGET-DETAIL.
           05  FILLER          PIC X(11) VALUE "HEADCOUNT ".
           05  WS-B-HEADCOUNT  PIC Z,ZZ9.
           05  FILLER          PIC X(10) VALUE "  SALARY ".
           05  WS-B-SALARY     PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE "  SUPPLIES ".
           05  WS-B-SUPPLIES   PIC ZZ,ZZZ,ZZ9.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(20) VALUE "Dept Budget Maint".
           05  WS-ACTION-LABEL     PIC X(20) VALUE "Action (A/U/D/I):".
           05  WS-CODE-LABEL       PIC X(20) VALUE "Dept Code:".
           05  WS-YEAR-LABEL       PIC X(20) VALUE "Fiscal Year:".
           05  WS-HEAD-LABEL       PIC X(20) VALUE "Budget Headcount:".
           05  WS-SALARY-LABEL     PIC X(20) VALUE "Annual Salary Yen:".
           05  WS-SUPPLY-LABEL     PIC X(20) VALUE "Monthly Supplies:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-DEPT-CODE        PIC X(4).
           05  WS-FISCAL-YEAR      PIC 9(4) VALUE ZERO.
           05  WS-HEADCOUNT        PIC 9(4) VALUE ZERO.
           05  WS-SALARY-YEN       PIC 9(10) VALUE ZERO.
           05  WS-SUPPLIES-YEN     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DISPLAY-MAINT-SCREEN.
           PERFORM ACCEPT-MAINT-REQUEST.
           IF WS-FISCAL-YEAR < 2000
               MOVE "Error: Fiscal year must be YYYY" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ADD-BUDGET-RECORD
               WHEN 'U'
                   PERFORM UPDATE-BUDGET-RECORD
               WHEN 'D'
                   PERFORM DELETE-BUDGET-RECORD
               WHEN 'I'
                   PERFORM SHOW-BUDGET-RECORD
               WHEN OTHER
                   MOVE "Error: Action must be A, U, D or I" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       DISPLAY-MAINT-SCREEN.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-ACTION-LABEL.

       ACCEPT-MAINT-REQUEST.
           ACCEPT WS-ACTION-CODE.
           DISPLAY WS-CODE-LABEL.
           ACCEPT WS-DEPT-CODE.
           DISPLAY WS-YEAR-LABEL.
           ACCEPT WS-FISCAL-YEAR.
           IF WS-ACTION-CODE = 'A' OR WS-ACTION-CODE = 'U'
               DISPLAY WS-HEAD-LABEL
               ACCEPT WS-HEADCOUNT
               DISPLAY WS-SALARY-LABEL
               ACCEPT WS-SALARY-YEN
               DISPLAY WS-SUPPLY-LABEL
               ACCEPT WS-SUPPLIES-YEN
           END-IF.

       ADD-BUDGET-RECORD.
      *    A plan is only opened for a department DEPTVAL1 accepts --
      *    on DEPT.MASTER and not deactivated.
           MOVE SPACES TO WS-DEPT-LOOKUP.
           MOVE WS-DEPT-CODE TO WS-DEPT-LOOKUP (1:4).
           MOVE 'N' TO WS-DEPT-VALID-FLAG.
           CALL 'DEPTVAL1' USING WS-DEPT-LOOKUP
                                 WS-DEPT-VALID-FLAG
                                 WS-DEPT-NAME-WORK.
           IF WS-DEPT-VALID-FLAG NOT = 'Y'
               MOVE "Error: Department not on file or inactive" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               PERFORM CHECK-DUPLICATE-BUDGET
               IF WS-FOUND-FLAG = 'Y'
                   MOVE "Error: Budget already exists - use U" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM APPEND-BUDGET-RECORD
                   MOVE "Budget added: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-DEPT-CODE " "
                           WS-FISCAL-YEAR
               END-IF
           END-IF.

       CHECK-DUPLICATE-BUDGET.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS = "35"
      *        DEPT.BUDGET DOES NOT EXIST YET - FIRST BUDGET BEING
      *        ADDED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-DEPT-CODE TO BUD-DEPT-CODE
               MOVE WS-FISCAL-YEAR TO BUD-FISCAL-YEAR
               READ BUDGET-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE BUDGET-FILE
           END-IF.

       APPEND-BUDGET-RECORD.
           MOVE WS-DEPT-CODE TO BUD-DEPT-CODE.
           MOVE WS-FISCAL-YEAR TO BUD-FISCAL-YEAR.
           MOVE WS-HEADCOUNT TO BUD-HEADCOUNT.
           MOVE WS-SALARY-YEN TO BUD-SALARY.
           MOVE WS-SUPPLIES-YEN TO BUD-SUPPLIES.
           MOVE SPACES TO BUD-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT BUDGET-FILE
           ELSE
               OPEN I-O BUDGET-FILE
           END-IF.
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write DEPT.BUDGET record "
                           WS-BUDGET-FILE-STATUS
           END-WRITE.
           CLOSE BUDGET-FILE.

       UPDATE-BUDGET-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O BUDGET-FILE.
           MOVE WS-DEPT-CODE TO BUD-DEPT-CODE.
           MOVE WS-FISCAL-YEAR TO BUD-FISCAL-YEAR.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE WS-HEADCOUNT TO BUD-HEADCOUNT
                   MOVE WS-SALARY-YEN TO BUD-SALARY
                   MOVE WS-SUPPLIES-YEN TO BUD-SUPPLIES
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite "
                                   "DEPT.BUDGET "
                                   WS-BUDGET-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE BUDGET-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Budget updated: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-DEPT-CODE " "
                       WS-FISCAL-YEAR
           ELSE
               MOVE "Error: Budget not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       DELETE-BUDGET-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O BUDGET-FILE.
           MOVE WS-DEPT-CODE TO BUD-DEPT-CODE.
           MOVE WS-FISCAL-YEAR TO BUD-FISCAL-YEAR.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   DELETE BUDGET-FILE
                       INVALID KEY
                           DISPLAY "ERROR: Cannot delete "
                                   "DEPT.BUDGET "
                                   WS-BUDGET-FILE-STATUS
                   END-DELETE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE BUDGET-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Budget removed: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-DEPT-CODE " "
                       WS-FISCAL-YEAR
           ELSE
               MOVE "Error: Budget not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       SHOW-BUDGET-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS = "00"
               MOVE WS-DEPT-CODE TO BUD-DEPT-CODE
               MOVE WS-FISCAL-YEAR TO BUD-FISCAL-YEAR
               READ BUDGET-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE BUDGET-FILE
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               MOVE BUD-HEADCOUNT TO WS-B-HEADCOUNT
               MOVE BUD-SALARY TO WS-B-SALARY
               MOVE BUD-SUPPLIES TO WS-B-SUPPLIES
               DISPLAY WS-BUDGET-DETAIL
           ELSE
               MOVE "Error: Budget not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

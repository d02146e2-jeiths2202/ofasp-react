      * BUDVAR1.cob - Department Budget Variance Report Program
      * Fujitsu ASP COBOLG Program
      * Monthly budget-versus-actual by department. For an operator
      * given period (YYMM) it works out the fiscal year, reads each
      * department's plan for that year from DEPT.BUDGET (BUDMNT1)
      * and sets it beside three actuals:
      *   headcount  - active employees on EMP.INFO, as DEPTRPT1
      *                counts them;
      *   salary     - the active employees' EMP-SALARY, already an
      *                annual figure, as SALCOST1 totals it;
      *   supplies   - the period's issue value from ITEM.TRAN and
      *                ITEM.HIST, as CHGBCK1 totals it.
      * Each measure prints budget, actual, variance and variance
      * percent; a measure whose actual runs over budget by more
      * than the tolerance is flagged OVER, and a department with
      * no plan for the year is noted NO BUDGET. BUDVAR.PRM holds
      * the control values, one per line:
      *   TOL=nnn      tolerance percent (default 10)
      *   FYSTART=mm   first month of the fiscal year (default 04)
      * A fiscal year is named for the calendar year it starts in.
      * Printed to BUDVAR.PRT and captured through RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-08  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO "DEPT.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DEPT-CODE
                  FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "DEPT.BUDGET"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BUD-KEY
                  FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ITEM.TRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "ITEM.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "BUDVAR.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "BUDVAR.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           05  DEPT-CODE       PIC X(4).
           05  DEPT-NAME       PIC X(15).
           05  DEPT-STATUS     PIC X(1).
           05  DEPT-FILLER     PIC X(20).

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

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LINE               PIC X(80).

       FD  HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-LINE               PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-LINE               PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-FILE-STATUS     PIC XX.
       01  WS-BUDGET-FILE-STATUS   PIC XX.
       01  WS-EMP-FILE-STATUS      PIC XX.
       01  WS-TRAN-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-QTY-NUM              PIC 9(5) VALUE ZERO.
       01  WS-COST-NUM             PIC 9(5)V99 VALUE ZERO.
       01  WS-LINE-VALUE           PIC 9(10)V99 VALUE ZERO.
       01  WS-WORK-LINE            PIC X(80) VALUE SPACES.
       01  WS-SEARCH-CODE          PIC X(4) VALUE SPACES.

       01  WS-TOLERANCE-PCT        PIC 9(3) VALUE 10.
       01  WS-FY-START-MONTH       PIC 9(2) VALUE 4.
       01  WS-FISCAL-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-PRINTED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OVER-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-NO-BUDGET-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-DEPT-OVER-FLAG       PIC X VALUE 'N'.

      * The full journal line layout STKMOV1 writes, as CHGBCK1
      * re-describes it.
       01  WS-TRAN-DETAIL.
           05  WS-T-DATE           PIC X(6).
           05  WS-T-DATE-R REDEFINES WS-T-DATE.
               10  WS-T-PERIOD     PIC X(4).
               10  WS-T-DAY        PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-T-TIME           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-T-TYPE           PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-T-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-T-QTY            PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-QTY-BEFORE     PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-QTY-AFTER      PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-REFERENCE      PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-T-UNIT-COST      PIC X(7).
           05  WS-T-UNIT-COST-N REDEFINES WS-T-UNIT-COST
                                   PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  WS-T-DEPT-CODE      PIC X(4).

       01  WS-REPORT-PERIOD        PIC 9(4) VALUE ZERO.
       01  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD
                                   PIC X(4).
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-RP-YY            PIC 9(2).
           05  WS-RP-MM            PIC 9(2).

      * One entry per DEPT.MASTER department with its plan and its
      * actuals; the same OCCURS 50 bound as the other department
      * tables.
       01  WS-DEPT-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-MAX-DEPT-TABLE       PIC 9(3) VALUE 50.
       01  WS-DEPT-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-TABLE-INDEX          PIC 9(3) VALUE ZERO.
       01  WS-MATCH-INDEX          PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-E-DEPT-CODE  PIC X(4).
               10  WS-E-DEPT-NAME  PIC X(15).
               10  WS-E-STATUS     PIC X(1).
               10  WS-E-HAS-BUDGET PIC X(1).
               10  WS-E-BUD-HEAD   PIC 9(4).
               10  WS-E-BUD-SALARY PIC 9(10)V99.
               10  WS-E-BUD-SUPPLY PIC 9(8)V99.
               10  WS-E-ACT-HEAD   PIC 9(5).
               10  WS-E-ACT-SALARY PIC 9(11)V99.
               10  WS-E-ACT-SUPPLY PIC 9(11)V99.

      * One measure at a time through the variance arithmetic.
       01  WS-M-BUDGET             PIC 9(11)V99 VALUE ZERO.
       01  WS-M-ACTUAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-M-VARIANCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-M-PCT                PIC S9(5)V9 VALUE ZERO.
       01  WS-M-LIMIT              PIC 9(13)V99 VALUE ZERO.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Department Budget Variance".
           05  WS-PERIOD-LABEL     PIC X(26)
               VALUE "Period (YYMM):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(26) VALUE
               "BUDGET VERSUS ACTUAL".
           05  FILLER              PIC X(7)  VALUE "PERIOD ".
           05  WS-RH-PERIOD        PIC X(4).
           05  FILLER              PIC X(5)  VALUE "  FY ".
           05  WS-RH-FY            PIC 9(4).
           05  FILLER              PIC X(13) VALUE "  TOLERANCE ".
           05  WS-RH-TOL           PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE "%".

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(13) VALUE "  MEASURE".
           05  FILLER              PIC X(14) VALUE "       BUDGET".
           05  FILLER              PIC X(14) VALUE "       ACTUAL".
           05  FILLER              PIC X(15) VALUE "      VARIANCE".
           05  FILLER              PIC X(7)  VALUE "  VAR%".
           05  FILLER              PIC X(4)  VALUE "FLAG".

       01  WS-DEPT-LINE.
           05  WS-DL-DEPT-CODE     PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-DEPT-NAME     PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE          PIC X(20).

       01  WS-MEASURE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-ML-MEASURE       PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ML-BUDGET        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ML-ACTUAL        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ML-VARIANCE      PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ML-PCT           PIC -ZZ9.9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ML-FLAG          PIC X(4).

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(13) VALUE "DEPARTMENTS:".
           05  WS-F-PRINTED        PIC ZZ9.
           05  FILLER              PIC X(20) VALUE
               "   OVER TOLERANCE:".
           05  WS-F-OVER           PIC ZZ9.
           05  FILLER              PIC X(15) VALUE "   NO BUDGET:".
           05  WS-F-NO-BUDGET      PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-PERIOD-LABEL.
           ACCEPT WS-REPORT-PERIOD.
           IF WS-RP-MM < 1 OR WS-RP-MM > 12
               MOVE "Error: Period must be YYMM" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CONTROL-VALUES.
           COMPUTE WS-FISCAL-YEAR = 2000 + WS-RP-YY.
           IF WS-RP-MM < WS-FY-START-MONTH
               SUBTRACT 1 FROM WS-FISCAL-YEAR
           END-IF.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM LOAD-BUDGETS.
           PERFORM ACCUMULATE-EMPLOYEE-ACTUALS.
           PERFORM SCAN-LIVE-JOURNAL.
           PERFORM SCAN-CLOSED-HISTORY.
           PERFORM PRINT-REPORT.
           CALL 'RPTSPOOL' USING "BUDVAR  " "BUDVAR.PRT  ".
           DISPLAY "BUDVAR1: " WS-PRINTED-COUNT " departments, "
                   WS-OVER-COUNT " over tolerance.".
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
                       IF PARM-LINE (1:4) = "TOL="
                               AND PARM-LINE (5:3) IS NUMERIC
                           MOVE PARM-LINE (5:3) TO WS-TOLERANCE-PCT
                       END-IF
                       IF PARM-LINE (1:8) = "FYSTART="
                               AND PARM-LINE (9:2) IS NUMERIC
                               AND PARM-LINE (9:2) > "00"
                               AND PARM-LINE (9:2) < "13"
                           MOVE PARM-LINE (9:2) TO WS-FY-START-MONTH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       LOAD-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open DEPT.MASTER file "
                       WS-DEPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-DEPARTMENT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.

       STORE-DEPARTMENT-ENTRY.
           IF WS-DEPT-TABLE-COUNT < WS-MAX-DEPT-TABLE
               ADD 1 TO WS-DEPT-TABLE-COUNT
               MOVE DEPT-CODE TO WS-E-DEPT-CODE (WS-DEPT-TABLE-COUNT)
               MOVE DEPT-NAME TO WS-E-DEPT-NAME (WS-DEPT-TABLE-COUNT)
               MOVE DEPT-STATUS TO WS-E-STATUS (WS-DEPT-TABLE-COUNT)
               MOVE 'N' TO WS-E-HAS-BUDGET (WS-DEPT-TABLE-COUNT)
               MOVE ZERO TO WS-E-BUD-HEAD (WS-DEPT-TABLE-COUNT)
               MOVE ZERO TO WS-E-BUD-SALARY (WS-DEPT-TABLE-COUNT)
               MOVE ZERO TO WS-E-BUD-SUPPLY (WS-DEPT-TABLE-COUNT)
               MOVE ZERO TO WS-E-ACT-HEAD (WS-DEPT-TABLE-COUNT)
               MOVE ZERO TO WS-E-ACT-SALARY (WS-DEPT-TABLE-COUNT)
               MOVE ZERO TO WS-E-ACT-SUPPLY (WS-DEPT-TABLE-COUNT)
           ELSE
               IF WS-DEPT-TABLE-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-DEPT-TABLE-FULL
                   DISPLAY "BUDVAR1: WARNING - more than 50 "
                           "departments, remainder not reported."
               END-IF
           END-IF.

       LOAD-BUDGETS.
      *    No DEPT.BUDGET yet leaves every department NO BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS = "00"
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                         UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
                   MOVE WS-E-DEPT-CODE (WS-TABLE-INDEX)
                       TO BUD-DEPT-CODE
                   MOVE WS-FISCAL-YEAR TO BUD-FISCAL-YEAR
                   READ BUDGET-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO
                               WS-E-HAS-BUDGET (WS-TABLE-INDEX)
                           MOVE BUD-HEADCOUNT TO
                               WS-E-BUD-HEAD (WS-TABLE-INDEX)
                           MOVE BUD-SALARY TO
                               WS-E-BUD-SALARY (WS-TABLE-INDEX)
                           MOVE BUD-SUPPLIES TO
                               WS-E-BUD-SUPPLY (WS-TABLE-INDEX)
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       FIND-DEPARTMENT-INDEX.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
                        OR WS-MATCH-INDEX > ZERO
               IF WS-E-DEPT-CODE (WS-TABLE-INDEX) = WS-SEARCH-CODE
                   MOVE WS-TABLE-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

       ACCUMULATE-EMPLOYEE-ACTUALS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EMP-STATUS = 'A'
                           MOVE EMP-DEPT (1:4) TO WS-SEARCH-CODE
                           PERFORM FIND-DEPARTMENT-INDEX
                           IF WS-MATCH-INDEX > ZERO
                               ADD 1 TO
                                   WS-E-ACT-HEAD (WS-MATCH-INDEX)
                               ADD EMP-SALARY TO
                                   WS-E-ACT-SALARY (WS-MATCH-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMP-FILE.

       SCAN-LIVE-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TRAN-LINE TO WS-WORK-LINE
                       PERFORM JUDGE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           IF WS-TRAN-FILE-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

       SCAN-CLOSED-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-LINE (1:1) NOT = '*'
                           MOVE HIST-LINE TO WS-WORK-LINE
                           PERFORM JUDGE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.

       JUDGE-JOURNAL-LINE.
      *    The period's issues valued the way CHGBCK1 values them;
      *    uncoded issues belong to no department's plan.
           MOVE WS-WORK-LINE TO WS-TRAN-DETAIL.
           IF WS-T-TYPE = 'I'
                   AND WS-T-DATE IS NUMERIC
                   AND WS-T-PERIOD = WS-REPORT-PERIOD-X
                   AND WS-T-QTY IS NUMERIC
                   AND WS-T-DEPT-CODE NOT = SPACES
               MOVE WS-T-QTY TO WS-QTY-NUM
               IF WS-T-UNIT-COST IS NUMERIC
                   MOVE WS-T-UNIT-COST-N TO WS-COST-NUM
               ELSE
                   MOVE ZERO TO WS-COST-NUM
               END-IF
               COMPUTE WS-LINE-VALUE = WS-QTY-NUM * WS-COST-NUM
               MOVE WS-T-DEPT-CODE TO WS-SEARCH-CODE
               PERFORM FIND-DEPARTMENT-INDEX
               IF WS-MATCH-INDEX > ZERO
                   ADD WS-LINE-VALUE TO
                       WS-E-ACT-SUPPLY (WS-MATCH-INDEX)
               END-IF
           END-IF.

       PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open BUDVAR.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REPORT-PERIOD-X TO WS-RH-PERIOD.
           MOVE WS-FISCAL-YEAR TO WS-RH-FY.
           MOVE WS-TOLERANCE-PCT TO WS-RH-TOL.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
      *        A retired department with no plan and nothing charged
      *        to it has nothing to report.
               IF WS-E-STATUS (WS-TABLE-INDEX) NOT = 'I'
                       OR WS-E-HAS-BUDGET (WS-TABLE-INDEX) = 'Y'
                       OR WS-E-ACT-HEAD (WS-TABLE-INDEX) > ZERO
                       OR WS-E-ACT-SUPPLY (WS-TABLE-INDEX) > ZERO
                   PERFORM PRINT-DEPARTMENT-BLOCK
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRINTED-COUNT TO WS-F-PRINTED.
           MOVE WS-OVER-COUNT TO WS-F-OVER.
           MOVE WS-NO-BUDGET-COUNT TO WS-F-NO-BUDGET.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT-FILE.

       PRINT-DEPARTMENT-BLOCK.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE 'N' TO WS-DEPT-OVER-FLAG.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO WS-DEPT-LINE.
           MOVE WS-E-DEPT-CODE (WS-TABLE-INDEX) TO WS-DL-DEPT-CODE.
           MOVE WS-E-DEPT-NAME (WS-TABLE-INDEX) TO WS-DL-DEPT-NAME.
           IF WS-E-HAS-BUDGET (WS-TABLE-INDEX) NOT = 'Y'
               MOVE "NO BUDGET" TO WS-DL-NOTE
               ADD 1 TO WS-NO-BUDGET-COUNT
           END-IF.
           MOVE WS-DEPT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "HEADCOUNT" TO WS-ML-MEASURE.
           MOVE WS-E-BUD-HEAD (WS-TABLE-INDEX) TO WS-M-BUDGET.
           MOVE WS-E-ACT-HEAD (WS-TABLE-INDEX) TO WS-M-ACTUAL.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "SALARY" TO WS-ML-MEASURE.
           MOVE WS-E-BUD-SALARY (WS-TABLE-INDEX) TO WS-M-BUDGET.
           MOVE WS-E-ACT-SALARY (WS-TABLE-INDEX) TO WS-M-ACTUAL.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "SUPPLIES" TO WS-ML-MEASURE.
           MOVE WS-E-BUD-SUPPLY (WS-TABLE-INDEX) TO WS-M-BUDGET.
           MOVE WS-E-ACT-SUPPLY (WS-TABLE-INDEX) TO WS-M-ACTUAL.
           PERFORM PRINT-MEASURE-LINE.
           IF WS-DEPT-OVER-FLAG = 'Y'
               ADD 1 TO WS-OVER-COUNT
           END-IF.

       PRINT-MEASURE-LINE.
      *    Over means the actual runs past budget plus the tolerance;
      *    a zero budget line with any actual against it is over
      *    too. Without a plan on file there is nothing to judge.
           MOVE SPACES TO WS-ML-FLAG.
           COMPUTE WS-M-VARIANCE = WS-M-ACTUAL - WS-M-BUDGET.
           MOVE WS-M-BUDGET TO WS-ML-BUDGET.
           MOVE WS-M-ACTUAL TO WS-ML-ACTUAL.
           MOVE WS-M-VARIANCE TO WS-ML-VARIANCE.
           IF WS-M-BUDGET > ZERO
               COMPUTE WS-M-PCT ROUNDED =
                   WS-M-VARIANCE * 100 / WS-M-BUDGET
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-M-PCT
               END-COMPUTE
               IF WS-M-PCT > 999.9
                   MOVE 999.9 TO WS-M-PCT
               END-IF
           ELSE
               MOVE ZERO TO WS-M-PCT
           END-IF.
           MOVE WS-M-PCT TO WS-ML-PCT.
           IF WS-E-HAS-BUDGET (WS-TABLE-INDEX) = 'Y'
               COMPUTE WS-M-LIMIT =
                   WS-M-BUDGET * (100 + WS-TOLERANCE-PCT) / 100
               IF WS-M-ACTUAL > WS-M-LIMIT
                   MOVE "OVER" TO WS-ML-FLAG
                   MOVE 'Y' TO WS-DEPT-OVER-FLAG
               END-IF
           END-IF.
           MOVE WS-MEASURE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

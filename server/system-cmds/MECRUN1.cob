      * MECRUN1.cob - Month-End Close Driver Program
      * Fujitsu ASP COBOLG Program
      * Runs the month-end sequence -- STKCLS1, STKVAL1, STKGLP1,
      * CHGBCK1, STKUSE1, SALCOST1, GLPOST1, PAYREG1, TURNRPT1 --
      * for one accounting period (YYYYMM), which used to mean
      * starting each program by hand in the right order and typing
      * the same period into every one. The period is asked for once
      * and handed to each step through PRDCTL1: STKCLS1, CHGBCK1 and
      * STKUSE1 take its YYMM, STKGLP1 and GLPOST1 the YYYYMM, and
      * PAYREG1 and TURNRPT1 the first to the last day of the month.
      * The period is marked closing (P) on PERIOD.CTL when the run
      * starts and closed (C) once every step has completed;
      * STKMOV1, PORECV1 and CYCCNT1 refuse movements into a closing
      * or closed period. As in EODRUN1, each step's state (P pending, S
      * started, C complete, F failed), return code and time are
      * kept in the MEC.CTL run-control file, whose first line holds
      * the period being closed; the run stops on the first failing
      * step and the next invocation for the same period resumes
      * from it. Step lines are matched back to the table by name,
      * so a run started before a step was added still resumes
      * where it stopped. A run left unfinished for one period must
      * be finished before another period can be started, and a
      * period already closed is refused.
      *
      * MODIFICATION HISTORY
      * 2026-10-12  Initial version.
      * 2026-10-15  STKGLP1 added as step 3, after STKVAL1, so the
      *             inventory GL posting file is built for the
      *             period being closed. Step counters widened, and
      *             MEC.CTL step lines now matched back by name.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECRUN1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "MEC.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CTL-LINE                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 9.
       01  WS-STEP-INDEX           PIC 9(2) VALUE ZERO.
       01  WS-CTL-STEP-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-LOAD-INDEX           PIC 9(2) VALUE ZERO.
       01  WS-RUN-FAILED-FLAG      PIC X VALUE 'N'.
       01  WS-ALL-COMPLETE-FLAG    PIC X VALUE 'N'.
       01  WS-ALL-PENDING-FLAG     PIC X VALUE 'N'.
       01  WS-RESUME-STEP          PIC 9(2) VALUE 1.
       01  WS-CURRENT-DATE-8       PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(8).
       01  WS-STEP-RC              PIC S9(4) VALUE ZERO.

       01  WS-CLOSE-PERIOD         PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05  WS-CP-YEAR          PIC 9(4).
           05  WS-CP-MONTH         PIC 9(2).
       01  WS-CTL-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.
       01  WS-NO-PERIOD            PIC 9(6) VALUE ZERO.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 9 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-STATUS  PIC X(1).
               10  WS-STEP-RC-SAVED PIC 9(4).
               10  WS-STEP-DATE    PIC 9(8).
               10  WS-STEP-TIME    PIC 9(8).

       01  WS-CTL-HEADER.
           05  FILLER              PIC X(2)  VALUE "0 ".
           05  WS-H-PERIOD         PIC 9(6).

       01  WS-CTL-DETAIL.
           05  WS-C-STEP-NO        PIC 9(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-C-STEP-NAME      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-C-STATUS         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-C-RC             PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-C-DATE           PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-C-TIME           PIC 9(8).

       01  WS-CTL-READBACK.
           05  WS-R-STEP-NO        PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-R-STEP-NAME      PIC X(8).
           05  WS-R-HEADER-R REDEFINES WS-R-STEP-NAME.
               10  WS-R-PERIOD     PIC X(6).
               10  FILLER          PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-R-STATUS         PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-R-RC             PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-R-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-R-TIME           PIC X(8).

       01  WS-R-STEP-NO-NUM        PIC 9(1) VALUE ZERO.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Month-End Close".
           05  WS-PERIOD-LABEL     PIC X(30)
               VALUE "Period to close (YYYYMM):".
           05  WS-MESSAGE-LINE     PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-PERIOD-LABEL.
           ACCEPT WS-CLOSE-PERIOD.
           IF WS-CP-MONTH < 1 OR WS-CP-MONTH > 12
               MOVE "Error: Period must be YYYYMM" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM INIT-STEP-TABLE.
           PERFORM READ-RUN-CONTROL.
           PERFORM JUDGE-RESUME-POINT.
           IF WS-ALL-COMPLETE-FLAG NOT = 'Y'
                   AND WS-ALL-PENDING-FLAG NOT = 'Y'
                   AND WS-CTL-PERIOD NOT = WS-CLOSE-PERIOD
               DISPLAY "MECRUN1: the close of period " WS-CTL-PERIOD
                       " is unfinished - rerun MECRUN1 for that "
                       "period first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL 'PRDCTL1' USING "Q" WS-CLOSE-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-STATE = 'C'
               DISPLAY "MECRUN1: period " WS-CLOSE-PERIOD
                       " is already closed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CTL-PERIOD NOT = WS-CLOSE-PERIOD
               PERFORM START-NEW-PERIOD
           END-IF.
           MOVE 'P' TO WS-PRD-STATE.
           CALL 'PRDCTL1' USING "S" WS-CLOSE-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT NOT = 'Y'
               DISPLAY "MECRUN1: cannot mark period " WS-CLOSE-PERIOD
                       " closing on PERIOD.CTL - run not started."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RUN-MEC-SEQUENCE.
           IF WS-RUN-FAILED-FLAG = 'Y'
               DISPLAY "MECRUN1: run stopped on step "
                       WS-STEP-INDEX " ("
                       WS-STEP-NAME (WS-STEP-INDEX) ") - rerun "
                       "MECRUN1 to resume from this step."
               DISPLAY "MECRUN1: period " WS-CLOSE-PERIOD
                       " stays closing until the run completes."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM MARK-PERIOD-CLOSED
           END-IF.
           GOBACK.

       INIT-STEP-TABLE.
           MOVE "STKCLS1 " TO WS-STEP-NAME (1).
           MOVE "STKVAL1 " TO WS-STEP-NAME (2).
           MOVE "STKGLP1 " TO WS-STEP-NAME (3).
           MOVE "CHGBCK1 " TO WS-STEP-NAME (4).
           MOVE "STKUSE1 " TO WS-STEP-NAME (5).
           MOVE "SALCOST1" TO WS-STEP-NAME (6).
           MOVE "GLPOST1 " TO WS-STEP-NAME (7).
           MOVE "PAYREG1 " TO WS-STEP-NAME (8).
           MOVE "TURNRPT1" TO WS-STEP-NAME (9).
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                     UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE 'P' TO WS-STEP-STATUS (WS-STEP-INDEX)
               MOVE ZERO TO WS-STEP-RC-SAVED (WS-STEP-INDEX)
               MOVE ZERO TO WS-STEP-DATE (WS-STEP-INDEX)
               MOVE ZERO TO WS-STEP-TIME (WS-STEP-INDEX)
           END-PERFORM.

       READ-RUN-CONTROL.
      *    Pick up whatever state the last run left behind; a missing
      *    control file is simply a first run. Line 0 carries the
      *    period that run was closing.
           MOVE ZERO TO WS-CTL-PERIOD.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CTL-LINE TO WS-CTL-READBACK
                       IF WS-R-STEP-NO = "0"
                           IF WS-R-PERIOD IS NUMERIC
                               MOVE WS-R-PERIOD TO WS-CTL-PERIOD
                           END-IF
                       ELSE
                           PERFORM LOAD-STEP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTL-FILE-STATUS NOT = "35"
               CLOSE CTL-FILE
           END-IF.

       LOAD-STEP-LINE.
      *    The line's step name, not its number, picks the table
      *    entry -- a step added since the line was written leaves
      *    the numbers behind it shifted.
           MOVE ZERO TO WS-R-STEP-NO-NUM.
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1
                     UNTIL WS-LOAD-INDEX > WS-STEP-COUNT
               IF WS-STEP-NAME (WS-LOAD-INDEX) = WS-R-STEP-NAME
                   MOVE WS-LOAD-INDEX TO WS-R-STEP-NO-NUM
               END-IF
           END-PERFORM.
           IF WS-R-STEP-NO IS NUMERIC
               IF WS-R-STEP-NO-NUM >= 1
                       AND WS-R-STEP-NO-NUM <= WS-STEP-COUNT
                   MOVE WS-R-STATUS TO
                       WS-STEP-STATUS (WS-R-STEP-NO-NUM)
                   IF WS-R-RC IS NUMERIC
                       MOVE WS-R-RC TO WS-STEP-RC-SAVED
                           (WS-R-STEP-NO-NUM)
                   END-IF
                   IF WS-R-DATE IS NUMERIC
                       MOVE WS-R-DATE TO WS-STEP-DATE
                           (WS-R-STEP-NO-NUM)
                   END-IF
                   IF WS-R-TIME IS NUMERIC
                       MOVE WS-R-TIME TO WS-STEP-TIME
                           (WS-R-STEP-NO-NUM)
                   END-IF
               END-IF
           END-IF.

       JUDGE-RESUME-POINT.
      *    Every step complete means the last run finished (for the
      *    same period, only the final mark may be missing); every
      *    step pending means nothing is under way. Otherwise resume
      *    from the first step that never completed.
           MOVE 'Y' TO WS-ALL-COMPLETE-FLAG.
           MOVE 'Y' TO WS-ALL-PENDING-FLAG.
           MOVE ZERO TO WS-RESUME-STEP.
           PERFORM VARYING WS-STEP-INDEX FROM WS-STEP-COUNT
                     BY -1 UNTIL WS-STEP-INDEX < 1
               IF WS-STEP-STATUS (WS-STEP-INDEX) NOT = 'C'
                   MOVE 'N' TO WS-ALL-COMPLETE-FLAG
                   MOVE WS-STEP-INDEX TO WS-RESUME-STEP
               END-IF
               IF WS-STEP-STATUS (WS-STEP-INDEX) NOT = 'P'
                   MOVE 'N' TO WS-ALL-PENDING-FLAG
               END-IF
           END-PERFORM.
           IF WS-RESUME-STEP = ZERO
               MOVE WS-STEP-COUNT TO WS-RESUME-STEP
               ADD 1 TO WS-RESUME-STEP
           END-IF.

       START-NEW-PERIOD.
      *    A different period from the one on MEC.CTL (or none):
      *    every step starts again from pending.
           PERFORM INIT-STEP-TABLE.
           MOVE 1 TO WS-RESUME-STEP.
           MOVE WS-CLOSE-PERIOD TO WS-CTL-PERIOD.
           PERFORM WRITE-RUN-CONTROL.

       RUN-MEC-SEQUENCE.
           MOVE 'N' TO WS-RUN-FAILED-FLAG.
           IF WS-RESUME-STEP > 1 AND WS-RESUME-STEP <= WS-STEP-COUNT
               DISPLAY "MECRUN1: resuming from step "
                       WS-RESUME-STEP " ("
                       WS-STEP-NAME (WS-RESUME-STEP) ")"
           END-IF.
           PERFORM VARYING WS-STEP-INDEX FROM WS-RESUME-STEP BY 1
                     UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                        OR WS-RUN-FAILED-FLAG = 'Y'
               IF WS-STEP-STATUS (WS-STEP-INDEX) NOT = 'C'
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM.
           IF WS-RUN-FAILED-FLAG = 'Y'
      *        PERFORM VARYING leaves the index one past the failing
      *        step once the UNTIL fires -- step back onto it for
      *        the operator message.
               SUBTRACT 1 FROM WS-STEP-INDEX
           END-IF.

       RUN-ONE-STEP.
           DISPLAY "MECRUN1: step " WS-STEP-INDEX " "
                   WS-STEP-NAME (WS-STEP-INDEX) " starting.".
           MOVE 'S' TO WS-STEP-STATUS (WS-STEP-INDEX).
           PERFORM STAMP-STEP-TIME.
           PERFORM WRITE-RUN-CONTROL.
      *    The step picks the period up from PRDCTL1 instead of
      *    prompting for it; the hand-off is withdrawn afterwards so
      *    nothing else in the run unit sees it.
           CALL 'PRDCTL1' USING "H" WS-CLOSE-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WS-STEP-INDEX
               WHEN 1
                   CALL 'STKCLS1'
               WHEN 2
                   CALL 'STKVAL1'
               WHEN 3
                   CALL 'STKGLP1'
               WHEN 4
                   CALL 'CHGBCK1'
               WHEN 5
                   CALL 'STKUSE1'
               WHEN 6
                   CALL 'SALCOST1'
               WHEN 7
                   CALL 'GLPOST1'
               WHEN 8
                   CALL 'PAYREG1'
               WHEN 9
                   CALL 'TURNRPT1'
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CALL 'PRDCTL1' USING "H" WS-NO-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           EVALUATE TRUE
               WHEN WS-STEP-RC = ZERO
                   MOVE 'C' TO WS-STEP-STATUS (WS-STEP-INDEX)
               WHEN WS-STEP-RC = 4
                   MOVE 'C' TO WS-STEP-STATUS (WS-STEP-INDEX)
                   DISPLAY "MECRUN1: step " WS-STEP-INDEX " "
                           WS-STEP-NAME (WS-STEP-INDEX)
                           " completed with warnings."
               WHEN OTHER
                   MOVE 'F' TO WS-STEP-STATUS (WS-STEP-INDEX)
                   MOVE 'Y' TO WS-RUN-FAILED-FLAG
           END-EVALUATE.
           MOVE WS-STEP-RC TO WS-STEP-RC-SAVED (WS-STEP-INDEX).
           PERFORM STAMP-STEP-TIME.
           PERFORM WRITE-RUN-CONTROL.
           DISPLAY "MECRUN1: step " WS-STEP-INDEX " "
                   WS-STEP-NAME (WS-STEP-INDEX) " ended, rc="
                   WS-STEP-RC-SAVED (WS-STEP-INDEX).

       MARK-PERIOD-CLOSED.
           MOVE 'C' TO WS-PRD-STATE.
           CALL 'PRDCTL1' USING "S" WS-CLOSE-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT = 'Y'
               DISPLAY "MECRUN1: month-end close complete - period "
                       WS-CLOSE-PERIOD " closed."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "MECRUN1: all steps complete but period "
                       WS-CLOSE-PERIOD " NOT marked closed - rerun "
                       "MECRUN1 for it."
               MOVE 8 TO RETURN-CODE
           END-IF.

       STAMP-STEP-TIME.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE-8 TO WS-STEP-DATE (WS-STEP-INDEX).
           MOVE WS-CURRENT-TIME TO WS-STEP-TIME (WS-STEP-INDEX).

       WRITE-RUN-CONTROL.
      *    The period line and the whole step table are rewritten
      *    after every status change, so however the run dies the
      *    control file always shows where it got to.
           OPEN OUTPUT CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot write MEC.CTL file "
                       WS-CTL-FILE-STATUS
           ELSE
               MOVE WS-CTL-PERIOD TO WS-H-PERIOD
               MOVE WS-CTL-HEADER TO CTL-LINE
               WRITE CTL-LINE
               PERFORM VARYING WS-CTL-STEP-INDEX FROM 1 BY 1
                         UNTIL WS-CTL-STEP-INDEX > WS-STEP-COUNT
                   MOVE WS-CTL-STEP-INDEX TO WS-C-STEP-NO
                   MOVE WS-STEP-NAME (WS-CTL-STEP-INDEX)
                       TO WS-C-STEP-NAME
                   MOVE WS-STEP-STATUS (WS-CTL-STEP-INDEX)
                       TO WS-C-STATUS
                   MOVE WS-STEP-RC-SAVED (WS-CTL-STEP-INDEX)
                       TO WS-C-RC
                   MOVE WS-STEP-DATE (WS-CTL-STEP-INDEX) TO WS-C-DATE
                   MOVE WS-STEP-TIME (WS-CTL-STEP-INDEX) TO WS-C-TIME
                   MOVE WS-CTL-DETAIL TO CTL-LINE
                   WRITE CTL-LINE
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

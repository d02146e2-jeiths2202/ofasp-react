      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-05  The gross/proration arithmetic moved out to the
      *             PAYGRS1 subprogram so NETPAY1's net pay run
      *             starts from exactly the figure printed here.
      * 2026-10-07  Overtime pay and unpaid absence from the TIME.ENTRY
      *             timesheet (through PAYGRS1) print as their own
      *             columns beside the base; gross now includes them.
      * 2026-10-12  Run as a step of the MECRUN1 month-end driver,
      *             the period comes from PRDCTL1 (the first to the
      *             last day of the month) instead of being prompted
      *             for.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREG1.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-EMPLOYEE-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-GRAND-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-PERIOD-GROSS     PIC 9(9)V99 VALUE ZERO.
       01  WS-PAID-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-BASE-PAY         PIC 9(9)V99 VALUE ZERO.
       01  WS-OT-HOURS         PIC 9(4)V9 VALUE ZERO.
       01  WS-OT-PAY           PIC 9(9)V99 VALUE ZERO.
       01  WS-ABS-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-ABS-DEDUCT       PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-BASE       PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-OT         PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-ABS        PIC 9(11)V99 VALUE ZERO.

       01  WS-PERIOD-START     PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END       PIC 9(8) VALUE ZERO.

      * Department totals, the same OCCURS 50 bound as SALCOST1.
       01  WS-DEPT-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-ENTRY-NAME   PIC X(15).
               10  WS-DEPT-ENTRY-BASE   PIC 9(11)V99.
               10  WS-DEPT-ENTRY-OT     PIC 9(11)V99.
               10  WS-DEPT-ENTRY-ABS    PIC 9(11)V99.
               10  WS-DEPT-ENTRY-GROSS  PIC 9(11)V99.

      * The period handed over by the MECRUN1 month-end driver,
      * when run under it.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE    PIC X(30)
               VALUE "Pay-Period Gross Register".
           05  WS-RH-END        PIC 9(8).

       01  WS-COLUMN-HEADER.
           05  FILLER           PIC X(6)  VALUE "EMPID".
           05  FILLER           PIC X(13) VALUE "NAME".
           05  FILLER           PIC X(10) VALUE "DEPT".
           05  FILLER           PIC X(4)  VALUE "DAY".
           05  FILLER           PIC X(13) VALUE "        BASE".
           05  FILLER           PIC X(11) VALUE "  OVERTIME".
           05  FILLER           PIC X(11) VALUE "   ABSENCE".
           05  FILLER           PIC X(12) VALUE "PERIOD GROSS".

       01  WS-DETAIL-LINE.
           05  WS-D-EMP-ID      PIC X(5).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-NAME        PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-DEPT        PIC X(9).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-DAYS        PIC ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-BASE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-OT-PAY      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-ABS-DEDUCT  PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-GROSS       PIC Z,ZZZ,ZZ9.99.

      * Totals sit under the same columns; commas dropped so a
      * department's period fits the detail widths.
       01  WS-DEPT-TOTAL-LINE.
           05  FILLER           PIC X(6)  VALUE "TOTAL".
           05  WS-T-DEPT-NAME   PIC X(15).
           05  FILLER           PIC X(12) VALUE SPACES.
           05  WS-T-DEPT-BASE   PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-OT     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-ABS    PIC ZZZZZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-T-DEPT-GROSS  PIC ZZZZZZZZ9.99.

       01  WS-FOOTER-LINE.
           05  FILLER           PIC X(20) VALUE "GRAND TOTAL GROSS:".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           CALL 'PRDCTL1' USING "G" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT = 'Y'
               COMPUTE WS-PERIOD-START = WS-PRD-PERIOD * 100 + 1
               MOVE WS-PRD-PERIOD-END TO WS-PERIOD-END
           ELSE
               DISPLAY WS-START-LABEL
               ACCEPT WS-PERIOD-START
               DISPLAY WS-END-LABEL
               ACCEPT WS-PERIOD-END
           END-IF.
           IF WS-PERIOD-START = ZERO OR WS-PERIOD-END = ZERO
                   OR WS-PERIOD-START > WS-PERIOD-END
               MOVE "Error: Period dates missing or reversed" TO
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
               END-READ
           END-PERFORM.
           PERFORM PRINT-DEPARTMENT-TOTALS.
           MOVE "*ALL DEPTS*" TO WS-T-DEPT-NAME.
           MOVE WS-GRAND-BASE TO WS-T-DEPT-BASE.
           MOVE WS-GRAND-OT TO WS-T-DEPT-OT.
           MOVE WS-GRAND-ABS TO WS-T-DEPT-ABS.
           MOVE WS-GRAND-TOTAL TO WS-T-DEPT-GROSS.
           MOVE WS-DEPT-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-F-GROSS.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE.

       REGISTER-ONE-EMPLOYEE.
      *    Paid days and gross come from PAYGRS1: the whole period,
      *    prorated from a hire date inside it, none when hired after
      *    the period end, adjusted by the period's timesheet
      *    overtime and unpaid absence.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           CALL 'PAYGRS1' USING WS-PERIOD-START
                                WS-PERIOD-END
                                EMP-HIRE-DATE
                                EMP-SALARY
                                WS-PAID-DAYS
                                WS-PERIOD-GROSS
                                EMP-ID
                                WS-BASE-PAY
                                WS-OT-HOURS
                                WS-OT-PAY
                                WS-ABS-DAYS
                                WS-ABS-DEDUCT.
           ADD WS-PERIOD-GROSS TO WS-GRAND-TOTAL.
           ADD WS-BASE-PAY TO WS-GRAND-BASE.
           ADD WS-OT-PAY TO WS-GRAND-OT.
           ADD WS-ABS-DEDUCT TO WS-GRAND-ABS.
           PERFORM CREDIT-DEPARTMENT.
           MOVE EMP-ID TO WS-D-EMP-ID.
           MOVE EMP-NAME (1:12) TO WS-D-NAME.
           MOVE EMP-DEPT (1:9) TO WS-D-DEPT.
           MOVE WS-PAID-DAYS TO WS-D-DAYS.
           MOVE WS-BASE-PAY TO WS-D-BASE.
           MOVE WS-OT-PAY TO WS-D-OT-PAY.
           MOVE WS-ABS-DEDUCT TO WS-D-ABS-DEDUCT.
           MOVE WS-PERIOD-GROSS TO WS-D-GROSS.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
                   MOVE WS-DEPT-TABLE-COUNT TO WS-MATCH-INDEX
                   MOVE EMP-DEPT TO
                       WS-DEPT-ENTRY-NAME (WS-MATCH-INDEX)
                   MOVE ZERO TO
                       WS-DEPT-ENTRY-BASE (WS-MATCH-INDEX)
                   MOVE ZERO TO
                       WS-DEPT-ENTRY-OT (WS-MATCH-INDEX)
                   MOVE ZERO TO
                       WS-DEPT-ENTRY-ABS (WS-MATCH-INDEX)
                   MOVE ZERO TO
                       WS-DEPT-ENTRY-GROSS (WS-MATCH-INDEX)
               ELSE
               END-IF
           END-IF.
           IF WS-MATCH-INDEX > ZERO
               ADD WS-BASE-PAY TO
                   WS-DEPT-ENTRY-BASE (WS-MATCH-INDEX)
               ADD WS-OT-PAY TO
                   WS-DEPT-ENTRY-OT (WS-MATCH-INDEX)
               ADD WS-ABS-DEDUCT TO
                   WS-DEPT-ENTRY-ABS (WS-MATCH-INDEX)
               ADD WS-PERIOD-GROSS TO
                   WS-DEPT-ENTRY-GROSS (WS-MATCH-INDEX)
           END-IF.
                   MOVE WS-DEPT-ENTRY-NAME (WS-TABLE-INDEX)
                       TO WS-T-DEPT-NAME
               END-IF
               MOVE WS-DEPT-ENTRY-BASE (WS-TABLE-INDEX)
                   TO WS-T-DEPT-BASE
               MOVE WS-DEPT-ENTRY-OT (WS-TABLE-INDEX)
                   TO WS-T-DEPT-OT
               MOVE WS-DEPT-ENTRY-ABS (WS-TABLE-INDEX)
                   TO WS-T-DEPT-ABS
               MOVE WS-DEPT-ENTRY-GROSS (WS-TABLE-INDEX)
                   TO WS-T-DEPT-GROSS
               MOVE WS-DEPT-TOTAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

       CLOSE-FILES.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.

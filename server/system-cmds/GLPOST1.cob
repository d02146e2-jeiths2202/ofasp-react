      *             mappings DEPTGLM1 keeps are keyed on the code
      *             too; the buckets and lookups here follow
      *             EMP-DEPT unchanged.
      * 2026-10-12  Run as a step of the MECRUN1 month-end driver,
      *             the period comes from PRDCTL1 (the YYYYMM)
      *             instead of being prompted for.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST1.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-R-REASON      PIC X(30).

      * The period handed over by the MECRUN1 month-end driver,
      * when run under it.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE    PIC X(30)
               VALUE "Salary GL Posting Batch".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           CALL 'PRDCTL1' USING "G" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT = 'Y'
               MOVE WS-PRD-PERIOD TO WS-POSTING-PERIOD
           ELSE
               DISPLAY WS-PERIOD-LABEL
               ACCEPT WS-POSTING-PERIOD
           END-IF.
           IF WS-POSTING-PERIOD = ZERO
               MOVE "Error: A posting period is required" TO
                   WS-MESSAGE-LINE

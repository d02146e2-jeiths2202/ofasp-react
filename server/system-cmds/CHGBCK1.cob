      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-12  Run as a step of the MECRUN1 month-end driver,
      *             the period comes from PRDCTL1 (the YYMM)
      *             instead of being prompted for.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBCK1.
               10  WS-E-QTY        PIC 9(7).
               10  WS-E-VALUE      PIC 9(11)V99.

      * The period handed over by the MECRUN1 month-end driver,
      * when run under it.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Departmental Charge-Back".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           CALL 'PRDCTL1' USING "G" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT = 'Y'
               MOVE WS-PRD-PERIOD (3:4) TO WS-REPORT-PERIOD
           ELSE
               DISPLAY WS-PERIOD-LABEL
               ACCEPT WS-REPORT-PERIOD
           END-IF.
           IF WS-REPORT-PERIOD = ZERO
               MOVE "Error: A period is required" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       JUDGE-JOURNAL-LINE.
      *    Only issues are charged. A return to vendor (type V, from
      *    RTVEND1) carries the vendor code where an issue carries
      *    its department, and is never a department's consumption.
           MOVE WS-WORK-LINE TO WS-TRAN-DETAIL.
           IF WS-T-TYPE = 'I'
                   AND WS-T-DATE IS NUMERIC

      *             system-wide century-date conversion; the date
      *             range is entered as full YYYYMMDD and the fields
      *             after the date shift two columns right.
      * 2026-10-12  Run as a step of the MECRUN1 month-end driver,
      *             the period comes from PRDCTL1 (the first to the
      *             last day of the month) instead of being prompted
      *             for.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNRPT1.
               10  WS-E-HIRES      PIC 9(5).
               10  WS-E-TERMS      PIC 9(5).

      * The period handed over by the MECRUN1 month-end driver,
      * when run under it.
       01  WS-PRD-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-PRD-STATE            PIC X(1) VALUE SPACE.
       01  WS-PRD-PERIOD-END       PIC 9(8) VALUE ZERO.
       01  WS-PRD-RESULT           PIC X(1) VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE   PIC X(30)
               VALUE "Staff Turnover Report".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           CALL 'PRDCTL1' USING "G" WS-PRD-PERIOD WS-PRD-STATE
                                WS-PRD-PERIOD-END WS-PRD-RESULT.
           IF WS-PRD-RESULT = 'Y'
               COMPUTE WS-F-DATE-FROM = WS-PRD-PERIOD * 100 + 1
               MOVE WS-PRD-PERIOD-END TO WS-F-DATE-TO
           ELSE
               DISPLAY WS-FROM-LABEL
               ACCEPT WS-F-DATE-FROM
               DISPLAY WS-TO-LABEL
               ACCEPT WS-F-DATE-TO
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE

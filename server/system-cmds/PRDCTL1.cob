      * PRDCTL1.cob - Accounting Period Control Subprogram
      * Fujitsu ASP COBOLG Program
      * Keeps PERIOD.CTL, one line per accounting period (YYYYMM)
      * with its state -- O open, P closing (a month-end run under
      * way), C closed -- and the date/time it last changed. A
      * period with no line is open. Actions:
      *   Q  query: hands back the period's state and last day
      *   S  set the period to the state given
      *   H  hand off: remember the period the MECRUN1 month-end
      *      driver is closing (zero forgets it)
      *   G  get the handed-off period, if any, with its last day
      * Result is 'Y' when the action worked (for G, when a period
      * was handed off); a period whose month is not 01-12 is
      * refused with 'N'. The hand-off lives only in this
      * program's storage for the life of the run unit: the step
      * programs MECRUN1 CALLs take their period from it instead of
      * prompting, while the same programs run from the menu never
      * see one and prompt as before. STKMOV1, PORECV1 and CYCCNT1
      * query the period of the movement date and refuse to post
      * into one that is closing or closed.
      *
      * MODIFICATION HISTORY
      * 2026-10-12  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCTL1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRD-FILE ASSIGN TO "PERIOD.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PRD-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PRD-FILE-STATUS  PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-CURRENT-TIME     PIC 9(8) VALUE ZERO.
       01  WS-HANDOFF-PERIOD   PIC 9(6) VALUE ZERO.

       01  WS-PERIOD-WORK      PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
           05  WS-PW-YEAR      PIC 9(4).
           05  WS-PW-MONTH     PIC 9(2).
       01  WS-LAST-DAY         PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.
       01  WS-MONTH-DAYS-TEXT  PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05  WS-MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.

      * Every line on file, rewritten whole after a change; the
      * usual fixed-table bound -- 300 months is 25 years.
       01  WS-PRD-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-MAX-PRD-TABLE    PIC 9(3) VALUE 300.
       01  WS-PRD-INDEX        PIC 9(3) VALUE ZERO.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 300 TIMES.
               10  WS-E-PERIOD     PIC 9(6).
               10  WS-E-STATE      PIC X(1).
               10  WS-E-DATE       PIC 9(8).
               10  WS-E-TIME       PIC 9(8).

       01  WS-PRD-DETAIL.
           05  WS-P-PERIOD         PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-P-STATE          PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-P-DATE           PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-P-TIME           PIC 9(8).

       01  WS-PRD-READBACK.
           05  WS-R-PERIOD         PIC X(6).
           05  FILLER              PIC X(1).
           05  WS-R-STATE          PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-R-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-R-TIME           PIC X(8).

       LINKAGE SECTION.
       01  PRDCTL-ACTION       PIC X(1).
       01  PRDCTL-PERIOD       PIC 9(6).
       01  PRDCTL-STATE        PIC X(1).
       01  PRDCTL-PERIOD-END   PIC 9(8).
       01  PRDCTL-RESULT       PIC X(1).

       PROCEDURE DIVISION USING PRDCTL-ACTION
                                 PRDCTL-PERIOD
                                 PRDCTL-STATE
                                 PRDCTL-PERIOD-END
                                 PRDCTL-RESULT.
       MAIN-PROCEDURE.
           MOVE 'N' TO PRDCTL-RESULT.
           EVALUATE PRDCTL-ACTION
               WHEN 'H'
                   MOVE PRDCTL-PERIOD TO WS-HANDOFF-PERIOD
                   MOVE 'Y' TO PRDCTL-RESULT
               WHEN 'G'
                   IF WS-HANDOFF-PERIOD NOT = ZERO
                       MOVE WS-HANDOFF-PERIOD TO PRDCTL-PERIOD
                       MOVE WS-HANDOFF-PERIOD TO WS-PERIOD-WORK
                       PERFORM SET-PERIOD-END
                       MOVE 'Y' TO PRDCTL-RESULT
                   END-IF
               WHEN 'Q'
                   MOVE PRDCTL-PERIOD TO WS-PERIOD-WORK
                   IF WS-PW-MONTH >= 1 AND WS-PW-MONTH <= 12
                       PERFORM LOAD-PERIOD-TABLE
                       PERFORM FIND-PERIOD-ENTRY
                       IF WS-FOUND-INDEX = ZERO
                           MOVE 'O' TO PRDCTL-STATE
                       ELSE
                           MOVE WS-E-STATE (WS-FOUND-INDEX)
                               TO PRDCTL-STATE
                       END-IF
                       PERFORM SET-PERIOD-END
                       MOVE 'Y' TO PRDCTL-RESULT
                   END-IF
               WHEN 'S'
                   MOVE PRDCTL-PERIOD TO WS-PERIOD-WORK
                   IF WS-PW-MONTH >= 1 AND WS-PW-MONTH <= 12
                       PERFORM LOAD-PERIOD-TABLE
                       PERFORM FIND-PERIOD-ENTRY
                       PERFORM STORE-PERIOD-STATE
                   END-IF
           END-EVALUATE.
           GOBACK.

       LOAD-PERIOD-TABLE.
           MOVE ZERO TO WS-PRD-TABLE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PRD-FILE.
           IF WS-PRD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PRD-LINE TO WS-PRD-READBACK
                       IF WS-R-PERIOD IS NUMERIC
                               AND WS-PRD-TABLE-COUNT
                                   < WS-MAX-PRD-TABLE
                           ADD 1 TO WS-PRD-TABLE-COUNT
                           MOVE WS-R-PERIOD TO
                               WS-E-PERIOD (WS-PRD-TABLE-COUNT)
                           MOVE WS-R-STATE TO
                               WS-E-STATE (WS-PRD-TABLE-COUNT)
                           MOVE ZERO TO WS-E-DATE (WS-PRD-TABLE-COUNT)
                           MOVE ZERO TO WS-E-TIME (WS-PRD-TABLE-COUNT)
                           IF WS-R-DATE IS NUMERIC
                               MOVE WS-R-DATE TO
                                   WS-E-DATE (WS-PRD-TABLE-COUNT)
                           END-IF
                           IF WS-R-TIME IS NUMERIC
                               MOVE WS-R-TIME TO
                                   WS-E-TIME (WS-PRD-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PRD-FILE-STATUS NOT = "35"
               CLOSE PRD-FILE
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                     UNTIL WS-PRD-INDEX > WS-PRD-TABLE-COUNT
               IF WS-E-PERIOD (WS-PRD-INDEX) = PRDCTL-PERIOD
                   MOVE WS-PRD-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       STORE-PERIOD-STATE.
           IF WS-FOUND-INDEX = ZERO
               IF WS-PRD-TABLE-COUNT < WS-MAX-PRD-TABLE
                   ADD 1 TO WS-PRD-TABLE-COUNT
                   MOVE WS-PRD-TABLE-COUNT TO WS-FOUND-INDEX
                   MOVE PRDCTL-PERIOD TO WS-E-PERIOD (WS-FOUND-INDEX)
               ELSE
                   DISPLAY "ERROR: PERIOD.CTL table full - period "
                           PRDCTL-PERIOD " not recorded"
               END-IF
           END-IF.
           IF WS-FOUND-INDEX NOT = ZERO
               MOVE PRDCTL-STATE TO WS-E-STATE (WS-FOUND-INDEX)
               ACCEPT WS-E-DATE (WS-FOUND-INDEX) FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME TO WS-E-TIME (WS-FOUND-INDEX)
               PERFORM WRITE-PERIOD-TABLE
           END-IF.

       WRITE-PERIOD-TABLE.
           OPEN OUTPUT PRD-FILE.
           IF WS-PRD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot write PERIOD.CTL file "
                       WS-PRD-FILE-STATUS
           ELSE
               PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                         UNTIL WS-PRD-INDEX > WS-PRD-TABLE-COUNT
                   MOVE WS-E-PERIOD (WS-PRD-INDEX) TO WS-P-PERIOD
                   MOVE WS-E-STATE (WS-PRD-INDEX) TO WS-P-STATE
                   MOVE WS-E-DATE (WS-PRD-INDEX) TO WS-P-DATE
                   MOVE WS-E-TIME (WS-PRD-INDEX) TO WS-P-TIME
                   MOVE WS-PRD-DETAIL TO PRD-LINE
                   WRITE PRD-LINE
               END-PERFORM
               CLOSE PRD-FILE
               MOVE 'Y' TO PRDCTL-RESULT
           END-IF.

       SET-PERIOD-END.
      *    Last calendar day of the period: the month table, with
      *    February taking 29 in a Gregorian leap year.
           MOVE WS-MONTH-DAYS (WS-PW-MONTH) TO WS-LAST-DAY.
           IF WS-PW-MONTH = 2
               PERFORM JUDGE-LEAP-YEAR
               IF WS-LEAP-FLAG = 'Y'
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           COMPUTE PRDCTL-PERIOD-END =
               WS-PERIOD-WORK * 100 + WS-LAST-DAY.

       JUDGE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-PW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG
               DIVIDE WS-PW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-FLAG
                   DIVIDE WS-PW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

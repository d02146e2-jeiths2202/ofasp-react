      * LVROLL1.cob - Leave Year-End Rollover Batch Program
      * Fujitsu ASP COBOLG Program
      * At year end every LEAVE.BAL record used to be re-keyed in
      * LVENT1 for the new year, and unused days were dropped or
      * carried by hand, differently every time. Given the leave
      * year being opened, this batch takes each LEAVE.BAL record
      * still on the year before it and, for an employee active on
      * EMP.INFO, opens the new year: the unused days (entitlement
      * less used) carry forward up to the cap on LVROLL.CTL, the
      * rest are forfeited, and the new entitlement is the base
      * entitlement plus the days carried. The base is the standard
      * ENT= figure on LVROLL.CTL when one is set, otherwise the
      * employee's own entitlement less whatever was carried into
      * it last year (held on the record as LV-CARRIED). Inactive
      * or departed employees, and records not on the prior year,
      * are listed and left alone.
      *
      * Mode P (preview) prints the carry-forward and forfeit report
      * to LVROLL.PRT without touching LEAVE.BAL; mode A (apply)
      * prints the same report and rewrites the balances, then
      * appends DONE=yyyy to LVROLL.CTL. A year with a DONE= line is
      * refused in either mode, so the rollover cannot run twice.
      *
      * LVROLL.CTL, one 20-byte KEY=value line each:
      *   CAP=nnn     most days one employee may carry forward
      *   ENT=nnn     standard entitlement for the new year (optional)
      *   DONE=yyyy   written by an apply run for each year opened
      * No CAP= line refuses the run rather than forfeit everything.
      *
      * MODIFICATION HISTORY
      * 2026-10-07  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVROLL1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-07.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LVBAL-FILE ASSIGN TO "LEAVE.BAL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LV-EMP-ID
                  FILE STATUS IS WS-LVBAL-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "LVROLL.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LVROLL.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CTL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CTL-LINE            PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LVBAL-FILE-STATUS PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-CTL-FILE-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-APPLY-MODE-FLAG  PIC X VALUE 'N'.
       01  WS-EMP-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-CAP-FOUND-FLAG   PIC X VALUE 'N'.
       01  WS-ENT-FOUND-FLAG   PIC X VALUE 'N'.
       01  WS-DONE-FLAG        PIC X VALUE 'N'.
       01  WS-ACTIVE-FLAG      PIC X VALUE 'N'.
       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-LOG-DETAIL       PIC X(20) VALUE SPACES.

       01  WS-NEW-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-YEAR       PIC 9(4) VALUE ZERO.
       01  WS-CARRY-CAP        PIC 9(3) VALUE ZERO.
       01  WS-STANDARD-ENT     PIC 9(3) VALUE ZERO.

      * One employee's rollover figures.
       01  WS-BASE-ENT         PIC 9(3) VALUE ZERO.
       01  WS-UNUSED-DAYS      PIC 9(3) VALUE ZERO.
       01  WS-CARRY-DAYS       PIC 9(3) VALUE ZERO.
       01  WS-FORFEIT-DAYS     PIC 9(3) VALUE ZERO.
       01  WS-NEW-ENT          PIC 9(4) VALUE ZERO.

       01  WS-ROLLED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-INACTIVE-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-OFFYEAR-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CARRIED    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FORFEITED  PIC 9(7) VALUE ZERO.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE    PIC X(30)
               VALUE "Leave Year-End Rollover".
           05  WS-MODE-LABEL    PIC X(34)
               VALUE "Mode (P=preview A=apply):".
           05  WS-YEAR-LABEL    PIC X(30)
               VALUE "New leave year (YYYY):".
           05  WS-OPERATOR-LABEL PIC X(20) VALUE "Operator ID:".
           05  WS-MESSAGE-LINE  PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-MODE-CODE     PIC X(1).

       01  WS-REPORT-HEADER.
           05  FILLER           PIC X(26) VALUE
               "LEAVE YEAR-END ROLLOVER".
           05  FILLER           PIC X(9)  VALUE "TO YEAR ".
           05  WS-RH-YEAR       PIC 9(4).
           05  FILLER           PIC X(6)  VALUE "  CAP ".
           05  WS-RH-CAP        PIC ZZ9.
           05  WS-RH-MODE       PIC X(12).

       01  WS-COLUMN-HEADER.
           05  FILLER           PIC X(6)  VALUE "EMPID".
           05  FILLER           PIC X(17) VALUE "NAME".
           05  FILLER           PIC X(4)  VALUE "YEAR".
           05  FILLER           PIC X(6)  VALUE "   ENT".
           05  FILLER           PIC X(6)  VALUE "  USED".
           05  FILLER           PIC X(6)  VALUE "UNUSED".
           05  FILLER           PIC X(6)  VALUE " CARRY".
           05  FILLER           PIC X(6)  VALUE " FORFT".
           05  FILLER           PIC X(6)  VALUE "   NEW".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(15) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-EMP-ID      PIC X(5).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-NAME        PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-YEAR        PIC 9(4).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-D-ENT         PIC ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-D-USED        PIC ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-D-UNUSED      PIC ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-D-CARRY       PIC ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-D-FORFEIT     PIC ZZ9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-ENT     PIC ZZZ9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-D-NOTE        PIC X(15).

       01  WS-FOOTER-LINE-1.
           05  FILLER           PIC X(20) VALUE "BALANCES ROLLED:".
           05  WS-F-ROLLED      PIC ZZ,ZZ9.
           05  FILLER           PIC X(20) VALUE "   DAYS CARRIED:".
           05  WS-F-CARRIED     PIC Z,ZZZ,ZZ9.
       01  WS-FOOTER-LINE-2.
           05  FILLER           PIC X(20) VALUE "SKIPPED INACTIVE:".
           05  WS-F-INACTIVE    PIC ZZ,ZZ9.
           05  FILLER           PIC X(20) VALUE "   DAYS FORFEITED:".
           05  WS-F-FORFEITED   PIC Z,ZZZ,ZZ9.
       01  WS-FOOTER-LINE-3.
           05  FILLER           PIC X(20) VALUE "SKIPPED OTHER YEAR:".
           05  WS-F-OFFYEAR     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-MODE-LABEL.
           ACCEPT WS-MODE-CODE.
           EVALUATE WS-MODE-CODE
               WHEN 'P'
               WHEN 'p'
                   MOVE 'N' TO WS-APPLY-MODE-FLAG
               WHEN 'A'
               WHEN 'a'
                   MOVE 'Y' TO WS-APPLY-MODE-FLAG
               WHEN OTHER
                   MOVE "Error: Mode must be P or A" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
                   MOVE 0 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           DISPLAY WS-YEAR-LABEL.
           ACCEPT WS-NEW-YEAR.
           IF WS-NEW-YEAR < 1901
               MOVE "Error: A four-digit leave year is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-NEW-YEAR - 1.
           IF WS-APPLY-MODE-FLAG = 'Y'
               DISPLAY WS-OPERATOR-LABEL
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   MOVE "Error: An operator ID is required to apply"
                       TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-ROLLOVER-CONTROL.
           IF WS-DONE-FLAG = 'Y'
               DISPLAY "Error: Leave year " WS-NEW-YEAR
                       " has already been rolled - run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CAP-FOUND-FLAG NOT = 'Y'
               MOVE "Error: No CAP= line on LVROLL.CTL" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-ROLLOVER-FILES.
           PERFORM SWEEP-BALANCES.
           PERFORM PRINT-ROLLOVER-FOOTER.
           PERFORM CLOSE-ROLLOVER-FILES.
           IF WS-APPLY-MODE-FLAG = 'Y'
               PERFORM RECORD-YEAR-DONE
           END-IF.
           CALL 'RPTSPOOL' USING "LVROLL  " "LVROLL.PRT  ".
           DISPLAY "LVROLL1: " WS-ROLLED-COUNT " rolled, "
                   WS-INACTIVE-COUNT " inactive, "
                   WS-OFFYEAR-COUNT " other year.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-ROLLOVER-CONTROL.
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
                       PERFORM TAKE-CONTROL-LINE
               END-READ
           END-PERFORM.
           IF WS-CTL-FILE-STATUS NOT = "35"
               CLOSE CTL-FILE
           END-IF.

       TAKE-CONTROL-LINE.
           IF CTL-LINE (1:4) = "CAP=" AND CTL-LINE (5:3) IS NUMERIC
               MOVE CTL-LINE (5:3) TO WS-CARRY-CAP
               MOVE 'Y' TO WS-CAP-FOUND-FLAG
           END-IF.
           IF CTL-LINE (1:4) = "ENT=" AND CTL-LINE (5:3) IS NUMERIC
               MOVE CTL-LINE (5:3) TO WS-STANDARD-ENT
               MOVE 'Y' TO WS-ENT-FOUND-FLAG
           END-IF.
           IF CTL-LINE (1:5) = "DONE=" AND CTL-LINE (6:4) IS NUMERIC
               IF CTL-LINE (6:4) = WS-NEW-YEAR
                   MOVE 'Y' TO WS-DONE-FLAG
               END-IF
           END-IF.

       OPEN-ROLLOVER-FILES.
           IF WS-APPLY-MODE-FLAG = 'Y'
               OPEN I-O LVBAL-FILE
           ELSE
               OPEN INPUT LVBAL-FILE
           END-IF.
           IF WS-LVBAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open LEAVE.BAL file "
                       WS-LVBAL-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open LVROLL.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-NEW-YEAR TO WS-RH-YEAR.
           MOVE WS-CARRY-CAP TO WS-RH-CAP.
           IF WS-APPLY-MODE-FLAG = 'Y'
               MOVE "  (APPLY)" TO WS-RH-MODE
           ELSE
               MOVE "  (PREVIEW)" TO WS-RH-MODE
           END-IF.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       SWEEP-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LVBAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-ONE-BALANCE
               END-READ
           END-PERFORM.

       JUDGE-ONE-BALANCE.
           MOVE 'N' TO WS-ACTIVE-FLAG.
           MOVE SPACES TO EMP-NAME.
           MOVE LV-EMP-ID TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO EMP-NAME
               NOT INVALID KEY
                   IF EMP-STATUS = 'A'
                       MOVE 'Y' TO WS-ACTIVE-FLAG
                   END-IF
           END-READ.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LV-EMP-ID TO WS-D-EMP-ID.
           MOVE EMP-NAME (1:16) TO WS-D-NAME.
           MOVE LV-YEAR TO WS-D-YEAR.
           MOVE LV-ENTITLEMENT TO WS-D-ENT.
           MOVE LV-USED TO WS-D-USED.
           IF LV-YEAR NOT = WS-PRIOR-YEAR
               ADD 1 TO WS-OFFYEAR-COUNT
               MOVE "NOT PRIOR YEAR" TO WS-D-NOTE
           ELSE
               IF WS-ACTIVE-FLAG NOT = 'Y'
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE "INACTIVE" TO WS-D-NOTE
               ELSE
                   PERFORM ROLL-ONE-BALANCE
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       ROLL-ONE-BALANCE.
      *    A balance LVENT1 opened before LV-CARRIED existed holds
      *    spaces there, which counts as nothing carried.
           IF LV-CARRIED IS NOT NUMERIC
               MOVE ZERO TO LV-CARRIED
           END-IF.
           IF WS-ENT-FOUND-FLAG = 'Y'
               MOVE WS-STANDARD-ENT TO WS-BASE-ENT
           ELSE
               IF LV-CARRIED > LV-ENTITLEMENT
                   MOVE ZERO TO WS-BASE-ENT
               ELSE
                   COMPUTE WS-BASE-ENT = LV-ENTITLEMENT - LV-CARRIED
               END-IF
           END-IF.
           IF LV-USED > LV-ENTITLEMENT
               MOVE ZERO TO WS-UNUSED-DAYS
           ELSE
               COMPUTE WS-UNUSED-DAYS = LV-ENTITLEMENT - LV-USED
           END-IF.
           IF WS-UNUSED-DAYS > WS-CARRY-CAP
               MOVE WS-CARRY-CAP TO WS-CARRY-DAYS
           ELSE
               MOVE WS-UNUSED-DAYS TO WS-CARRY-DAYS
           END-IF.
           COMPUTE WS-FORFEIT-DAYS = WS-UNUSED-DAYS - WS-CARRY-DAYS.
           COMPUTE WS-NEW-ENT = WS-BASE-ENT + WS-CARRY-DAYS.
           IF WS-NEW-ENT > 999
               MOVE 999 TO WS-NEW-ENT
           END-IF.
           MOVE WS-UNUSED-DAYS TO WS-D-UNUSED.
           MOVE WS-CARRY-DAYS TO WS-D-CARRY.
           MOVE WS-FORFEIT-DAYS TO WS-D-FORFEIT.
           MOVE WS-NEW-ENT TO WS-D-NEW-ENT.
           ADD 1 TO WS-ROLLED-COUNT.
           ADD WS-CARRY-DAYS TO WS-TOTAL-CARRIED.
           ADD WS-FORFEIT-DAYS TO WS-TOTAL-FORFEITED.
           IF WS-APPLY-MODE-FLAG = 'Y'
               MOVE WS-NEW-YEAR TO LV-YEAR
               MOVE WS-NEW-ENT TO LV-ENTITLEMENT
               MOVE ZERO TO LV-USED
               MOVE WS-CARRY-DAYS TO LV-CARRIED
               MOVE WS-FORFEIT-DAYS TO LV-FORFEITED
               REWRITE LVBAL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot rewrite LEAVE.BAL "
                               WS-LVBAL-FILE-STATUS
               END-REWRITE
               IF WS-LVBAL-FILE-STATUS = "00"
                   MOVE "ROLLED" TO WS-D-NOTE
               ELSE
                   MOVE "REWRITE FAILED" TO WS-D-NOTE
               END-IF
           ELSE
               MOVE "TO ROLL" TO WS-D-NOTE
           END-IF.

       PRINT-ROLLOVER-FOOTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ROLLED-COUNT TO WS-F-ROLLED.
           MOVE WS-TOTAL-CARRIED TO WS-F-CARRIED.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-INACTIVE-COUNT TO WS-F-INACTIVE.
           MOVE WS-TOTAL-FORFEITED TO WS-F-FORFEITED.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-OFFYEAR-COUNT TO WS-F-OFFYEAR.
           MOVE WS-FOOTER-LINE-3 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-ROLLOVER-FILES.
           CLOSE LVBAL-FILE.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.

       RECORD-YEAR-DONE.
      *    The DONE= line is what refuses a second run for the year.
           OPEN EXTEND CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CTL-FILE
           END-IF.
           IF WS-CTL-FILE-STATUS = "00"
               MOVE SPACES TO CTL-LINE
               STRING "DONE=" DELIMITED BY SIZE
                      WS-NEW-YEAR DELIMITED BY SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
               CLOSE CTL-FILE
           ELSE
               DISPLAY "ERROR: Cannot open LVROLL.CTL file "
                       WS-CTL-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "ROLLED TO " DELIMITED BY SIZE
                  WS-NEW-YEAR DELIMITED BY SIZE
                  INTO WS-LOG-DETAIL.
           CALL 'OPLOG1' USING WS-OPERATOR-ID
                               "LVROLL  "
                               WS-LOG-DETAIL.

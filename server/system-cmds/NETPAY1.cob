      * NETPAY1.cob - Pay-Period Net Pay Register and Payslip Program
      * Fujitsu ASP COBOLG Program
      * PAYREG1 stops at gross, so the payroll vendor's net figures
      * had nothing to be checked against. Given the same period
      * start and end dates PAYREG1 takes, this batch starts every
      * active employee from the identical gross (PAYGRS1 works out
      * the proration for both), applies the employee's standing
      * deductions from DEDUCT.MASTER (DEDMNT1) -- fixed amounts and
      * percentages of the period gross -- and withholding tax from
      * the TAX.BAND table on the gross less the pre-tax deductions,
      * and prints:
      *   NETPAY.PRT   the net pay register, one line per employee
      *                (gross, deductions, tax, net) with department
      *                and grand totals;
      *   PAYSLIP.PRT  one payslip per employee for distribution.
      * Both are captured through RPTSPOOL. An employee whose
      * deductions would take the net below zero prints at zero
      * net, marked '*' on the register, for payroll to resolve.
      *
      * TAX.BAND holds one 40-byte line per band in ascending order,
      * '*' in column 1 for a comment:
      *   cols  1-11  band floor, taxable period pay  9(9)V99
      *   cols 13-21  tax on the floor                9(7)V99
      *   cols 23-26  rate on the excess, percent     9(2)V99
      * The band with the highest floor not above the taxable pay
      * applies. No usable band on file refuses the run, since a
      * register with no tax in it would only mislead.
      *
      * MODIFICATION HISTORY
      * 2026-10-05  Initial version.
      * 2026-10-06  Each employee's period net is also written to
      *             NETPAY.DAT (EMP-ID, period start and end, net),
      *             replaced on every run, for ZENGIN1 to build the
      *             bank transfer file from.
      * 2026-10-07  Gross now carries TIME.ENTRY overtime and unpaid
      *             absence through PAYGRS1; the payslip breaks the
      *             gross down when either is present.
      * 2026-10-15  Department and grand totals, and the column
      *             headings, now end in the same columns as the
      *             detail amounts they head or sum.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETPAY1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT DED-FILE ASSIGN TO "DEDUCT.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DED-EMP-ID
                  FILE STATUS IS WS-DED-FILE-STATUS.
           SELECT BAND-FILE ASSIGN TO "TAX.BAND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BAND-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "NETPAY.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SLIP-FILE ASSIGN TO "PAYSLIP.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SLIP-FILE-STATUS.
           SELECT NET-FILE ASSIGN TO "NETPAY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DED-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  DED-RECORD.
           05  DED-EMP-ID      PIC X(5).
           05  DED-SLOT        OCCURS 6 TIMES.
               10  DED-CODE    PIC X(4).
               10  DED-DESC    PIC X(10).
               10  DED-TYPE    PIC X(1).
               10  DED-PRETAX  PIC X(1).
               10  DED-VALUE   PIC 9(5)V99.
           05  DED-FILLER      PIC X(7).

       FD  BAND-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BAND-LINE           PIC X(40).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       FD  SLIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLIP-LINE           PIC X(80).

       FD  NET-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NET-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-DED-FILE-STATUS  PIC XX.
       01  WS-BAND-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-SLIP-FILE-STATUS PIC XX.
       01  WS-NET-FILE-STATUS  PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-DED-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-DED-FOUND-FLAG   PIC X VALUE 'N'.
       01  WS-EMPLOYEE-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-SHORT-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-PERIOD-START     PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END       PIC 9(8) VALUE ZERO.

      * One employee's figures for the period.
       01  WS-PAID-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-GROSS     PIC 9(9)V99 VALUE ZERO.
       01  WS-BASE-PAY         PIC 9(9)V99 VALUE ZERO.
       01  WS-OT-HOURS         PIC 9(4)V9 VALUE ZERO.
       01  WS-OT-PAY           PIC 9(9)V99 VALUE ZERO.
       01  WS-ABS-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-ABS-DEDUCT       PIC 9(9)V99 VALUE ZERO.
       01  WS-EDIT-HOURS       PIC ZZZ9.9.
       01  WS-EDIT-DAYS        PIC ZZ9.
       01  WS-PRETAX-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-POSTTAX-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01  WS-DEDUCT-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-TAXABLE-PAY      PIC S9(9)V99 VALUE ZERO.
       01  WS-TAX-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01  WS-NET-WORK         PIC S9(9)V99 VALUE ZERO.
       01  WS-NET-PAY          PIC 9(9)V99 VALUE ZERO.
       01  WS-SHORT-FLAG       PIC X VALUE 'N'.
       01  WS-SLOT-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-SLOT-AMOUNT-TABLE.
           05  WS-SLOT-AMOUNT  PIC 9(9)V99 OCCURS 6 TIMES.

      * The withholding table, loaded once from TAX.BAND.
       01  WS-BAND-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-MAX-BAND-TABLE   PIC 9(2) VALUE 20.
       01  WS-BAND-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-BAND-MATCH       PIC 9(2) VALUE ZERO.
       01  WS-BAND-DETAIL.
           05  WS-BD-FLOOR     PIC 9(9)V99.
           05  FILLER          PIC X(1).
           05  WS-BD-BASE-TAX  PIC 9(7)V99.
           05  FILLER          PIC X(1).
           05  WS-BD-RATE      PIC 9(2)V99.
           05  FILLER          PIC X(14).
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 20 TIMES.
               10  WS-BAND-FLOOR    PIC 9(9)V99.
               10  WS-BAND-BASE-TAX PIC 9(7)V99.
               10  WS-BAND-RATE     PIC 9(2)V99.

      * Department totals, the same OCCURS 50 bound as PAYREG1.
       01  WS-DEPT-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MAX-DEPT-TABLE   PIC 9(3) VALUE 50.
       01  WS-DEPT-TABLE-FULL  PIC X VALUE 'N'.
       01  WS-TABLE-INDEX      PIC 9(3) VALUE ZERO.
       01  WS-MATCH-INDEX      PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-ENTRY-NAME   PIC X(15).
               10  WS-DEPT-ENTRY-GROSS  PIC 9(11)V99.
               10  WS-DEPT-ENTRY-DEDUCT PIC 9(11)V99.
               10  WS-DEPT-ENTRY-TAX    PIC 9(11)V99.
               10  WS-DEPT-ENTRY-NET    PIC 9(11)V99.

      * NETPAY.DAT line, read back by ZENGIN1.
       01  WS-NET-DETAIL.
           05  WS-N-EMP-ID      PIC X(5).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-N-START       PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-N-END         PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-N-NET         PIC 9(9)V99.
           05  FILLER           PIC X(5)  VALUE SPACES.

       01  WS-GRAND-GROSS      PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-DEDUCT     PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-TAX        PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-NET        PIC 9(11)V99 VALUE ZERO.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE    PIC X(30)
               VALUE "Pay-Period Net Pay Register".
           05  WS-START-LABEL   PIC X(30)
               VALUE "Period start (YYYYMMDD):".
           05  WS-END-LABEL     PIC X(30)
               VALUE "Period end (YYYYMMDD):".
           05  WS-MESSAGE-LINE  PIC X(50).

       01  WS-REPORT-HEADER.
           05  FILLER           PIC X(26) VALUE
               "NET PAY REGISTER".
           05  WS-RH-START      PIC 9(8).
           05  FILLER           PIC X(3)  VALUE " - ".
           05  WS-RH-END        PIC 9(8).

       01  WS-COLUMN-HEADER.
           05  FILLER           PIC X(6)  VALUE "EMPID".
           05  FILLER           PIC X(13) VALUE "NAME".
           05  FILLER           PIC X(11) VALUE "DEPT".
           05  FILLER           PIC X(13) VALUE "        GROSS".
           05  FILLER           PIC X(11) VALUE " DEDUCTIONS".
           05  FILLER           PIC X(11) VALUE "        TAX".
           05  FILLER           PIC X(14) VALUE "           NET".

       01  WS-DETAIL-LINE.
           05  WS-D-EMP-ID      PIC X(5).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-NAME        PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-DEPT        PIC X(10).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-GROSS       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-DEDUCT      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-TAX         PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-NET         PIC ZZ,ZZZ,ZZ9.99.
           05  WS-D-SHORT-MARK  PIC X(1).

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER           PIC X(6)  VALUE "TOTAL".
           05  WS-T-DEPT-NAME   PIC X(15).
           05  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-T-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-T-DEDUCT      PIC ZZZZ,ZZ9.99.
           05  WS-T-TAX         PIC ZZZZ,ZZ9.99.
           05  WS-T-NET         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-FOOTER-LINE.
           05  FILLER           PIC X(20) VALUE "EMPLOYEES:".
           05  WS-F-COUNT       PIC ZZ,ZZ9.
           05  FILLER           PIC X(22)
               VALUE "   NET BELOW ZERO (*):".
           05  WS-F-SHORT       PIC ZZ,ZZ9.

      * Payslip lines.
       01  WS-SLIP-HEADER.
           05  FILLER           PIC X(18) VALUE "PAYSLIP".
           05  FILLER           PIC X(8)  VALUE "PERIOD ".
           05  WS-SH-START      PIC 9(8).
           05  FILLER           PIC X(3)  VALUE " - ".
           05  WS-SH-END        PIC 9(8).
       01  WS-SLIP-EMPLOYEE.
           05  FILLER           PIC X(10) VALUE "EMPLOYEE".
           05  WS-SE-EMP-ID     PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-SE-NAME       PIC X(20).
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(6)  VALUE "DEPT".
           05  WS-SE-DEPT       PIC X(15).
       01  WS-SLIP-GROSS.
           05  FILLER           PIC X(10) VALUE "DAYS PAID".
           05  WS-SG-DAYS       PIC ZZ9.
           05  FILLER           PIC X(25) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE "GROSS PAY".
           05  WS-SG-GROSS      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-SLIP-DEDUCTION.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-SD-CODE       PIC X(4).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-SD-DESC       PIC X(16).
           05  WS-SD-PRETAX     PIC X(14).
           05  FILLER           PIC X(14) VALUE SPACES.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-SD-AMOUNT     PIC ZZZ,ZZ9.99.
       01  WS-SLIP-TOTAL.
           05  WS-ST-LABEL      PIC X(52).
           05  WS-ST-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
       01  WS-SLIP-RULE         PIC X(65) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-START-LABEL.
           ACCEPT WS-PERIOD-START.
           DISPLAY WS-END-LABEL.
           ACCEPT WS-PERIOD-END.
           IF WS-PERIOD-START = ZERO OR WS-PERIOD-END = ZERO
                   OR WS-PERIOD-START > WS-PERIOD-END
               MOVE "Error: Period dates missing or reversed" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TAX-BANDS.
           IF WS-BAND-COUNT = ZERO
               MOVE "Error: No bands on TAX.BAND - run refused" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EMP-STATUS = 'A'
                           PERFORM PAY-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM PRINT-DEPARTMENT-TOTALS.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "NETPAY  " "NETPAY.PRT  ".
           CALL 'RPTSPOOL' USING "PAYSLIP " "PAYSLIP.PRT ".
           DISPLAY "NETPAY1: " WS-EMPLOYEE-COUNT
                   " employees paid, " WS-SHORT-COUNT
                   " with deductions over gross.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-TAX-BANDS.
           MOVE ZERO TO WS-BAND-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BAND-FILE.
           IF WS-BAND-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BAND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-TAX-BAND
               END-READ
           END-PERFORM.
           IF WS-BAND-FILE-STATUS NOT = "35"
               CLOSE BAND-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-TAX-BAND.
           MOVE BAND-LINE TO WS-BAND-DETAIL.
           IF BAND-LINE (1:1) NOT = '*'
                   AND BAND-LINE NOT = SPACES
               IF WS-BD-FLOOR IS NUMERIC
                       AND WS-BD-BASE-TAX IS NUMERIC
                       AND WS-BD-RATE IS NUMERIC
                   IF WS-BAND-COUNT < WS-MAX-BAND-TABLE
                       ADD 1 TO WS-BAND-COUNT
                       MOVE WS-BD-FLOOR
                           TO WS-BAND-FLOOR (WS-BAND-COUNT)
                       MOVE WS-BD-BASE-TAX
                           TO WS-BAND-BASE-TAX (WS-BAND-COUNT)
                       MOVE WS-BD-RATE
                           TO WS-BAND-RATE (WS-BAND-COUNT)
                   ELSE
                       DISPLAY "NETPAY1: WARNING - more than 20 "
                               "tax bands, remainder ignored."
                   END-IF
               ELSE
                   DISPLAY "NETPAY1: TAX.BAND line not numeric, "
                           "skipped: " BAND-LINE
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
      *    No DEDUCT.MASTER yet simply means nobody has standing
      *    deductions -- everyone is paid gross less tax.
           OPEN INPUT DED-FILE.
           IF WS-DED-FILE-STATUS = "00"
               MOVE 'Y' TO WS-DED-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-DED-OPEN-FLAG
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open NETPAY.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SLIP-FILE.
           IF WS-SLIP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open PAYSLIP.PRT file "
                       WS-SLIP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NET-FILE.
           IF WS-NET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open NETPAY.DAT file "
                       WS-NET-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-START TO WS-RH-START.
           MOVE WS-PERIOD-END TO WS-RH-END.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       PAY-ONE-EMPLOYEE.
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
           PERFORM APPLY-STANDING-DEDUCTIONS.
           COMPUTE WS-TAXABLE-PAY = WS-PERIOD-GROSS - WS-PRETAX-TOTAL.
           PERFORM COMPUTE-WITHHOLDING-TAX.
           COMPUTE WS-DEDUCT-TOTAL = WS-PRETAX-TOTAL + WS-POSTTAX-TOTAL.
           COMPUTE WS-NET-WORK =
               WS-PERIOD-GROSS - WS-DEDUCT-TOTAL - WS-TAX-AMOUNT.
           IF WS-NET-WORK < ZERO
               MOVE ZERO TO WS-NET-PAY
               MOVE 'Y' TO WS-SHORT-FLAG
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               MOVE WS-NET-WORK TO WS-NET-PAY
               MOVE 'N' TO WS-SHORT-FLAG
           END-IF.
           ADD WS-PERIOD-GROSS TO WS-GRAND-GROSS.
           ADD WS-DEDUCT-TOTAL TO WS-GRAND-DEDUCT.
           ADD WS-TAX-AMOUNT TO WS-GRAND-TAX.
           ADD WS-NET-PAY TO WS-GRAND-NET.
           PERFORM CREDIT-DEPARTMENT.
           PERFORM PRINT-REGISTER-LINE.
           PERFORM PRINT-PAYSLIP.
           MOVE EMP-ID TO WS-N-EMP-ID.
           MOVE WS-PERIOD-START TO WS-N-START.
           MOVE WS-PERIOD-END TO WS-N-END.
           MOVE WS-NET-PAY TO WS-N-NET.
           MOVE WS-NET-DETAIL TO NET-LINE.
           WRITE NET-LINE.

       APPLY-STANDING-DEDUCTIONS.
      *    Percentages are of the period gross; each slot's amount
      *    is kept for the payslip.
           MOVE ZERO TO WS-PRETAX-TOTAL.
           MOVE ZERO TO WS-POSTTAX-TOTAL.
           MOVE 'N' TO WS-DED-FOUND-FLAG.
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                     UNTIL WS-SLOT-INDEX > 6
               MOVE ZERO TO WS-SLOT-AMOUNT (WS-SLOT-INDEX)
           END-PERFORM.
           IF WS-DED-OPEN-FLAG = 'Y'
               MOVE EMP-ID TO DED-EMP-ID
               READ DED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DED-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-DED-FOUND-FLAG = 'Y'
               PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                         UNTIL WS-SLOT-INDEX > 6
                   IF DED-CODE (WS-SLOT-INDEX) NOT = SPACES
                       PERFORM COMPUTE-ONE-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-ONE-DEDUCTION.
           IF DED-TYPE (WS-SLOT-INDEX) = 'P'
               COMPUTE WS-SLOT-AMOUNT (WS-SLOT-INDEX) ROUNDED =
                   WS-PERIOD-GROSS * DED-VALUE (WS-SLOT-INDEX) / 100
           ELSE
               MOVE DED-VALUE (WS-SLOT-INDEX)
                   TO WS-SLOT-AMOUNT (WS-SLOT-INDEX)
           END-IF.
           IF DED-PRETAX (WS-SLOT-INDEX) = 'Y'
               ADD WS-SLOT-AMOUNT (WS-SLOT-INDEX) TO WS-PRETAX-TOTAL
           ELSE
               ADD WS-SLOT-AMOUNT (WS-SLOT-INDEX) TO WS-POSTTAX-TOTAL
           END-IF.

       COMPUTE-WITHHOLDING-TAX.
      *    Highest band whose floor the taxable pay reaches; the
      *    table is in ascending order as TAX.BAND lists it.
           MOVE ZERO TO WS-TAX-AMOUNT.
           MOVE ZERO TO WS-BAND-MATCH.
           IF WS-TAXABLE-PAY > ZERO
               PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
                         UNTIL WS-BAND-INDEX > WS-BAND-COUNT
                   IF WS-TAXABLE-PAY >= WS-BAND-FLOOR (WS-BAND-INDEX)
                       MOVE WS-BAND-INDEX TO WS-BAND-MATCH
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-BAND-MATCH > ZERO
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-BAND-BASE-TAX (WS-BAND-MATCH)
                   + (WS-TAXABLE-PAY - WS-BAND-FLOOR (WS-BAND-MATCH))
                     * WS-BAND-RATE (WS-BAND-MATCH) / 100
           END-IF.

       CREDIT-DEPARTMENT.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
               IF WS-DEPT-ENTRY-NAME (WS-TABLE-INDEX) = EMP-DEPT
                   MOVE WS-TABLE-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.
           IF WS-MATCH-INDEX = ZERO
               IF WS-DEPT-TABLE-COUNT < WS-MAX-DEPT-TABLE
                   ADD 1 TO WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO WS-MATCH-INDEX
                   MOVE EMP-DEPT TO
                       WS-DEPT-ENTRY-NAME (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-DEPT-ENTRY-GROSS (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-DEPT-ENTRY-DEDUCT (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-DEPT-ENTRY-TAX (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-DEPT-ENTRY-NET (WS-MATCH-INDEX)
               ELSE
                   IF WS-DEPT-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-DEPT-TABLE-FULL
                       DISPLAY "NETPAY1: WARNING - more than 50 "
                               "departments, remainder not "
                               "subtotaled."
                   END-IF
               END-IF
           END-IF.
           IF WS-MATCH-INDEX > ZERO
               ADD WS-PERIOD-GROSS TO
                   WS-DEPT-ENTRY-GROSS (WS-MATCH-INDEX)
               ADD WS-DEDUCT-TOTAL TO
                   WS-DEPT-ENTRY-DEDUCT (WS-MATCH-INDEX)
               ADD WS-TAX-AMOUNT TO
                   WS-DEPT-ENTRY-TAX (WS-MATCH-INDEX)
               ADD WS-NET-PAY TO
                   WS-DEPT-ENTRY-NET (WS-MATCH-INDEX)
           END-IF.

       PRINT-REGISTER-LINE.
           MOVE EMP-ID TO WS-D-EMP-ID.
           MOVE EMP-NAME (1:12) TO WS-D-NAME.
           MOVE EMP-DEPT (1:10) TO WS-D-DEPT.
           MOVE WS-PERIOD-GROSS TO WS-D-GROSS.
           MOVE WS-DEDUCT-TOTAL TO WS-D-DEDUCT.
           MOVE WS-TAX-AMOUNT TO WS-D-TAX.
           MOVE WS-NET-PAY TO WS-D-NET.
           IF WS-SHORT-FLAG = 'Y'
               MOVE '*' TO WS-D-SHORT-MARK
           ELSE
               MOVE SPACE TO WS-D-SHORT-MARK
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-PAYSLIP.
           MOVE WS-PERIOD-START TO WS-SH-START.
           MOVE WS-PERIOD-END TO WS-SH-END.
           MOVE WS-SLIP-HEADER TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE EMP-ID TO WS-SE-EMP-ID.
           MOVE EMP-NAME TO WS-SE-NAME.
           MOVE EMP-DEPT TO WS-SE-DEPT.
           MOVE WS-SLIP-EMPLOYEE TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE WS-PAID-DAYS TO WS-SG-DAYS.
           MOVE WS-PERIOD-GROSS TO WS-SG-GROSS.
           MOVE WS-SLIP-GROSS TO SLIP-LINE.
           WRITE SLIP-LINE.
           IF WS-OT-PAY > ZERO OR WS-ABS-DEDUCT > ZERO
               PERFORM PRINT-SLIP-GROSS-PARTS
           END-IF.
      *    Pre-tax deductions, then the tax they reduce, then the
      *    rest -- the order they are worked out in.
           IF WS-DED-FOUND-FLAG = 'Y'
               PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                         UNTIL WS-SLOT-INDEX > 6
                   IF DED-CODE (WS-SLOT-INDEX) NOT = SPACES
                           AND DED-PRETAX (WS-SLOT-INDEX) = 'Y'
                       PERFORM PRINT-SLIP-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-SLIP-DEDUCTION.
           MOVE "TAX " TO WS-SD-CODE.
           MOVE "WITHHOLDING" TO WS-SD-DESC.
           MOVE WS-TAX-AMOUNT TO WS-SD-AMOUNT.
           MOVE WS-SLIP-DEDUCTION TO SLIP-LINE.
           WRITE SLIP-LINE.
           IF WS-DED-FOUND-FLAG = 'Y'
               PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                         UNTIL WS-SLOT-INDEX > 6
                   IF DED-CODE (WS-SLOT-INDEX) NOT = SPACES
                           AND DED-PRETAX (WS-SLOT-INDEX) NOT = 'Y'
                       PERFORM PRINT-SLIP-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "TOTAL DEDUCTIONS AND TAX" TO WS-ST-LABEL.
           COMPUTE WS-ST-AMOUNT = WS-DEDUCT-TOTAL + WS-TAX-AMOUNT.
           MOVE WS-SLIP-TOTAL TO SLIP-LINE.
           WRITE SLIP-LINE.
           IF WS-SHORT-FLAG = 'Y'
               MOVE "NET PAY (DEDUCTIONS EXCEED GROSS - SEE PAYROLL)"
                   TO WS-ST-LABEL
           ELSE
               MOVE "NET PAY" TO WS-ST-LABEL
           END-IF.
           MOVE WS-NET-PAY TO WS-ST-AMOUNT.
           MOVE WS-SLIP-TOTAL TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE WS-SLIP-RULE TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.

       PRINT-SLIP-GROSS-PARTS.
      *    How the gross was reached when the timesheet moved it.
           MOVE "  BASE PAY" TO WS-ST-LABEL.
           MOVE WS-BASE-PAY TO WS-ST-AMOUNT.
           MOVE WS-SLIP-TOTAL TO SLIP-LINE.
           WRITE SLIP-LINE.
           IF WS-OT-PAY > ZERO
               MOVE WS-OT-HOURS TO WS-EDIT-HOURS
               MOVE SPACES TO WS-ST-LABEL
               STRING "  PLUS OVERTIME " DELIMITED BY SIZE
                      WS-EDIT-HOURS DELIMITED BY SIZE
                      " HOURS" DELIMITED BY SIZE
                      INTO WS-ST-LABEL
               MOVE WS-OT-PAY TO WS-ST-AMOUNT
               MOVE WS-SLIP-TOTAL TO SLIP-LINE
               WRITE SLIP-LINE
           END-IF.
           IF WS-ABS-DEDUCT > ZERO
               MOVE WS-ABS-DAYS TO WS-EDIT-DAYS
               MOVE SPACES TO WS-ST-LABEL
               STRING "  LESS UNPAID ABSENCE " DELIMITED BY SIZE
                      WS-EDIT-DAYS DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                      INTO WS-ST-LABEL
               MOVE WS-ABS-DEDUCT TO WS-ST-AMOUNT
               MOVE WS-SLIP-TOTAL TO SLIP-LINE
               WRITE SLIP-LINE
           END-IF.

       PRINT-SLIP-DEDUCTION.
           MOVE SPACES TO WS-SLIP-DEDUCTION.
           MOVE DED-CODE (WS-SLOT-INDEX) TO WS-SD-CODE.
           MOVE DED-DESC (WS-SLOT-INDEX) TO WS-SD-DESC.
           IF DED-PRETAX (WS-SLOT-INDEX) = 'Y'
               MOVE "(BEFORE TAX)" TO WS-SD-PRETAX
           END-IF.
           MOVE WS-SLOT-AMOUNT (WS-SLOT-INDEX) TO WS-SD-AMOUNT.
           MOVE WS-SLIP-DEDUCTION TO SLIP-LINE.
           WRITE SLIP-LINE.

       PRINT-DEPARTMENT-TOTALS.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-DEPT-TABLE-COUNT
               IF WS-DEPT-ENTRY-NAME (WS-TABLE-INDEX) = SPACES
                   MOVE "(UNASSIGNED)" TO WS-T-DEPT-NAME
               ELSE
                   MOVE WS-DEPT-ENTRY-NAME (WS-TABLE-INDEX)
                       TO WS-T-DEPT-NAME
               END-IF
               MOVE WS-DEPT-ENTRY-GROSS (WS-TABLE-INDEX) TO WS-T-GROSS
               MOVE WS-DEPT-ENTRY-DEDUCT (WS-TABLE-INDEX)
                   TO WS-T-DEDUCT
               MOVE WS-DEPT-ENTRY-TAX (WS-TABLE-INDEX) TO WS-T-TAX
               MOVE WS-DEPT-ENTRY-NET (WS-TABLE-INDEX) TO WS-T-NET
               MOVE WS-DEPT-TOTAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

       PRINT-GRAND-TOTALS.
           MOVE "*GRAND TOTAL*" TO WS-T-DEPT-NAME.
           MOVE WS-GRAND-GROSS TO WS-T-GROSS.
           MOVE WS-GRAND-DEDUCT TO WS-T-DEDUCT.
           MOVE WS-GRAND-TAX TO WS-T-TAX.
           MOVE WS-GRAND-NET TO WS-T-NET.
           MOVE WS-DEPT-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EMPLOYEE-COUNT TO WS-F-COUNT.
           MOVE WS-SHORT-COUNT TO WS-F-SHORT.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-FILES.
           CLOSE EMP-FILE.
           IF WS-DED-OPEN-FLAG = 'Y'
               CLOSE DED-FILE
           END-IF.
           CLOSE PRINT-FILE.
           CLOSE SLIP-FILE.
           CLOSE NET-FILE.

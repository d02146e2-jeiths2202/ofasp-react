      * PAYGRS1.cob - Pay-Period Gross Calculation Subprogram
      * Fujitsu ASP COBOLG Program
      * The one place a pay-period gross is worked out, CALLed by
      * PAYREG1's gross register and NETPAY1's net pay run so the two
      * can never disagree on what an employee earned. EMP-SALARY is
      * an annual amount; the daily rate is salary over 365 and the
      * paid days are the whole period, or from the hire date when
      * EMP-HIRE-DATE falls inside the period, or none when hired
      * after the period end. A zero or malformed hire date (records
      * predating the field) pays the whole period.
      *
      * The period's TIME.ENTRY days (TIMENT1) then adjust the base:
      * overtime hours are paid at the hourly rate -- salary over
      * the standard annual hours -- times the overtime multiplier,
      * and each unpaid absence day (code U) inside the paid days is
      * deducted at the daily rate, never below a zero base. Both
      * come from OVERTIME.PRM, read on the first call:
      *   MULT=nnn     overtime multiplier in percent (default 125)
      *   HOURS=nnnn   standard annual hours (default 2080)
      * The gross handed back is base plus overtime less absence;
      * the three parts are handed back as well for the register.
      *
      * MODIFICATION HISTORY
      * 2026-10-05  Initial version, lifted out of PAYREG1's
      *             REGISTER-ONE-EMPLOYEE unchanged.
      * 2026-10-07  Overtime pay and unpaid absence from TIME.ENTRY;
      *             EMP-ID in, base/overtime/absence parts out.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGRS1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHT-FILE ASSIGN TO "TIME.ENTRY"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TE-KEY
                  FILE STATUS IS WS-TIMESHT-FILE-STATUS.
           SELECT OT-PARM-FILE ASSIGN TO "OVERTIME.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OT-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMESHT-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  TIMESHT-RECORD.
           05  TE-KEY.
               10  TE-EMP-ID   PIC X(5).
               10  TE-WORK-DATE PIC 9(8).
           05  TE-REG-HOURS    PIC 9(2)V9.
           05  TE-OT-HOURS     PIC 9(2)V9.
           05  TE-ABS-CODE     PIC X(1).
           05  TE-OPERATOR     PIC X(8).
           05  TE-ENTRY-DATE   PIC 9(8).
           05  TE-FILLER       PIC X(4).

       FD  OT-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  OT-PARM-RECORD      PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-TIMESHT-FILE-STATUS PIC XX.
       01  WS-OT-PARM-STATUS   PIC XX.
       01  WS-PARM-LOADED      PIC X VALUE 'N'.
       01  WS-PARM-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-TIME-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-OT-MULT-PCT      PIC 9(3) VALUE 125.
       01  WS-ANNUAL-HOURS     PIC 9(4) VALUE 2080.
       01  WS-HOURLY-RATE      PIC 9(6)V9999 VALUE ZERO.
       01  WS-PAID-FROM-DATE   PIC 9(8) VALUE ZERO.
       01  WS-DAILY-RATE       PIC 9(6)V9999 VALUE ZERO.
       01  WS-PERIOD-DAYS      PIC 9(3) VALUE ZERO.
       01  WS-START-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01  WS-END-DAY-NUMBER   PIC 9(8) VALUE ZERO.
       01  WS-HIRE-DAY-NUMBER  PIC 9(8) VALUE ZERO.

      * The same whole-number Gregorian serial-day wheel POAGE1
      * uses for its aging column.
       01  WS-DATE-WORK-8      PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK-8.
           05  WS-DW-YEAR      PIC 9(4).
           05  WS-DW-MONTH     PIC 9(2).
           05  WS-DW-DAY       PIC 9(2).
       01  WS-DAY-NUMBER       PIC 9(8) VALUE ZERO.
       01  WS-MONTH-OFFSET     PIC 9(3) VALUE ZERO.
       01  WS-LEAP-DAYS-4      PIC 9(4) VALUE ZERO.
       01  WS-LEAP-DAYS-100    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-DAYS-400    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-LEAP-FLAG        PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  PAYGRS-PERIOD-START PIC 9(8).
       01  PAYGRS-PERIOD-END   PIC 9(8).
       01  PAYGRS-HIRE-DATE    PIC 9(8).
       01  PAYGRS-SALARY       PIC 9(8)V99.
       01  PAYGRS-PAID-DAYS    PIC 9(3).
       01  PAYGRS-GROSS        PIC 9(9)V99.
       01  PAYGRS-EMP-ID       PIC X(5).
       01  PAYGRS-BASE-PAY     PIC 9(9)V99.
       01  PAYGRS-OT-HOURS     PIC 9(4)V9.
       01  PAYGRS-OT-PAY       PIC 9(9)V99.
       01  PAYGRS-ABS-DAYS     PIC 9(3).
       01  PAYGRS-ABS-DEDUCT   PIC 9(9)V99.

       PROCEDURE DIVISION USING PAYGRS-PERIOD-START
                                 PAYGRS-PERIOD-END
                                 PAYGRS-HIRE-DATE
                                 PAYGRS-SALARY
                                 PAYGRS-PAID-DAYS
                                 PAYGRS-GROSS
                                 PAYGRS-EMP-ID
                                 PAYGRS-BASE-PAY
                                 PAYGRS-OT-HOURS
                                 PAYGRS-OT-PAY
                                 PAYGRS-ABS-DAYS
                                 PAYGRS-ABS-DEDUCT.
       MAIN-PROCEDURE.
           IF WS-PARM-LOADED NOT = 'Y'
               PERFORM LOAD-OVERTIME-PARMS
           END-IF.
           MOVE PAYGRS-PERIOD-START TO WS-DATE-WORK-8.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER.
           MOVE PAYGRS-PERIOD-END TO WS-DATE-WORK-8.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER.
           COMPUTE WS-PERIOD-DAYS =
               WS-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1.
           IF PAYGRS-HIRE-DATE IS NUMERIC AND PAYGRS-HIRE-DATE > ZERO
               IF PAYGRS-HIRE-DATE > PAYGRS-PERIOD-END
                   MOVE ZERO TO PAYGRS-PAID-DAYS
               ELSE
                   IF PAYGRS-HIRE-DATE > PAYGRS-PERIOD-START
                       MOVE PAYGRS-HIRE-DATE TO WS-DATE-WORK-8
                       PERFORM COMPUTE-DAY-NUMBER
                       MOVE WS-DAY-NUMBER TO WS-HIRE-DAY-NUMBER
                       COMPUTE PAYGRS-PAID-DAYS =
                           WS-END-DAY-NUMBER
                           - WS-HIRE-DAY-NUMBER + 1
                   ELSE
                       MOVE WS-PERIOD-DAYS TO PAYGRS-PAID-DAYS
                   END-IF
               END-IF
           ELSE
               MOVE WS-PERIOD-DAYS TO PAYGRS-PAID-DAYS
           END-IF.
           COMPUTE WS-DAILY-RATE ROUNDED = PAYGRS-SALARY / 365.
           COMPUTE PAYGRS-BASE-PAY ROUNDED =
               WS-DAILY-RATE * PAYGRS-PAID-DAYS.
           PERFORM TOTAL-TIMESHEET-DAYS.
           IF WS-ANNUAL-HOURS > ZERO
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   PAYGRS-SALARY / WS-ANNUAL-HOURS
           ELSE
               MOVE ZERO TO WS-HOURLY-RATE
           END-IF.
           COMPUTE PAYGRS-OT-PAY ROUNDED =
               WS-HOURLY-RATE * PAYGRS-OT-HOURS
               * WS-OT-MULT-PCT / 100.
           COMPUTE PAYGRS-ABS-DEDUCT ROUNDED =
               WS-DAILY-RATE * PAYGRS-ABS-DAYS.
           IF PAYGRS-ABS-DEDUCT > PAYGRS-BASE-PAY
               MOVE PAYGRS-BASE-PAY TO PAYGRS-ABS-DEDUCT
           END-IF.
           COMPUTE PAYGRS-GROSS =
               PAYGRS-BASE-PAY + PAYGRS-OT-PAY - PAYGRS-ABS-DEDUCT.
           GOBACK.

       LOAD-OVERTIME-PARMS.
      *    MULT= and HOURS= in OVERTIME.PRM; a missing file or line
      *    leaves the default standing.
           MOVE 'Y' TO WS-PARM-LOADED.
           MOVE 'N' TO WS-PARM-EOF-FLAG.
           OPEN INPUT OT-PARM-FILE.
           IF WS-OT-PARM-STATUS NOT = "00"
               MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
               READ OT-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-FLAG
                   NOT AT END
                       IF OT-PARM-RECORD (1:5) = "MULT="
                               AND OT-PARM-RECORD (6:3) IS NUMERIC
                           MOVE OT-PARM-RECORD (6:3)
                               TO WS-OT-MULT-PCT
                       END-IF
                       IF OT-PARM-RECORD (1:6) = "HOURS="
                               AND OT-PARM-RECORD (7:4) IS NUMERIC
                           MOVE OT-PARM-RECORD (7:4)
                               TO WS-ANNUAL-HOURS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OT-PARM-STATUS NOT = "35"
               CLOSE OT-PARM-FILE
           END-IF.

       TOTAL-TIMESHEET-DAYS.
      *    Overtime counts for every keyed day in the period; an
      *    unpaid absence only counts on a day that was to be paid,
      *    so nothing is taken back for days before a mid-period
      *    hire.
           MOVE ZERO TO PAYGRS-OT-HOURS.
           MOVE ZERO TO PAYGRS-ABS-DAYS.
           MOVE PAYGRS-PERIOD-START TO WS-PAID-FROM-DATE.
           IF PAYGRS-HIRE-DATE IS NUMERIC
                   AND PAYGRS-HIRE-DATE > PAYGRS-PERIOD-START
               MOVE PAYGRS-HIRE-DATE TO WS-PAID-FROM-DATE
           END-IF.
           MOVE 'N' TO WS-TIME-EOF-FLAG.
           OPEN INPUT TIMESHT-FILE.
           IF WS-TIMESHT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TIME-EOF-FLAG
           ELSE
               MOVE PAYGRS-EMP-ID TO TE-EMP-ID
               MOVE PAYGRS-PERIOD-START TO TE-WORK-DATE
               START TIMESHT-FILE KEY IS NOT LESS THAN TE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TIME-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-TIME-EOF-FLAG = 'Y'
               READ TIMESHT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TIME-EOF-FLAG
                   NOT AT END
                       IF TE-EMP-ID NOT = PAYGRS-EMP-ID
                               OR TE-WORK-DATE > PAYGRS-PERIOD-END
                           MOVE 'Y' TO WS-TIME-EOF-FLAG
                       ELSE
                           ADD TE-OT-HOURS TO PAYGRS-OT-HOURS
                           IF TE-ABS-CODE = 'U'
                                   AND TE-WORK-DATE NOT <
                                       WS-PAID-FROM-DATE
                               ADD 1 TO PAYGRS-ABS-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHT-FILE
           END-IF.

       COMPUTE-DAY-NUMBER.
      *    Serial day count for the date in WS-DATE-WORK-8; the leap
      *    terms are whole-number DIVIDEs so no fraction leaks into
      *    the day arithmetic.
           PERFORM SET-MONTH-OFFSET.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-DAYS-4.
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-DAYS-100.
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-DAYS-400.
           COMPUTE WS-DAY-NUMBER =
               WS-DW-YEAR * 365
               + WS-LEAP-DAYS-4
               - WS-LEAP-DAYS-100
               + WS-LEAP-DAYS-400
               + WS-MONTH-OFFSET
               + WS-DW-DAY.
           IF WS-DW-MONTH > 2
               PERFORM JUDGE-LEAP-YEAR
               IF WS-LEAP-FLAG = 'Y'
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

       SET-MONTH-OFFSET.
           EVALUATE WS-DW-MONTH
               WHEN 1
                   MOVE 0 TO WS-MONTH-OFFSET
               WHEN 2
                   MOVE 31 TO WS-MONTH-OFFSET
               WHEN 3
                   MOVE 59 TO WS-MONTH-OFFSET
               WHEN 4
                   MOVE 90 TO WS-MONTH-OFFSET
               WHEN 5
                   MOVE 120 TO WS-MONTH-OFFSET
               WHEN 6
                   MOVE 151 TO WS-MONTH-OFFSET
               WHEN 7
                   MOVE 181 TO WS-MONTH-OFFSET
               WHEN 8
                   MOVE 212 TO WS-MONTH-OFFSET
               WHEN 9
                   MOVE 243 TO WS-MONTH-OFFSET
               WHEN 10
                   MOVE 273 TO WS-MONTH-OFFSET
               WHEN 11
                   MOVE 304 TO WS-MONTH-OFFSET
               WHEN 12
                   MOVE 334 TO WS-MONTH-OFFSET
               WHEN OTHER
                   MOVE 0 TO WS-MONTH-OFFSET
           END-EVALUATE.

       JUDGE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG
               DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-FLAG
                   DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

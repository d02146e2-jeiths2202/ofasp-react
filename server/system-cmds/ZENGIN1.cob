      * ZENGIN1.cob - Zengin Salary Transfer File Program
      * Fujitsu ASP COBOLG Program
      * Builds the bank's salary transfer file from the last NETPAY1
      * run. Each NETPAY.DAT line (EMP-ID, period, net) is checked
      * against EMP.INFO and BANK.MASTER (BANKMNT1); an active
      * employee with a bank record and a net of at least one yen
      * becomes a data record on ZENGIN.DAT. Everything else --
      * no bank record, a zero net, an employee no longer active or
      * no longer on EMP.INFO -- is listed on ZENGIN.EXC instead, for
      * payroll to pay by other means. ZENGIN.EXC is captured through
      * RPTSPOOL and carries the file's record count and total.
      *
      * ZENGIN.DAT is the standard 120-byte Zengin layout, type code
      * 11 (salary), JIS code class: one header record (1), the data
      * records (2), a trailer (8) holding the count and total, and
      * an end record (9). The amount is the net in whole yen, any
      * sen truncated. The company's own details come from
      * ZENGIN.PRM, one KEY=value line each:
      *   CODE=    client code assigned by the bank, 10 digits
      *   NAME=    client name, half-width kana
      *   BANK=    paying bank code, 4 digits
      *   BNAME=   paying bank name, half-width kana
      *   BRANCH=  paying branch code, 3 digits
      *   BRNAME=  paying branch name, half-width kana
      *   TYPE=    paying account type, 1 or 2
      *   ACCT=    paying account number, 7 digits
      * A missing CODE, BANK, BRANCH or ACCT refuses the run, since
      * the bank would reject the whole file.
      *
      * MODIFICATION HISTORY
      * 2026-10-06  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZENGIN1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-06.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-FILE ASSIGN TO "NETPAY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NET-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "ZENGIN.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT BANK-FILE ASSIGN TO "BANK.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BNK-EMP-ID
                  FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT XFER-FILE ASSIGN TO "ZENGIN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XFER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ZENGIN.EXC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NET-LINE            PIC X(40).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD         PIC X(80).

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

       FD  BANK-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  BANK-RECORD.
           05  BNK-EMP-ID      PIC X(5).
           05  BNK-BANK-CODE   PIC X(4).
           05  BNK-BANK-NAME   PIC X(15).
           05  BNK-BRANCH-CODE PIC X(3).
           05  BNK-BRANCH-NAME PIC X(15).
           05  BNK-ACCT-TYPE   PIC X(1).
           05  BNK-ACCT-NO     PIC X(7).
           05  BNK-HOLDER-KANA PIC X(30).
           05  BNK-FILLER      PIC X(20).

       FD  XFER-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  XFER-LINE           PIC X(120).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NET-FILE-STATUS   PIC XX.
       01  WS-PARM-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS   PIC XX.
       01  WS-BANK-FILE-STATUS  PIC XX.
       01  WS-XFER-FILE-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-PARM-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-EMP-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-BANK-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-PAY-FLAG          PIC X VALUE 'N'.
       01  WS-EXC-REASON        PIC X(24).
       01  WS-PAID-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-EXC-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PAID-TOTAL        PIC 9(12) VALUE ZERO.
       01  WS-AMOUNT-YEN        PIC 9(10) VALUE ZERO.

       01  WS-TRANSFER-DATE     PIC 9(8) VALUE ZERO.
       01  WS-TRANSFER-DATE-R REDEFINES WS-TRANSFER-DATE.
           05  WS-TD-YEAR       PIC 9(4).
           05  WS-TD-MMDD       PIC X(4).

      * Company details from ZENGIN.PRM.
       01  WS-PARM-VALUES.
           05  WS-CLIENT-CODE   PIC X(10) VALUE SPACES.
           05  WS-CLIENT-NAME   PIC X(40) VALUE SPACES.
           05  WS-PAY-BANK      PIC X(4)  VALUE SPACES.
           05  WS-PAY-BANK-NAME PIC X(15) VALUE SPACES.
           05  WS-PAY-BRANCH    PIC X(3)  VALUE SPACES.
           05  WS-PAY-BR-NAME   PIC X(15) VALUE SPACES.
           05  WS-PAY-ACCT-TYPE PIC X(1)  VALUE '1'.
           05  WS-PAY-ACCT-NO   PIC X(7)  VALUE SPACES.

      * NETPAY.DAT line as NETPAY1 writes it.
       01  WS-NET-DETAIL.
           05  WS-N-EMP-ID      PIC X(5).
           05  FILLER           PIC X(1).
           05  WS-N-START       PIC 9(8).
           05  FILLER           PIC X(1).
           05  WS-N-END         PIC 9(8).
           05  FILLER           PIC X(1).
           05  WS-N-NET         PIC 9(9)V99.
           05  FILLER           PIC X(5).

      * Zengin records, 120 bytes each.
       01  WS-ZG-HEADER.
           05  WS-ZH-RECORD-TYPE PIC X(1)  VALUE "1".
           05  WS-ZH-TYPE-CODE   PIC X(2)  VALUE "11".
           05  WS-ZH-CODE-CLASS  PIC X(1)  VALUE "0".
           05  WS-ZH-CLIENT-CODE PIC X(10).
           05  WS-ZH-CLIENT-NAME PIC X(40).
           05  WS-ZH-DATE-MMDD   PIC X(4).
           05  WS-ZH-BANK-CODE   PIC X(4).
           05  WS-ZH-BANK-NAME   PIC X(15).
           05  WS-ZH-BR-CODE     PIC X(3).
           05  WS-ZH-BR-NAME     PIC X(15).
           05  WS-ZH-ACCT-TYPE   PIC X(1).
           05  WS-ZH-ACCT-NO     PIC X(7).
           05  FILLER            PIC X(17) VALUE SPACES.
       01  WS-ZG-DATA.
           05  WS-ZD-RECORD-TYPE PIC X(1)  VALUE "2".
           05  WS-ZD-BANK-CODE   PIC X(4).
           05  WS-ZD-BANK-NAME   PIC X(15).
           05  WS-ZD-BR-CODE     PIC X(3).
           05  WS-ZD-BR-NAME     PIC X(15).
           05  WS-ZD-CLEARING    PIC X(4)  VALUE SPACES.
           05  WS-ZD-ACCT-TYPE   PIC X(1).
           05  WS-ZD-ACCT-NO     PIC X(7).
           05  WS-ZD-PAYEE       PIC X(30).
           05  WS-ZD-AMOUNT      PIC 9(10).
           05  WS-ZD-NEW-CODE    PIC X(1)  VALUE "0".
           05  WS-ZD-CUST-CODE-1 PIC X(10).
           05  WS-ZD-CUST-CODE-2 PIC X(10).
           05  WS-ZD-XFER-CLASS  PIC X(1)  VALUE SPACE.
           05  WS-ZD-ID-CLASS    PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(7)  VALUE SPACES.
       01  WS-ZG-TRAILER.
           05  WS-ZT-RECORD-TYPE PIC X(1)  VALUE "8".
           05  WS-ZT-COUNT       PIC 9(6).
           05  WS-ZT-TOTAL       PIC 9(12).
           05  FILLER            PIC X(101) VALUE SPACES.
       01  WS-ZG-END.
           05  WS-ZE-RECORD-TYPE PIC X(1)  VALUE "9".
           05  FILLER            PIC X(119) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE    PIC X(30)
               VALUE "Zengin Salary Transfer File".
           05  WS-DATE-LABEL    PIC X(30)
               VALUE "Transfer date (YYYYMMDD):".
           05  WS-MESSAGE-LINE  PIC X(50).

       01  WS-REPORT-HEADER.
           05  FILLER           PIC X(34) VALUE
               "SALARY TRANSFER EXCEPTIONS".
           05  FILLER           PIC X(15) VALUE "TRANSFER DATE ".
           05  WS-RH-DATE       PIC 9(8).

       01  WS-COLUMN-HEADER.
           05  FILLER           PIC X(7)  VALUE "EMPID".
           05  FILLER           PIC X(21) VALUE "NAME".
           05  FILLER           PIC X(15) VALUE "            NET".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(24) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-EMP-ID      PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-D-NAME        PIC X(20).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-D-NET         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-D-REASON      PIC X(24).

       01  WS-FOOTER-LINE-1.
           05  FILLER           PIC X(24) VALUE
               "TRANSFERS WRITTEN:".
           05  WS-F-PAID        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(14) VALUE "   TOTAL YEN:".
           05  WS-F-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-FOOTER-LINE-2.
           05  FILLER           PIC X(24) VALUE
               "EXCEPTIONS:".
           05  WS-F-EXC         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-DATE-LABEL.
           ACCEPT WS-TRANSFER-DATE.
           IF WS-TRANSFER-DATE = ZERO
               MOVE "Error: Transfer date is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-COMPANY-DETAILS.
           IF WS-CLIENT-CODE = SPACES OR WS-PAY-BANK = SPACES
                   OR WS-PAY-BRANCH = SPACES
                   OR WS-PAY-ACCT-NO = SPACES
               MOVE "Error: ZENGIN.PRM incomplete - run refused" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT NET-FILE.
           IF WS-NET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open NETPAY.DAT file "
                       WS-NET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ NET-FILE INTO WS-NET-DETAIL
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TRANSFER-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           PERFORM WRITE-TRAILER-RECORDS.
           PERFORM PRINT-FOOTER.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "ZENGIN  " "ZENGIN.EXC  ".
           DISPLAY "ZENGIN1: " WS-PAID-COUNT " transfers written, "
                   WS-EXC-COUNT " exceptions.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-COMPANY-DETAILS.
           MOVE 'N' TO WS-PARM-EOF-FLAG.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-PARM-RECORD
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       TAKE-PARM-RECORD.
           IF PARM-RECORD (1:5) = "CODE="
                   AND PARM-RECORD (6:10) IS NUMERIC
               MOVE PARM-RECORD (6:10) TO WS-CLIENT-CODE
           END-IF.
           IF PARM-RECORD (1:5) = "NAME="
               MOVE PARM-RECORD (6:40) TO WS-CLIENT-NAME
           END-IF.
           IF PARM-RECORD (1:5) = "BANK="
                   AND PARM-RECORD (6:4) IS NUMERIC
               MOVE PARM-RECORD (6:4) TO WS-PAY-BANK
           END-IF.
           IF PARM-RECORD (1:6) = "BNAME="
               MOVE PARM-RECORD (7:15) TO WS-PAY-BANK-NAME
           END-IF.
           IF PARM-RECORD (1:7) = "BRANCH="
                   AND PARM-RECORD (8:3) IS NUMERIC
               MOVE PARM-RECORD (8:3) TO WS-PAY-BRANCH
           END-IF.
           IF PARM-RECORD (1:7) = "BRNAME="
               MOVE PARM-RECORD (8:15) TO WS-PAY-BR-NAME
           END-IF.
           IF PARM-RECORD (1:5) = "TYPE="
                   AND (PARM-RECORD (6:1) = '1'
                        OR PARM-RECORD (6:1) = '2')
               MOVE PARM-RECORD (6:1) TO WS-PAY-ACCT-TYPE
           END-IF.
           IF PARM-RECORD (1:5) = "ACCT="
                   AND PARM-RECORD (6:7) IS NUMERIC
               MOVE PARM-RECORD (6:7) TO WS-PAY-ACCT-NO
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           END-IF.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-FILE-STATUS = "00"
               MOVE 'Y' TO WS-BANK-OPEN-FLAG
           END-IF.
           OPEN OUTPUT XFER-FILE.
           IF WS-XFER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ZENGIN.DAT file "
                       WS-XFER-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ZENGIN.EXC file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-TRANSFER-DATE TO WS-RH-DATE.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-HEADER-RECORD.
           MOVE WS-CLIENT-CODE TO WS-ZH-CLIENT-CODE.
           MOVE WS-CLIENT-NAME TO WS-ZH-CLIENT-NAME.
           MOVE WS-TD-MMDD TO WS-ZH-DATE-MMDD.
           MOVE WS-PAY-BANK TO WS-ZH-BANK-CODE.
           MOVE WS-PAY-BANK-NAME TO WS-ZH-BANK-NAME.
           MOVE WS-PAY-BRANCH TO WS-ZH-BR-CODE.
           MOVE WS-PAY-BR-NAME TO WS-ZH-BR-NAME.
           MOVE WS-PAY-ACCT-TYPE TO WS-ZH-ACCT-TYPE.
           MOVE WS-PAY-ACCT-NO TO WS-ZH-ACCT-NO.
           MOVE WS-ZG-HEADER TO XFER-LINE.
           WRITE XFER-LINE.

       TRANSFER-ONE-EMPLOYEE.
           MOVE 'Y' TO WS-PAY-FLAG.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE SPACES TO EMP-NAME.
           MOVE 'N' TO EMP-STATUS.
           IF WS-EMP-OPEN-FLAG = 'Y'
               MOVE WS-N-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PAY-FLAG
                       MOVE "NOT ON EMP.INFO" TO WS-EXC-REASON
               END-READ
           ELSE
               MOVE 'N' TO WS-PAY-FLAG
               MOVE "NOT ON EMP.INFO" TO WS-EXC-REASON
           END-IF.
           IF WS-PAY-FLAG = 'Y' AND EMP-STATUS NOT = 'A'
               MOVE 'N' TO WS-PAY-FLAG
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-EXC-REASON
           END-IF.
      *    The bank takes whole yen only; sen are dropped, never
      *    rounded up.
           MOVE WS-N-NET TO WS-AMOUNT-YEN.
           IF WS-PAY-FLAG = 'Y' AND WS-AMOUNT-YEN = ZERO
               MOVE 'N' TO WS-PAY-FLAG
               MOVE "ZERO NET AMOUNT" TO WS-EXC-REASON
           END-IF.
           IF WS-PAY-FLAG = 'Y'
               IF WS-BANK-OPEN-FLAG = 'Y'
                   MOVE WS-N-EMP-ID TO BNK-EMP-ID
                   READ BANK-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-PAY-FLAG
                           MOVE "NO BANK RECORD" TO WS-EXC-REASON
                   END-READ
               ELSE
                   MOVE 'N' TO WS-PAY-FLAG
                   MOVE "NO BANK RECORD" TO WS-EXC-REASON
               END-IF
           END-IF.
           IF WS-PAY-FLAG = 'Y'
               PERFORM WRITE-DATA-RECORD
           ELSE
               PERFORM PRINT-EXCEPTION
           END-IF.

       WRITE-DATA-RECORD.
           MOVE BNK-BANK-CODE TO WS-ZD-BANK-CODE.
           MOVE BNK-BANK-NAME TO WS-ZD-BANK-NAME.
           MOVE BNK-BRANCH-CODE TO WS-ZD-BR-CODE.
           MOVE BNK-BRANCH-NAME TO WS-ZD-BR-NAME.
           MOVE BNK-ACCT-TYPE TO WS-ZD-ACCT-TYPE.
           MOVE BNK-ACCT-NO TO WS-ZD-ACCT-NO.
           MOVE BNK-HOLDER-KANA TO WS-ZD-PAYEE.
           MOVE WS-AMOUNT-YEN TO WS-ZD-AMOUNT.
           MOVE WS-N-EMP-ID TO WS-ZD-CUST-CODE-1.
           MOVE SPACES TO WS-ZD-CUST-CODE-2.
           MOVE WS-ZG-DATA TO XFER-LINE.
           WRITE XFER-LINE.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-AMOUNT-YEN TO WS-PAID-TOTAL.

       PRINT-EXCEPTION.
           MOVE WS-N-EMP-ID TO WS-D-EMP-ID.
           MOVE EMP-NAME TO WS-D-NAME.
           MOVE WS-N-NET TO WS-D-NET.
           MOVE WS-EXC-REASON TO WS-D-REASON.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-EXC-COUNT.

       WRITE-TRAILER-RECORDS.
           MOVE WS-PAID-COUNT TO WS-ZT-COUNT.
           MOVE WS-PAID-TOTAL TO WS-ZT-TOTAL.
           MOVE WS-ZG-TRAILER TO XFER-LINE.
           WRITE XFER-LINE.
           MOVE WS-ZG-END TO XFER-LINE.
           WRITE XFER-LINE.

       PRINT-FOOTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PAID-COUNT TO WS-F-PAID.
           MOVE WS-PAID-TOTAL TO WS-F-TOTAL.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXC-COUNT TO WS-F-EXC.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-FILES.
           CLOSE NET-FILE.
           IF WS-EMP-OPEN-FLAG = 'Y'
               CLOSE EMP-FILE
           END-IF.
           IF WS-BANK-OPEN-FLAG = 'Y'
               CLOSE BANK-FILE
           END-IF.
           CLOSE XFER-FILE.
           CLOSE PRINT-FILE.

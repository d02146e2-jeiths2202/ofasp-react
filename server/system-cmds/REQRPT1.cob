      * REQRPT1.cob - Outstanding Requisitions Report Program
      * Fujitsu ASP COBOLG Program
      * Stores' and the departments' view of what has been asked
      * for and not yet given: every REQ.MASTER line still open --
      * waiting for approval (O) or approved and not yet picked (A)
      * -- partially filled (P) or backordered (B) is listed by
      * department (named through DEPTVAL1), then by requisition
      * and line, with the quantity requested, issued to date and
      * still short. Rejected and filled lines are left out. Each
      * department closes with its line count and short quantity,
      * and the report with the number of lines in each state. The
      * run is captured through RPTSPOOL like the other reports.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQRPT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "REQ.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REQ-KEY
                  FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "REQRPT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "REQSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  REQ-RECORD.
           05  REQ-KEY.
               10  REQ-NUMBER      PIC X(8).
               10  REQ-LINE-NO     PIC 9(2).
           05  REQ-DEPT-CODE       PIC X(4).
           05  REQ-ITEM-ID         PIC X(10).
           05  REQ-QTY             PIC 9(5).
           05  REQ-ISSUED-QTY      PIC 9(5).
           05  REQ-STATUS          PIC X(1).
           05  REQ-DATE            PIC 9(8).
           05  REQ-RAISED-BY       PIC X(8).
           05  REQ-ACTION-BY       PIC X(8).
           05  REQ-ACTION-DATE     PIC 9(8).
           05  REQ-LAST-ISSUE-DATE PIC 9(8).
           05  REQ-FILLER          PIC X(5).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE              PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-DEPT-CODE         PIC X(4).
           05  S-REQ-NUMBER        PIC X(8).
           05  S-LINE-NO           PIC 9(2).
           05  S-DATE              PIC 9(8).
           05  S-ITEM-ID           PIC X(10).
           05  S-QTY               PIC 9(5).
           05  S-ISSUED-QTY        PIC 9(5).
           05  S-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-PREV-DEPT-CODE       PIC X(4) VALUE SPACES.
       01  WS-FIRST-DEPT-FLAG      PIC X VALUE 'Y'.
       01  WS-SHORT-QTY            PIC 9(5) VALUE ZERO.
       01  WS-DEPT-LINES           PIC 9(5) VALUE ZERO.
       01  WS-DEPT-SHORT-QTY       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-LINES          PIC 9(5) VALUE ZERO.
       01  WS-AWAITING-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PARTIAL-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-BACKORDER-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-DEPT-VALID-FLAG      PIC X VALUE 'N'.
       01  WS-DEPT-NAME-WORK       PIC X(15) VALUE SPACES.
       01  WS-DEPT-LOOKUP          PIC X(15) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(40) VALUE
               "OUTSTANDING REQUISITIONS BY DEPARTMENT".
           05  FILLER              PIC X(6)  VALUE "DATE ".
           05  WS-H-TODAY          PIC 9(8).

       01  WS-DEPT-HEADER.
           05  FILLER              PIC X(5)  VALUE "DEPT ".
           05  WS-DH-DEPT-CODE     PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DH-DEPT-NAME     PIC X(15).

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE "  REQ NO".
           05  FILLER              PIC X(3)  VALUE "LN".
           05  FILLER              PIC X(9)  VALUE "RAISED".
           05  FILLER              PIC X(11) VALUE "ITEM ID".
           05  FILLER              PIC X(6)  VALUE " REQD".
           05  FILLER              PIC X(6)  VALUE "  ISS".
           05  FILLER              PIC X(7)  VALUE "SHORT".
           05  FILLER              PIC X(17) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-REQ-NUMBER     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-LINE-NO        PIC Z9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-DATE           PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-QTY            PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-ISSUED-QTY     PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-SHORT-QTY      PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS-TEXT    PIC X(17).

       01  WS-DEPT-FOOTER.
           05  FILLER              PIC X(22) VALUE
               "  DEPARTMENT LINES:".
           05  WS-DF-LINES         PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "   SHORT QTY:".
           05  WS-DF-SHORT-QTY     PIC ZZZZZZ9.

       01  WS-FOOTER-LINE-1.
           05  FILLER              PIC X(22) VALUE
               "LINES OUTSTANDING:".
           05  WS-F-TOTAL-LINES    PIC ZZZZ9.

       01  WS-FOOTER-LINE-2.
           05  FILLER              PIC X(22) VALUE
               "  AWAITING APPROVAL:".
           05  WS-F-AWAITING       PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "   APPROVED:".
           05  WS-F-APPROVED       PIC ZZZZ9.

       01  WS-FOOTER-LINE-3.
           05  FILLER              PIC X(22) VALUE
               "  PARTIALLY FILLED:".
           05  WS-F-PARTIAL        PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "   BACKORDERED:".
           05  WS-F-BACKORDER      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-REPORT-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-DEPT-CODE S-REQ-NUMBER S-LINE-NO
               INPUT PROCEDURE IS RELEASE-OUTSTANDING-LINES
               OUTPUT PROCEDURE IS PRINT-OUTSTANDING-LINES.
           PERFORM PRINT-REPORT-FOOTER.
           PERFORM CLOSE-REPORT-FILES.
           CALL 'RPTSPOOL' USING "REQRPT  " "REQRPT.PRT  ".
           DISPLAY "REQRPT1: " WS-TOTAL-LINES
                   " requisition lines outstanding.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       OPEN-REPORT-FILES.
           OPEN INPUT REQ-FILE.
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REQ.MASTER file "
                       WS-REQ-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REQRPT.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO WS-H-TODAY.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       RELEASE-OUTSTANDING-LINES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF REQ-STATUS = 'O' OR REQ-STATUS = 'A'
                               OR REQ-STATUS = 'P'
                               OR REQ-STATUS = 'B'
                           MOVE REQ-DEPT-CODE TO S-DEPT-CODE
                           MOVE REQ-NUMBER TO S-REQ-NUMBER
                           MOVE REQ-LINE-NO TO S-LINE-NO
                           MOVE REQ-DATE TO S-DATE
                           MOVE REQ-ITEM-ID TO S-ITEM-ID
                           MOVE REQ-QTY TO S-QTY
                           MOVE REQ-ISSUED-QTY TO S-ISSUED-QTY
                           MOVE REQ-STATUS TO S-STATUS
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-OUTSTANDING-LINES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF WS-FIRST-DEPT-FLAG = 'Y'
                               OR S-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                           PERFORM START-DEPARTMENT
                       END-IF
                       PERFORM PRINT-DETAIL-LINE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-DEPT-FLAG NOT = 'Y'
               PERFORM PRINT-DEPARTMENT-FOOTER
           END-IF.

       START-DEPARTMENT.
           IF WS-FIRST-DEPT-FLAG NOT = 'Y'
               PERFORM PRINT-DEPARTMENT-FOOTER
           END-IF.
           MOVE 'N' TO WS-FIRST-DEPT-FLAG.
           MOVE S-DEPT-CODE TO WS-PREV-DEPT-CODE.
           MOVE ZERO TO WS-DEPT-LINES.
           MOVE ZERO TO WS-DEPT-SHORT-QTY.
           MOVE S-DEPT-CODE TO WS-DH-DEPT-CODE.
           MOVE SPACES TO WS-DEPT-LOOKUP.
           MOVE S-DEPT-CODE TO WS-DEPT-LOOKUP (1:4).
           MOVE 'N' TO WS-DEPT-VALID-FLAG.
           CALL 'DEPTVAL1' USING WS-DEPT-LOOKUP
                                 WS-DEPT-VALID-FLAG
                                 WS-DEPT-NAME-WORK.
           IF WS-DEPT-NAME-WORK = SPACES
               MOVE "(UNKNOWN DEPT)" TO WS-DH-DEPT-NAME
           ELSE
               MOVE WS-DEPT-NAME-WORK TO WS-DH-DEPT-NAME
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DEPT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-DETAIL-LINE.
           COMPUTE WS-SHORT-QTY = S-QTY - S-ISSUED-QTY.
           MOVE S-REQ-NUMBER TO WS-D-REQ-NUMBER.
           MOVE S-LINE-NO TO WS-D-LINE-NO.
           MOVE S-DATE TO WS-D-DATE.
           MOVE S-ITEM-ID TO WS-D-ITEM-ID.
           MOVE S-QTY TO WS-D-QTY.
           MOVE S-ISSUED-QTY TO WS-D-ISSUED-QTY.
           MOVE WS-SHORT-QTY TO WS-D-SHORT-QTY.
           EVALUATE S-STATUS
               WHEN 'O'
                   MOVE "AWAITING APPROVAL" TO WS-D-STATUS-TEXT
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN 'A'
                   MOVE "APPROVED - OPEN" TO WS-D-STATUS-TEXT
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN 'P'
                   MOVE "PARTIALLY FILLED" TO WS-D-STATUS-TEXT
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN 'B'
                   MOVE "BACKORDERED" TO WS-D-STATUS-TEXT
                   ADD 1 TO WS-BACKORDER-COUNT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-DEPT-LINES.
           ADD 1 TO WS-TOTAL-LINES.
           ADD WS-SHORT-QTY TO WS-DEPT-SHORT-QTY.

       PRINT-DEPARTMENT-FOOTER.
           MOVE WS-DEPT-LINES TO WS-DF-LINES.
           MOVE WS-DEPT-SHORT-QTY TO WS-DF-SHORT-QTY.
           MOVE WS-DEPT-FOOTER TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-REPORT-FOOTER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-LINES TO WS-F-TOTAL-LINES.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-AWAITING-COUNT TO WS-F-AWAITING.
           MOVE WS-APPROVED-COUNT TO WS-F-APPROVED.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PARTIAL-COUNT TO WS-F-PARTIAL.
           MOVE WS-BACKORDER-COUNT TO WS-F-BACKORDER.
           MOVE WS-FOOTER-LINE-3 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-REPORT-FILES.
           CLOSE REQ-FILE.
           CLOSE PRINT-FILE.

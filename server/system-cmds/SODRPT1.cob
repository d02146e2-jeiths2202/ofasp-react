      * SODRPT1.cob - Segregation of Duties Exception Report Program
      * Fujitsu ASP COBOLG Program
      * SALAPPR1 stops an operator approving their own salary
      * request, but nothing showed one operator adding an employee,
      * setting the salary and moving the department on the same
      * day, or working on their own record -- exactly what the
      * auditors ask for. For an operator-given date range (YYYYMMDD,
      * zero = open-ended) this batch gathers every maintenance
      * activity by operator, employee and day:
      *   EMP.AUDIT  CREATE=ADD  UPDATE=UPD  DELETE=DEL  REHIRE=REHR
      *              XFER=DEPT  SALAPPR=SAL  SALREV=SAL
      *              ARCHIVE=ARCH  RESTORE=RSTR
      *   SAL.HIST   SAL, for changes keyed in UPDATE1, credited to
      *              the operator(s) with an UPDATE on the employee
      *              that day (SAL.HIST carries no operator of its
      *              own)
      *   SAL.PEND   REQ, credited to the requesting operator
      *   XFER.HIST  DEPT, credited to the transferring operator
      * and flags, for each operator/employee/day,
      *   every rule in SODRULE.CTL (RULE=c1 c2 c3, up to 20 lines,
      *     one to three activity codes) whose codes all appear --
      *     with no control file the rules are ADD SAL DEPT and
      *     DEL REHR;
      *   any activity at all on the operator's own employee record
      *     (OPER-EMP-ID on OPER.MASTER).
      * Exceptions print to SODRPT.PRT grouped by operator, for the
      * quarterly audit file, and are captured through RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-10  Initial version.
      * 2026-10-15  SAL.HIST lines are credited to the day's UPDATE
      *             operators only when UPDATE1 wrote them (or no
      *             source was recorded); SALAPPR1 and SALREV1
      *             changes count through their own audit entries.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "EMP.AUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SAL.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALHIST-FILE-STATUS.
           SELECT PEND-FILE ASSIGN TO "SAL.PEND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT XFER-FILE ASSIGN TO "XFER.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XFER-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPER.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "SODRULE.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SODRPT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SODSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE          PIC X(80).

       FD  SALHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALHIST-LINE        PIC X(80).

       FD  PEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PEND-LINE           PIC X(80).

       FD  XFER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XFER-LINE           PIC X(80).

       FD  OPER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  OPER-RECORD.
           05  OPER-ID         PIC X(8).
           05  OPER-PASSWORD   PIC X(8).
           05  OPER-LEVEL      PIC X(1).
           05  OPER-PWD-DATE   PIC 9(8).
           05  OPER-LANG       PIC X(2).
           05  OPER-EMP-ID     PIC X(5).
           05  OPER-LAST-SIGNON PIC 9(8) COMP-3.
           05  OPER-SUSPENDED  PIC X(1).
           05  OPER-FILLER     PIC X(2).

       FD  RULE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  RULE-LINE           PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  S-OPERATOR      PIC X(8).
           05  S-EMP-ID        PIC X(5).
           05  S-DATE          PIC 9(8).
           05  S-ACTIVITY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-SALHIST-FILE-STATUS PIC XX.
       01  WS-PEND-FILE-STATUS PIC XX.
       01  WS-XFER-FILE-STATUS PIC XX.
       01  WS-OPER-FILE-STATUS PIC XX.
       01  WS-RULE-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-OPER-FILE-OPEN   PIC X VALUE 'N'.
       01  WS-DATE-FROM        PIC 9(8) VALUE ZERO.
       01  WS-DATE-TO          PIC 9(8) VALUE ZERO.
       01  WS-ACTIVITY-DATE    PIC 9(8) VALUE ZERO.
       01  WS-ACTIVITY-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-OPERATOR-COUNT   PIC 9(5) VALUE ZERO.

      * Six-digit YYMMDD dates still on SAL.HIST and the XFER.HIST
      * entry stamp are windowed 50-99 = 19xx, 00-49 = 20xx, the
      * same as DATECNV1.
       01  WS-DATE-6           PIC X(6) VALUE SPACES.
       01  WS-DATE-8           PIC 9(8) VALUE ZERO.
       01  WS-DATE-8-R REDEFINES WS-DATE-8.
           05  WS-D8-CENTURY   PIC 9(2).
           05  WS-D8-YYMMDD    PIC 9(6).
       01  WS-D-YY             PIC 9(2) VALUE ZERO.

      * The same audit line layout AUDITLOG writes.
       01  WS-AUDIT-DETAIL.
           05  WS-A-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-A-TIME           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-A-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-A-OPERATION      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-A-MENU-OPT       PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-A-OPERATOR-ID    PIC X(8).

      * The same line layout SALHIST1 writes.
       01  WS-SALHIST-DETAIL.
           05  WS-H-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-H-OLD-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-H-NEW-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-H-EFF-DATE       PIC X(6).
           05  FILLER              PIC X(1).
           05  WS-H-SOURCE         PIC X(8).

      * The same line layout UPDATE1 writes to SAL.PEND.
       01  WS-PEND-DETAIL.
           05  WS-P-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-P-OLD-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-P-NEW-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-P-REQUESTED-BY   PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-P-REQ-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-P-STATUS         PIC X(1).

      * The same line layout DEPTXFR1 writes to XFER.HIST.
       01  WS-XFER-DETAIL.
           05  WS-X-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-X-FROM-DEPT      PIC X(15).
           05  FILLER              PIC X(1).
           05  WS-X-TO-DEPT        PIC X(15).
           05  FILLER              PIC X(1).
           05  WS-X-EFF-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-X-OPERATOR       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-X-ENTRY-DATE     PIC X(6).

      * Every UPDATE on EMP.AUDIT in the range, kept so a SAL.HIST
      * line can be credited to whoever updated the employee that
      * day; the usual fixed-table bound and warning.
       01  WS-UPD-TABLE-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-MAX-UPD-TABLE    PIC 9(4) VALUE 1000.
       01  WS-UPD-TABLE-FULL   PIC X VALUE 'N'.
       01  WS-UPD-INDEX        PIC 9(4) VALUE ZERO.
       01  WS-UPD-TABLE.
           05  WS-UPD-ENTRY OCCURS 1000 TIMES.
               10  WS-U-EMP-ID     PIC X(5).
               10  WS-U-DATE       PIC 9(8).
               10  WS-U-OPERATOR   PIC X(8).

      * Conflict rules: up to three activity codes each.
       01  WS-RULE-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-MAX-RULES        PIC 9(2) VALUE 20.
       01  WS-RULE-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RULE-CODE    PIC X(4) OCCURS 3 TIMES.
       01  WS-CODE-INDEX       PIC 9(1) VALUE ZERO.
       01  WS-RULE-MET-FLAG    PIC X VALUE 'N'.

      * The activities of the operator/employee/day being judged.
       01  WS-GROUP-OPERATOR   PIC X(8) VALUE SPACES.
       01  WS-GROUP-EMP-ID     PIC X(5) VALUE SPACES.
       01  WS-GROUP-DATE       PIC 9(8) VALUE ZERO.
       01  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
       01  WS-GROUP-CODE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-GROUP-INDEX      PIC 9(2) VALUE ZERO.
       01  WS-GROUP-FOUND-FLAG PIC X VALUE 'N'.
       01  WS-GROUP-CODES.
           05  WS-GROUP-CODE   PIC X(4) OCCURS 12 TIMES.
       01  WS-SEARCH-CODE      PIC X(4) VALUE SPACES.
       01  WS-ACTIVITY-LIST    PIC X(30) VALUE SPACES.
       01  WS-LIST-PTR         PIC 9(2) VALUE ZERO.

      * The operator currently being reported.
       01  WS-BREAK-OPERATOR   PIC X(8) VALUE SPACES.
       01  WS-BREAK-EMP-ID     PIC X(5) VALUE SPACES.
       01  WS-HEADER-DONE-FLAG PIC X VALUE 'N'.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Segregation of Duties Report".
           05  WS-FROM-LABEL       PIC X(30)
               VALUE "Date from (YYYYMMDD, 0=all):".
           05  WS-TO-LABEL         PIC X(30)
               VALUE "Date to (YYYYMMDD, 0=all):".

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(36) VALUE
               "SEGREGATION OF DUTIES EXCEPTIONS".
           05  FILLER              PIC X(6)  VALUE "FROM ".
           05  WS-RH-FROM          PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-RH-TO            PIC 9(8).

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "EMPID".
           05  FILLER              PIC X(9)  VALUE "DATE".
           05  FILLER              PIC X(31) VALUE "ACTIVITIES".
           05  FILLER              PIC X(32) VALUE "EXCEPTION".

       01  WS-OPERATOR-HEADER-LINE.
           05  FILLER              PIC X(10) VALUE "OPERATOR:".
           05  WS-OH-OPERATOR      PIC X(8).
           05  FILLER              PIC X(16) VALUE
               "   OWN EMP-ID:".
           05  WS-OH-EMP-ID        PIC X(5).

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-DATE           PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-ACTIVITIES     PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-EXCEPTION      PIC X(32).

       01  WS-RULE-TEXT.
           05  FILLER              PIC X(5)  VALUE "RULE ".
           05  WS-RT-NUMBER        PIC Z9.
           05  FILLER              PIC X(2)  VALUE ": ".
           05  WS-RT-CODE-1        PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RT-CODE-2        PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RT-CODE-3        PIC X(4).

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(19) VALUE
               "ACTIVITIES READ:".
           05  WS-F-ACTIVITIES     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15) VALUE
               "   EXCEPTIONS:".
           05  WS-F-EXCEPTIONS     PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE
               "   OPERATORS:".
           05  WS-F-OPERATORS      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-FROM-LABEL.
           ACCEPT WS-DATE-FROM.
           DISPLAY WS-TO-LABEL.
           ACCEPT WS-DATE-TO.
           PERFORM LOAD-CONFLICT-RULES.
           PERFORM OPEN-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY S-OPERATOR
               ON ASCENDING KEY S-EMP-ID
               ON ASCENDING KEY S-DATE
               ON ASCENDING KEY S-ACTIVITY
               INPUT PROCEDURE IS RELEASE-ACTIVITIES
               OUTPUT PROCEDURE IS JUDGE-SORTED-ACTIVITIES.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "  NO EXCEPTIONS FOUND." TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ACTIVITY-COUNT TO WS-F-ACTIVITIES.
           MOVE WS-EXCEPTION-COUNT TO WS-F-EXCEPTIONS.
           MOVE WS-OPERATOR-COUNT TO WS-F-OPERATORS.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM CLOSE-FILES.
           CALL 'RPTSPOOL' USING "SODRPT  " "SODRPT.PRT  ".
           DISPLAY "SODRPT1: " WS-EXCEPTION-COUNT
                   " exceptions for " WS-OPERATOR-COUNT
                   " operators.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-CONFLICT-RULES.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RULE-LINE (1:5) = "RULE="
                               AND RULE-LINE (6:4) NOT = SPACES
                               AND WS-RULE-COUNT < WS-MAX-RULES
                           ADD 1 TO WS-RULE-COUNT
                           MOVE RULE-LINE (6:4) TO
                               WS-RULE-CODE (WS-RULE-COUNT 1)
                           MOVE RULE-LINE (11:4) TO
                               WS-RULE-CODE (WS-RULE-COUNT 2)
                           MOVE RULE-LINE (16:4) TO
                               WS-RULE-CODE (WS-RULE-COUNT 3)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RULE-FILE-STATUS NOT = "35"
               CLOSE RULE-FILE
           END-IF.
           IF WS-RULE-COUNT = ZERO
               MOVE 2 TO WS-RULE-COUNT
               MOVE "ADD " TO WS-RULE-CODE (1 1)
               MOVE "SAL " TO WS-RULE-CODE (1 2)
               MOVE "DEPT" TO WS-RULE-CODE (1 3)
               MOVE "DEL " TO WS-RULE-CODE (2 1)
               MOVE "REHR" TO WS-RULE-CODE (2 2)
               MOVE SPACES TO WS-RULE-CODE (2 3)
           END-IF.

       OPEN-FILES.
           MOVE 'N' TO WS-OPER-FILE-OPEN.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-OPER-FILE-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SODRPT.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-DATE-FROM TO WS-RH-FROM.
           MOVE WS-DATE-TO TO WS-RH-TO.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-FILES.
           IF WS-OPER-FILE-OPEN = 'Y'
               CLOSE OPER-FILE
           END-IF.
           CLOSE PRINT-FILE.

      ******************************************************************
      * Input side: one sort record per activity in the range.
      ******************************************************************
       RELEASE-ACTIVITIES.
           PERFORM RELEASE-AUDIT-ACTIVITIES.
           PERFORM RELEASE-PENDING-REQUESTS.
           PERFORM RELEASE-TRANSFERS.
           PERFORM RELEASE-SALARY-HISTORY.

       RELEASE-AUDIT-ACTIVITIES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.AUDIT file "
                       WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AUDIT-LINE TO WS-AUDIT-DETAIL
                       PERFORM JUDGE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       JUDGE-AUDIT-LINE.
           IF WS-A-DATE IS NUMERIC
               MOVE WS-A-DATE TO WS-ACTIVITY-DATE
               PERFORM JUDGE-DATE-IN-RANGE
               IF WS-ACTIVITY-DATE NOT = ZERO
                   MOVE SPACES TO S-ACTIVITY
                   EVALUATE WS-A-OPERATION
                       WHEN "CREATE  "
                           MOVE "ADD " TO S-ACTIVITY
                       WHEN "UPDATE  "
                           MOVE "UPD " TO S-ACTIVITY
                           PERFORM STORE-UPDATE-ENTRY
                       WHEN "DELETE  "
                           MOVE "DEL " TO S-ACTIVITY
                       WHEN "REHIRE  "
                           MOVE "REHR" TO S-ACTIVITY
                       WHEN "XFER    "
                           MOVE "DEPT" TO S-ACTIVITY
                       WHEN "SALAPPR "
                           MOVE "SAL " TO S-ACTIVITY
                       WHEN "SALREV  "
                           MOVE "SAL " TO S-ACTIVITY
                       WHEN "ARCHIVE "
                           MOVE "ARCH" TO S-ACTIVITY
                       WHEN "RESTORE "
                           MOVE "RSTR" TO S-ACTIVITY
                   END-EVALUATE
                   IF S-ACTIVITY NOT = SPACES
                       MOVE WS-A-OPERATOR-ID TO S-OPERATOR
                       MOVE WS-A-EMP-ID TO S-EMP-ID
                       PERFORM RELEASE-ACTIVITY
                   END-IF
               END-IF
           END-IF.

       STORE-UPDATE-ENTRY.
           IF WS-UPD-TABLE-COUNT < WS-MAX-UPD-TABLE
               ADD 1 TO WS-UPD-TABLE-COUNT
               MOVE WS-A-EMP-ID TO WS-U-EMP-ID (WS-UPD-TABLE-COUNT)
               MOVE WS-ACTIVITY-DATE TO WS-U-DATE (WS-UPD-TABLE-COUNT)
               MOVE WS-A-OPERATOR-ID TO
                   WS-U-OPERATOR (WS-UPD-TABLE-COUNT)
           ELSE
               IF WS-UPD-TABLE-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-UPD-TABLE-FULL
                   DISPLAY "SODRPT1: WARNING - more than 1000 "
                           "updates, later salary history unmatched."
               END-IF
           END-IF.

       RELEASE-PENDING-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PEND-LINE TO WS-PEND-DETAIL
                       IF WS-P-REQ-DATE IS NUMERIC
                           MOVE WS-P-REQ-DATE TO WS-ACTIVITY-DATE
                           PERFORM JUDGE-DATE-IN-RANGE
                           IF WS-ACTIVITY-DATE NOT = ZERO
                               MOVE WS-P-REQUESTED-BY TO S-OPERATOR
                               MOVE WS-P-EMP-ID TO S-EMP-ID
                               MOVE "REQ " TO S-ACTIVITY
                               PERFORM RELEASE-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PEND-FILE-STATUS NOT = "35"
               CLOSE PEND-FILE
           END-IF.

       RELEASE-TRANSFERS.
      *    The day the transfer was keyed, not its effective date --
      *    it is the keying that is under review.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT XFER-FILE.
           IF WS-XFER-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ XFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE XFER-LINE TO WS-XFER-DETAIL
                       IF WS-X-ENTRY-DATE IS NUMERIC
                           MOVE WS-X-ENTRY-DATE TO WS-DATE-6
                           PERFORM WINDOW-SIX-DIGIT-DATE
                           MOVE WS-DATE-8 TO WS-ACTIVITY-DATE
                           PERFORM JUDGE-DATE-IN-RANGE
                           IF WS-ACTIVITY-DATE NOT = ZERO
                               MOVE WS-X-OPERATOR TO S-OPERATOR
                               MOVE WS-X-EMP-ID TO S-EMP-ID
                               MOVE "DEPT" TO S-ACTIVITY
                               PERFORM RELEASE-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-XFER-FILE-STATUS NOT = "35"
               CLOSE XFER-FILE
           END-IF.

       RELEASE-SALARY-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SALHIST-FILE.
           IF WS-SALHIST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SALHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SALHIST-LINE TO WS-SALHIST-DETAIL
                       IF WS-H-EFF-DATE IS NUMERIC
                           MOVE WS-H-EFF-DATE TO WS-DATE-6
                           PERFORM WINDOW-SIX-DIGIT-DATE
                           MOVE WS-DATE-8 TO WS-ACTIVITY-DATE
                           PERFORM JUDGE-DATE-IN-RANGE
      *                    Only a change keyed in UPDATE1 belongs to
      *                    that day's UPDATE operators; SALAPPR1 and
      *                    SALREV1 changes arrive through their own
      *                    audit entries. Lines from before SALHIST1
      *                    recorded the source carry spaces there.
                           IF WS-ACTIVITY-DATE NOT = ZERO
                                   AND (WS-H-SOURCE = "UPDATE1 "
                                       OR WS-H-SOURCE = SPACES)
                               PERFORM CREDIT-SALARY-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SALHIST-FILE-STATUS NOT = "35"
               CLOSE SALHIST-FILE
           END-IF.

       CREDIT-SALARY-CHANGE.
           PERFORM VARYING WS-UPD-INDEX FROM 1 BY 1
                     UNTIL WS-UPD-INDEX > WS-UPD-TABLE-COUNT
               IF WS-U-EMP-ID (WS-UPD-INDEX) = WS-H-EMP-ID
                       AND WS-U-DATE (WS-UPD-INDEX) =
                           WS-ACTIVITY-DATE
                   MOVE WS-U-OPERATOR (WS-UPD-INDEX) TO S-OPERATOR
                   MOVE WS-H-EMP-ID TO S-EMP-ID
                   MOVE "SAL " TO S-ACTIVITY
                   PERFORM RELEASE-ACTIVITY
               END-IF
           END-PERFORM.

       JUDGE-DATE-IN-RANGE.
      *    Zeroes the activity date when it falls outside the range.
           IF (WS-DATE-FROM NOT = ZERO
                   AND WS-ACTIVITY-DATE < WS-DATE-FROM)
                   OR (WS-DATE-TO NOT = ZERO
                       AND WS-ACTIVITY-DATE > WS-DATE-TO)
               MOVE ZERO TO WS-ACTIVITY-DATE
           END-IF.

       WINDOW-SIX-DIGIT-DATE.
           MOVE WS-DATE-6 (1:2) TO WS-D-YY.
           MOVE WS-DATE-6 TO WS-D8-YYMMDD.
           IF WS-D-YY >= 50
               MOVE 19 TO WS-D8-CENTURY
           ELSE
               MOVE 20 TO WS-D8-CENTURY
           END-IF.

       RELEASE-ACTIVITY.
           MOVE WS-ACTIVITY-DATE TO S-DATE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-ACTIVITY-COUNT.

      ******************************************************************
      * Output side: each operator/employee/day judged as a group.
      ******************************************************************
       JUDGE-SORTED-ACTIVITIES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM COLLECT-SORTED-ACTIVITY
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-OPEN-FLAG = 'Y'
               PERFORM JUDGE-ACTIVITY-GROUP
           END-IF.

       COLLECT-SORTED-ACTIVITY.
           IF WS-GROUP-OPEN-FLAG = 'Y'
               IF S-OPERATOR NOT = WS-GROUP-OPERATOR
                       OR S-EMP-ID NOT = WS-GROUP-EMP-ID
                       OR S-DATE NOT = WS-GROUP-DATE
                   PERFORM JUDGE-ACTIVITY-GROUP
                   MOVE 'N' TO WS-GROUP-OPEN-FLAG
               END-IF
           END-IF.
           IF WS-GROUP-OPEN-FLAG NOT = 'Y'
               MOVE 'Y' TO WS-GROUP-OPEN-FLAG
               MOVE S-OPERATOR TO WS-GROUP-OPERATOR
               MOVE S-EMP-ID TO WS-GROUP-EMP-ID
               MOVE S-DATE TO WS-GROUP-DATE
               MOVE ZERO TO WS-GROUP-CODE-COUNT
               MOVE SPACES TO WS-GROUP-CODES
           END-IF.
           MOVE S-ACTIVITY TO WS-SEARCH-CODE.
           PERFORM FIND-GROUP-CODE.
           IF WS-GROUP-FOUND-FLAG NOT = 'Y'
                   AND WS-GROUP-CODE-COUNT < 12
               ADD 1 TO WS-GROUP-CODE-COUNT
               MOVE S-ACTIVITY TO WS-GROUP-CODE (WS-GROUP-CODE-COUNT)
           END-IF.

       FIND-GROUP-CODE.
           MOVE 'N' TO WS-GROUP-FOUND-FLAG.
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                     UNTIL WS-GROUP-INDEX > WS-GROUP-CODE-COUNT
               IF WS-GROUP-CODE (WS-GROUP-INDEX) = WS-SEARCH-CODE
                   MOVE 'Y' TO WS-GROUP-FOUND-FLAG
               END-IF
           END-PERFORM.

       JUDGE-ACTIVITY-GROUP.
           IF WS-GROUP-OPERATOR NOT = WS-BREAK-OPERATOR
               MOVE WS-GROUP-OPERATOR TO WS-BREAK-OPERATOR
               MOVE 'N' TO WS-HEADER-DONE-FLAG
               PERFORM FETCH-OPERATOR-EMP-ID
           END-IF.
           PERFORM BUILD-ACTIVITY-LIST.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                     UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               PERFORM JUDGE-ONE-RULE
               IF WS-RULE-MET-FLAG = 'Y'
                   MOVE WS-RULE-INDEX TO WS-RT-NUMBER
                   MOVE WS-RULE-CODE (WS-RULE-INDEX 1) TO WS-RT-CODE-1
                   MOVE WS-RULE-CODE (WS-RULE-INDEX 2) TO WS-RT-CODE-2
                   MOVE WS-RULE-CODE (WS-RULE-INDEX 3) TO WS-RT-CODE-3
                   MOVE WS-RULE-TEXT TO WS-D-EXCEPTION
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF WS-BREAK-EMP-ID NOT = SPACES
                   AND WS-BREAK-EMP-ID = WS-GROUP-EMP-ID
               MOVE "OWN EMPLOYEE RECORD" TO WS-D-EXCEPTION
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       JUDGE-ONE-RULE.
           MOVE 'Y' TO WS-RULE-MET-FLAG.
           PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
                     UNTIL WS-CODE-INDEX > 3
               IF WS-RULE-CODE (WS-RULE-INDEX WS-CODE-INDEX)
                       NOT = SPACES
                   MOVE WS-RULE-CODE (WS-RULE-INDEX WS-CODE-INDEX)
                       TO WS-SEARCH-CODE
                   PERFORM FIND-GROUP-CODE
                   IF WS-GROUP-FOUND-FLAG NOT = 'Y'
                       MOVE 'N' TO WS-RULE-MET-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-ACTIVITY-LIST.
           MOVE SPACES TO WS-ACTIVITY-LIST.
           MOVE 1 TO WS-LIST-PTR.
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                     UNTIL WS-GROUP-INDEX > WS-GROUP-CODE-COUNT
               STRING WS-GROUP-CODE (WS-GROUP-INDEX)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO WS-ACTIVITY-LIST
                      WITH POINTER WS-LIST-PTR
               END-STRING
           END-PERFORM.

       FETCH-OPERATOR-EMP-ID.
           MOVE SPACES TO WS-BREAK-EMP-ID.
           IF WS-OPER-FILE-OPEN = 'Y'
               MOVE WS-GROUP-OPERATOR TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPER-EMP-ID TO WS-BREAK-EMP-ID
               END-READ
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF WS-HEADER-DONE-FLAG NOT = 'Y'
               MOVE 'Y' TO WS-HEADER-DONE-FLAG
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-BREAK-OPERATOR TO WS-OH-OPERATOR
               MOVE WS-BREAK-EMP-ID TO WS-OH-EMP-ID
               MOVE WS-OPERATOR-HEADER-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE WS-GROUP-EMP-ID TO WS-D-EMP-ID.
           MOVE WS-GROUP-DATE TO WS-D-DATE.
           MOVE WS-ACTIVITY-LIST TO WS-D-ACTIVITIES.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

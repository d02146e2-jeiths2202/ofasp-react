      * ORGRPT1.cob - Organization Chart Report Program
      * Fujitsu ASP COBOLG Program
      * Prints the organization tree from the EMP.MGR reporting lines
      * MGRMNT1 maintains. Every employee on EMP.INFO is loaded with
      * their manager; each top-level manager (someone with reports
      * but no manager of their own) starts a tree, and everyone
      * below is printed indented two columns per level with their
      * department, the number of direct reports and the active
      * headcount of the whole team beneath them. Inactive employees
      * still print, marked, so a manager's inactive team shows up.
      * Three exception lists follow:
      *   active employees with no manager (noting those heading a
      *     tree, and lines naming a manager no longer on EMP.INFO);
      *   managers whose direct reports are all inactive;
      *   employees with a manager who never reach a top-level
      *     manager -- a reporting loop on file.
      * The report goes to ORGRPT.PRT and is captured through
      * RPTSPOOL.
      *
      * MODIFICATION HISTORY
      * 2026-10-08  Initial version.
      * 2026-10-15  Footer line cut to the 80-byte print line, so the
      *             LOOPS count prints whole.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGRPT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-08.

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
           SELECT MGR-FILE ASSIGN TO "EMP.MGR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MGR-EMP-ID
                  FILE STATUS IS WS-MGR-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ORGRPT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

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

       FD  MGR-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  MGR-RECORD.
           05  MGR-EMP-ID      PIC X(5).
           05  MGR-MANAGER-ID  PIC X(5).
           05  MGR-EFF-DATE    PIC 9(8).
           05  MGR-OPERATOR    PIC X(8).
           05  MGR-ENTRY-DATE  PIC 9(8).
           05  MGR-FILLER      PIC X(6).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-MGR-FILE-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-FOUND-INDEX      PIC 9(4) VALUE ZERO.
       01  WS-SEARCH-ID        PIC X(5).
       01  WS-TREE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NO-MGR-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-IDLE-MGR-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-LOOP-COUNT       PIC 9(5) VALUE ZERO.

      * Every employee on EMP.INFO with their manager and team
      * counts; the usual fixed-table bound and warning.
       01  WS-EMP-TABLE-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-MAX-EMP-TABLE    PIC 9(4) VALUE 1000.
       01  WS-EMP-TABLE-FULL   PIC X VALUE 'N'.
       01  WS-TABLE-INDEX      PIC 9(4) VALUE ZERO.
       01  WS-SCAN-INDEX       PIC 9(4) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-EMP-ID      PIC X(5).
               10  WS-E-NAME        PIC X(20).
               10  WS-E-DEPT        PIC X(15).
               10  WS-E-STATUS      PIC X(1).
               10  WS-E-MANAGER-ID  PIC X(5).
               10  WS-E-MANAGER-IX  PIC 9(4).
               10  WS-E-DIRECT      PIC 9(4).
               10  WS-E-DIRECT-ACT  PIC 9(4).
               10  WS-E-TEAM-ACT    PIC 9(4).
               10  WS-E-PRINTED     PIC X(1).

      * Walking a chain upward to credit the team headcounts; a
      * chain longer than this is a loop and the walk stops.
       01  WS-WALK-INDEX       PIC 9(4) VALUE ZERO.
       01  WS-WALK-DEPTH       PIC 9(3) VALUE ZERO.
       01  WS-MAX-DEPTH        PIC 9(3) VALUE 50.

      * Depth-first stack for printing a tree: the node at each
      * level and where the search for its next report resumes.
       01  WS-STACK-DEPTH      PIC 9(3) VALUE ZERO.
       01  WS-CHILD-INDEX      PIC 9(4) VALUE ZERO.
       01  WS-STACK.
           05  WS-STACK-ENTRY OCCURS 50 TIMES.
               10  WS-STK-NODE      PIC 9(4).
               10  WS-STK-SCAN      PIC 9(4).
       01  WS-INDENT-PTR       PIC 9(3) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER           PIC X(40) VALUE
               "ORGANIZATION CHART".

       01  WS-COLUMN-HEADER.
           05  FILLER           PIC X(42) VALUE "EMPLOYEE".
           05  FILLER           PIC X(15) VALUE "DEPT".
           05  FILLER           PIC X(4)  VALUE " DIR".
           05  FILLER           PIC X(6)  VALUE "  TEAM".
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "NOTE".

       01  WS-TREE-LINE.
           05  WS-TL-NODE       PIC X(41).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-TL-DEPT       PIC X(15).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-TL-DIRECT     PIC ZZ9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-TL-TEAM       PIC ZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-TL-NOTE       PIC X(12).

       01  WS-SECTION-LINE     PIC X(80).

       01  WS-EXCEPTION-LINE.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-X-EMP-ID      PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-X-NAME        PIC X(20).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-X-DEPT        PIC X(15).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-X-NOTE        PIC X(30).

       01  WS-FOOTER-LINE.
           05  FILLER           PIC X(15) VALUE "TREES:".
           05  WS-F-TREES       PIC ZZ,ZZ9.
           05  FILLER           PIC X(16) VALUE "   NO MANAGER:".
           05  WS-F-NO-MGR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(16) VALUE "   IDLE TEAMS:".
           05  WS-F-IDLE        PIC ZZ,ZZ9.
           05  FILLER           PIC X(9)  VALUE "  LOOPS:".
           05  WS-F-LOOPS       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-REPORTING-LINES.
           PERFORM RESOLVE-MANAGERS.
           PERFORM COUNT-TEAMS.
           PERFORM OPEN-PRINT-FILE.
           PERFORM PRINT-ALL-TREES.
           PERFORM PRINT-NO-MANAGER-LIST.
           PERFORM PRINT-IDLE-MANAGER-LIST.
           PERFORM PRINT-LOOP-LIST.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TREE-COUNT TO WS-F-TREES.
           MOVE WS-NO-MGR-COUNT TO WS-F-NO-MGR.
           MOVE WS-IDLE-MGR-COUNT TO WS-F-IDLE.
           MOVE WS-LOOP-COUNT TO WS-F-LOOPS.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT-FILE.
           CALL 'RPTSPOOL' USING "ORGRPT  " "ORGRPT.PRT  ".
           DISPLAY "ORGRPT1: " WS-TREE-COUNT " trees, "
                   WS-NO-MGR-COUNT " without a manager.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-EMPLOYEES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-EMPLOYEE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE EMP-FILE.

       STORE-EMPLOYEE-ENTRY.
           IF WS-EMP-TABLE-COUNT < WS-MAX-EMP-TABLE
               ADD 1 TO WS-EMP-TABLE-COUNT
               MOVE EMP-ID TO WS-E-EMP-ID (WS-EMP-TABLE-COUNT)
               MOVE EMP-NAME TO WS-E-NAME (WS-EMP-TABLE-COUNT)
               MOVE EMP-DEPT TO WS-E-DEPT (WS-EMP-TABLE-COUNT)
               MOVE EMP-STATUS TO WS-E-STATUS (WS-EMP-TABLE-COUNT)
               MOVE SPACES TO WS-E-MANAGER-ID (WS-EMP-TABLE-COUNT)
               MOVE ZERO TO WS-E-MANAGER-IX (WS-EMP-TABLE-COUNT)
               MOVE ZERO TO WS-E-DIRECT (WS-EMP-TABLE-COUNT)
               MOVE ZERO TO WS-E-DIRECT-ACT (WS-EMP-TABLE-COUNT)
               MOVE ZERO TO WS-E-TEAM-ACT (WS-EMP-TABLE-COUNT)
               MOVE 'N' TO WS-E-PRINTED (WS-EMP-TABLE-COUNT)
           ELSE
               IF WS-EMP-TABLE-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-EMP-TABLE-FULL
                   DISPLAY "ORGRPT1: WARNING - more than 1000 "
                           "employees, remainder not charted."
               END-IF
           END-IF.

       LOAD-REPORTING-LINES.
      *    No EMP.MGR yet just means nobody has a manager; every
      *    active employee then lands on the no-manager list.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MGR-FILE.
           IF WS-MGR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MGR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE MGR-EMP-ID TO WS-SEARCH-ID
                       PERFORM FIND-EMPLOYEE-INDEX
                       IF WS-FOUND-INDEX > ZERO
                           MOVE MGR-MANAGER-ID TO
                               WS-E-MANAGER-ID (WS-FOUND-INDEX)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MGR-FILE-STATUS NOT = "35"
               CLOSE MGR-FILE
           END-IF.

       FIND-EMPLOYEE-INDEX.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                     UNTIL WS-SCAN-INDEX > WS-EMP-TABLE-COUNT
                        OR WS-FOUND-INDEX > ZERO
               IF WS-E-EMP-ID (WS-SCAN-INDEX) = WS-SEARCH-ID
                   MOVE WS-SCAN-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       RESOLVE-MANAGERS.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               IF WS-E-MANAGER-ID (WS-TABLE-INDEX) NOT = SPACES
                   MOVE WS-E-MANAGER-ID (WS-TABLE-INDEX)
                       TO WS-SEARCH-ID
                   PERFORM FIND-EMPLOYEE-INDEX
                   MOVE WS-FOUND-INDEX TO
                       WS-E-MANAGER-IX (WS-TABLE-INDEX)
               END-IF
           END-PERFORM.

       COUNT-TEAMS.
      *    Direct counts from each employee's own manager; the team
      *    headcount credits every manager up the chain for each
      *    active employee.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               MOVE WS-E-MANAGER-IX (WS-TABLE-INDEX) TO WS-WALK-INDEX
               IF WS-WALK-INDEX > ZERO
                   ADD 1 TO WS-E-DIRECT (WS-WALK-INDEX)
                   IF WS-E-STATUS (WS-TABLE-INDEX) = 'A'
                       ADD 1 TO WS-E-DIRECT-ACT (WS-WALK-INDEX)
                   END-IF
               END-IF
               IF WS-E-STATUS (WS-TABLE-INDEX) = 'A'
                   PERFORM CREDIT-CHAIN
               END-IF
           END-PERFORM.

       CREDIT-CHAIN.
           MOVE ZERO TO WS-WALK-DEPTH.
           MOVE WS-E-MANAGER-IX (WS-TABLE-INDEX) TO WS-WALK-INDEX.
           PERFORM UNTIL WS-WALK-INDEX = ZERO
                      OR WS-WALK-DEPTH > WS-MAX-DEPTH
               ADD 1 TO WS-E-TEAM-ACT (WS-WALK-INDEX)
               ADD 1 TO WS-WALK-DEPTH
               MOVE WS-E-MANAGER-IX (WS-WALK-INDEX) TO WS-WALK-INDEX
           END-PERFORM.

       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ORGRPT.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-ALL-TREES.
      *    A tree starts at anyone with reports and no manager of
      *    their own (or one no longer on EMP.INFO).
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               IF WS-E-MANAGER-IX (WS-TABLE-INDEX) = ZERO
                       AND WS-E-DIRECT (WS-TABLE-INDEX) > ZERO
                   ADD 1 TO WS-TREE-COUNT
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
                   PERFORM PRINT-ONE-TREE
               END-IF
           END-PERFORM.

       PRINT-ONE-TREE.
           MOVE 1 TO WS-STACK-DEPTH.
           MOVE WS-TABLE-INDEX TO WS-STK-NODE (1).
           MOVE 1 TO WS-STK-SCAN (1).
           MOVE WS-TABLE-INDEX TO WS-CHILD-INDEX.
           PERFORM PRINT-TREE-NODE.
           PERFORM UNTIL WS-STACK-DEPTH = ZERO
               PERFORM FIND-NEXT-REPORT
               IF WS-CHILD-INDEX > ZERO
                       AND WS-STACK-DEPTH < 50
                   ADD 1 TO WS-STACK-DEPTH
                   MOVE WS-CHILD-INDEX TO
                       WS-STK-NODE (WS-STACK-DEPTH)
                   MOVE 1 TO WS-STK-SCAN (WS-STACK-DEPTH)
                   PERFORM PRINT-TREE-NODE
               ELSE
                   SUBTRACT 1 FROM WS-STACK-DEPTH
               END-IF
           END-PERFORM.

       FIND-NEXT-REPORT.
      *    Next employee reporting to the node on top of the stack,
      *    resuming the scan where the last one was found.
           MOVE ZERO TO WS-CHILD-INDEX.
           PERFORM VARYING WS-SCAN-INDEX
                     FROM WS-STK-SCAN (WS-STACK-DEPTH) BY 1
                     UNTIL WS-SCAN-INDEX > WS-EMP-TABLE-COUNT
                        OR WS-CHILD-INDEX > ZERO
               IF WS-E-MANAGER-IX (WS-SCAN-INDEX)
                       = WS-STK-NODE (WS-STACK-DEPTH)
                   MOVE WS-SCAN-INDEX TO WS-CHILD-INDEX
               END-IF
           END-PERFORM.
           IF WS-CHILD-INDEX > ZERO
               COMPUTE WS-STK-SCAN (WS-STACK-DEPTH) =
                   WS-CHILD-INDEX + 1
           END-IF.

       PRINT-TREE-NODE.
      *    Two columns of indent per level, held to ten levels so the
      *    name stays readable.
           MOVE 'Y' TO WS-E-PRINTED (WS-CHILD-INDEX).
           MOVE SPACES TO WS-TREE-LINE.
           IF WS-STACK-DEPTH > 10
               MOVE 19 TO WS-INDENT-PTR
           ELSE
               COMPUTE WS-INDENT-PTR = (WS-STACK-DEPTH - 1) * 2 + 1
           END-IF.
           STRING WS-E-EMP-ID (WS-CHILD-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-E-NAME (WS-CHILD-INDEX) DELIMITED BY SIZE
                  INTO WS-TL-NODE
                  WITH POINTER WS-INDENT-PTR.
           MOVE WS-E-DEPT (WS-CHILD-INDEX) TO WS-TL-DEPT.
           MOVE WS-E-DIRECT (WS-CHILD-INDEX) TO WS-TL-DIRECT.
           MOVE WS-E-TEAM-ACT (WS-CHILD-INDEX) TO WS-TL-TEAM.
           IF WS-E-STATUS (WS-CHILD-INDEX) NOT = 'A'
               MOVE "INACTIVE" TO WS-TL-NOTE
           END-IF.
           MOVE WS-TREE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-NO-MANAGER-LIST.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "ACTIVE EMPLOYEES WITH NO MANAGER" TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               IF WS-E-STATUS (WS-TABLE-INDEX) = 'A'
                       AND WS-E-MANAGER-IX (WS-TABLE-INDEX) = ZERO
                   ADD 1 TO WS-NO-MGR-COUNT
                   PERFORM SET-EXCEPTION-LINE
                   IF WS-E-MANAGER-ID (WS-TABLE-INDEX) NOT = SPACES
                       MOVE "MANAGER NOT ON EMP.INFO" TO WS-X-NOTE
                   ELSE
                       IF WS-E-DIRECT (WS-TABLE-INDEX) > ZERO
                           MOVE "HEADS A TREE" TO WS-X-NOTE
                       END-IF
                   END-IF
                   MOVE WS-EXCEPTION-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.

       PRINT-IDLE-MANAGER-LIST.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "MANAGERS WHOSE WHOLE TEAM IS INACTIVE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               IF WS-E-DIRECT (WS-TABLE-INDEX) > ZERO
                       AND WS-E-DIRECT-ACT (WS-TABLE-INDEX) = ZERO
                   ADD 1 TO WS-IDLE-MGR-COUNT
                   PERFORM SET-EXCEPTION-LINE
                   MOVE "ALL DIRECT REPORTS INACTIVE" TO WS-X-NOTE
                   MOVE WS-EXCEPTION-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.

       PRINT-LOOP-LIST.
      *    Anyone with a manager on file who was never reached from
      *    a top-level manager sits in a reporting loop.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "EMPLOYEES IN A REPORTING LOOP" TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               IF WS-E-MANAGER-IX (WS-TABLE-INDEX) > ZERO
                       AND WS-E-PRINTED (WS-TABLE-INDEX) NOT = 'Y'
                   ADD 1 TO WS-LOOP-COUNT
                   PERFORM SET-EXCEPTION-LINE
                   MOVE SPACES TO WS-X-NOTE
                   STRING "REPORTS TO " DELIMITED BY SIZE
                          WS-E-MANAGER-ID (WS-TABLE-INDEX)
                              DELIMITED BY SIZE
                          INTO WS-X-NOTE
                   MOVE WS-EXCEPTION-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.

       SET-EXCEPTION-LINE.
           MOVE SPACES TO WS-X-NOTE.
           MOVE WS-E-EMP-ID (WS-TABLE-INDEX) TO WS-X-EMP-ID.
           MOVE WS-E-NAME (WS-TABLE-INDEX) TO WS-X-NAME.
           MOVE WS-E-DEPT (WS-TABLE-INDEX) TO WS-X-DEPT.

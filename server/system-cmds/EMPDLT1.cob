      * EMPDLT1.cob - Payroll Vendor Changes-Only Extract Program
      * Fujitsu ASP COBOLG Program
      * EMPCSV1 sends the vendor the whole of EMP.INFO every night
      * and leaves them to work out who was added, changed or let
      * go. This batch sends only the differences. It reads the
      * EMP.JRNL journal EMPJRN1 writes: entries up to the high-water
      * mark held in EMPDLT.CTL give each employee's image as the
      * vendor last had it, and entries after it give the image
      * now. One line per changed employee goes to EMPDLT.CSV with
      * an action code
      *   A  add        -- new to the vendor (all fields)
      *   C  change     -- only the fields that changed; the rest
      *                    are left empty
      *   T  terminate  -- active before, inactive or archived now
      *   R  rehire     -- inactive before (or REHIRE on EMP.AUDIT
      *                    in the same span) and active now (all
      *                    fields)
      * After a normal run the date and time of the last journal
      * entry sent is written back to EMPDLT.CTL (HWM=yyyymmdd
      * hhmmsscc), so the next run picks up exactly where this one
      * stopped; with no control file yet the run starts from the
      * beginning of today. Given a rerun date the program instead
      * regenerates that one day's delta and leaves the control file
      * alone. The extract is captured through RPTSPOOL as each
      * generation of EMP.CSV is.
      *
      * MODIFICATION HISTORY
      * 2026-10-10  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDLT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO "EMP.JRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EMP.AUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "EMPDLT.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT CSV-FILE ASSIGN TO "EMPDLT.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  JRNL-LINE               PIC X(120).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE              PIC X(80).

       FD  CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CTL-LINE                PIC X(40).

       FD  CSV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CSV-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-AUDIT-FILE-STATUS    PIC XX.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-CSV-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8       PIC 9(8) VALUE ZERO.
       01  WS-RERUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-HWM-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-CHANGED-FLAG         PIC X VALUE 'N'.
       01  WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-TERM-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REHIRE-COUNT         PIC 9(5) VALUE ZERO.

      * Journal and audit entries are placed by date and time run
      * together as one sixteen-digit stamp.
       01  WS-ENTRY-STAMP-R.
           05  WS-ES-DATE          PIC 9(8).
           05  WS-ES-TIME          PIC 9(8).
       01  WS-ENTRY-STAMP REDEFINES WS-ENTRY-STAMP-R PIC 9(16).
       01  WS-WINDOW-LOW           PIC 9(16) VALUE ZERO.
       01  WS-WINDOW-HIGH          PIC 9(16) VALUE ZERO.
       01  WS-OLD-HWM              PIC 9(16) VALUE ZERO.
       01  WS-NEW-HWM              PIC 9(16) VALUE ZERO.

      * The same journal line layout EMPJRN1 writes.
       01  WS-JRNL-DETAIL.
           05  WS-J-ACTION         PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-J-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-J-TIME           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-J-OPERATOR       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-J-RECORD-IMAGE   PIC X(80).

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

       01  WS-CTL-DETAIL.
           05  WS-CT-KEY           PIC X(4).
           05  WS-CT-HWM           PIC X(16).
           05  FILLER              PIC X(20).

      * One entry per employee seen on the journal: the image the
      * vendor last had (prior) and the image now (final). The
      * usual fixed-table bound -- but a feed that silently drops
      * employees is worse than none, so a full table stops the run.
       01  WS-EMP-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAX-EMP-TABLE        PIC 9(4) VALUE 2000.
       01  WS-EMP-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-TABLE-INDEX          PIC 9(4) VALUE ZERO.
       01  WS-SCAN-INDEX           PIC 9(4) VALUE ZERO.
       01  WS-FOUND-INDEX          PIC 9(4) VALUE ZERO.
       01  WS-SEARCH-ID            PIC X(5).
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-E-EMP-ID      PIC X(5).
               10  WS-E-PRIOR-FLAG  PIC X(1).
               10  WS-E-PRIOR-IMAGE PIC X(80).
               10  WS-E-WINDOW-FLAG PIC X(1).
               10  WS-E-FINAL-ACTION PIC X(1).
               10  WS-E-FINAL-IMAGE PIC X(80).
               10  WS-E-REHIRE-FLAG PIC X(1).

       01  WS-PRIOR-RECORD.
           05  WS-P-ID             PIC X(5).
           05  WS-P-NAME           PIC X(20).
           05  WS-P-EMAIL          PIC X(20).
           05  WS-P-STATUS         PIC X(1).
           05  WS-P-DEPT           PIC X(15).
           05  WS-P-HIRE-DATE      PIC 9(8).
           05  WS-P-SALARY         PIC 9(8)V99.
           05  WS-P-GRADE          PIC X(1).

       01  WS-FINAL-RECORD.
           05  WS-F-ID             PIC X(5).
           05  WS-F-NAME           PIC X(20).
           05  WS-F-EMAIL          PIC X(20).
           05  WS-F-STATUS         PIC X(1).
           05  WS-F-DEPT           PIC X(15).
           05  WS-F-HIRE-DATE      PIC 9(8).
           05  WS-F-SALARY         PIC 9(8)V99.
           05  WS-F-GRADE          PIC X(1).

       01  WS-SALARY-EDIT          PIC 9(8).99.

       01  WS-CSV-DETAIL.
           05  WS-C-ACTION         PIC X(1).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-ID             PIC X(5).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-NAME           PIC X(20).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-EMAIL          PIC X(20).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-DEPT           PIC X(4).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-HIRE-DATE      PIC X(8).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-SALARY         PIC X(11).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-GRADE          PIC X(1).
           05  FILLER              PIC X(1)  VALUE ",".
           05  WS-C-STATUS         PIC X(1).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Payroll Vendor Delta Extract".
           05  WS-RERUN-LABEL      PIC X(45)
               VALUE "Rerun date (YYYYMMDD, blank=since last send):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           DISPLAY WS-RERUN-LABEL.
           ACCEPT WS-RERUN-DATE.
           PERFORM SET-EXTRACT-WINDOW.
           PERFORM LOAD-JOURNAL-IMAGES.
           IF WS-EMP-TABLE-FULL = 'Y'
               DISPLAY "EMPDLT1: more than 2000 employees on the "
                       "journal - extract not written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MARK-AUDIT-REHIRES.
           PERFORM OPEN-CSV-FILE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                     UNTIL WS-TABLE-INDEX > WS-EMP-TABLE-COUNT
               IF WS-E-WINDOW-FLAG (WS-TABLE-INDEX) = 'Y'
                   PERFORM JUDGE-EMPLOYEE-DELTA
               END-IF
           END-PERFORM.
           CLOSE CSV-FILE.
           IF WS-RERUN-DATE = ZERO
               PERFORM WRITE-RUN-CONTROL
           END-IF.
           CALL 'RPTSPOOL' USING "EMPDLT  " "EMPDLT.CSV  ".
           DISPLAY "EMPDLT1: " WS-ADD-COUNT " add, "
                   WS-CHANGE-COUNT " change, "
                   WS-TERM-COUNT " terminate, "
                   WS-REHIRE-COUNT " rehire.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SET-EXTRACT-WINDOW.
      *    A rerun covers the whole of the one day asked for; a
      *    normal run covers everything after the high-water mark.
           IF WS-RERUN-DATE NOT = ZERO
               MOVE WS-RERUN-DATE TO WS-ES-DATE
               MOVE ZERO TO WS-ES-TIME
               MOVE WS-ENTRY-STAMP TO WS-WINDOW-LOW
               MOVE 99999999 TO WS-ES-TIME
               MOVE WS-ENTRY-STAMP TO WS-WINDOW-HIGH
               DISPLAY "EMPDLT1: regenerating the delta for "
                       WS-RERUN-DATE
           ELSE
               PERFORM READ-RUN-CONTROL
               IF WS-HWM-FOUND-FLAG = 'Y'
                   COMPUTE WS-WINDOW-LOW = WS-OLD-HWM + 1
               ELSE
                   MOVE WS-CURRENT-DATE-8 TO WS-ES-DATE
                   MOVE ZERO TO WS-ES-TIME
                   MOVE WS-ENTRY-STAMP TO WS-WINDOW-LOW
                   MOVE WS-ENTRY-STAMP TO WS-OLD-HWM
               END-IF
               MOVE 9999999999999999 TO WS-WINDOW-HIGH
           END-IF.
           MOVE WS-OLD-HWM TO WS-NEW-HWM.

       READ-RUN-CONTROL.
           MOVE 'N' TO WS-HWM-FOUND-FLAG.
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
                       MOVE CTL-LINE TO WS-CTL-DETAIL
                       IF WS-CT-KEY = "HWM="
                               AND WS-CT-HWM IS NUMERIC
                           MOVE WS-CT-HWM TO WS-OLD-HWM
                           MOVE 'Y' TO WS-HWM-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTL-FILE-STATUS NOT = "35"
               CLOSE CTL-FILE
           END-IF.

       WRITE-RUN-CONTROL.
           OPEN OUTPUT CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot write EMPDLT.CTL file "
                       WS-CTL-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-CTL-DETAIL
               MOVE "HWM=" TO WS-CT-KEY
               MOVE WS-NEW-HWM TO WS-CT-HWM
               MOVE WS-CTL-DETAIL TO CTL-LINE
               WRITE CTL-LINE
               CLOSE CTL-FILE
           END-IF.

       LOAD-JOURNAL-IMAGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.JRNL file "
                       WS-JRNL-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
                      OR WS-EMP-TABLE-FULL = 'Y'
               READ JRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE JRNL-LINE TO WS-JRNL-DETAIL
                       PERFORM STORE-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JRNL-FILE.

       STORE-JOURNAL-ENTRY.
           IF WS-J-DATE IS NUMERIC AND WS-J-TIME IS NUMERIC
                   AND (WS-J-ACTION = 'W' OR WS-J-ACTION = 'R'
                        OR WS-J-ACTION = 'D')
               MOVE WS-J-DATE TO WS-ES-DATE
               MOVE WS-J-TIME TO WS-ES-TIME
               IF WS-ENTRY-STAMP NOT > WS-WINDOW-HIGH
                   MOVE WS-J-RECORD-IMAGE (1:5) TO WS-SEARCH-ID
                   PERFORM FIND-EMPLOYEE-INDEX
                   IF WS-FOUND-INDEX = ZERO
                       PERFORM ADD-EMPLOYEE-ENTRY
                   END-IF
                   IF WS-FOUND-INDEX > ZERO
                       PERFORM APPLY-JOURNAL-ENTRY
                   END-IF
               END-IF
           END-IF.

       APPLY-JOURNAL-ENTRY.
           IF WS-ENTRY-STAMP < WS-WINDOW-LOW
      *        Before the window: this is what the vendor was sent.
               IF WS-J-ACTION = 'D'
                   MOVE 'N' TO WS-E-PRIOR-FLAG (WS-FOUND-INDEX)
               ELSE
                   MOVE 'Y' TO WS-E-PRIOR-FLAG (WS-FOUND-INDEX)
                   MOVE WS-J-RECORD-IMAGE TO
                       WS-E-PRIOR-IMAGE (WS-FOUND-INDEX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-E-WINDOW-FLAG (WS-FOUND-INDEX)
               MOVE WS-J-ACTION TO WS-E-FINAL-ACTION (WS-FOUND-INDEX)
               MOVE WS-J-RECORD-IMAGE TO
                   WS-E-FINAL-IMAGE (WS-FOUND-INDEX)
               IF WS-ENTRY-STAMP > WS-NEW-HWM
                   MOVE WS-ENTRY-STAMP TO WS-NEW-HWM
               END-IF
           END-IF.

       ADD-EMPLOYEE-ENTRY.
           IF WS-EMP-TABLE-COUNT < WS-MAX-EMP-TABLE
               ADD 1 TO WS-EMP-TABLE-COUNT
               MOVE WS-EMP-TABLE-COUNT TO WS-FOUND-INDEX
               MOVE WS-SEARCH-ID TO WS-E-EMP-ID (WS-FOUND-INDEX)
               MOVE 'N' TO WS-E-PRIOR-FLAG (WS-FOUND-INDEX)
               MOVE SPACES TO WS-E-PRIOR-IMAGE (WS-FOUND-INDEX)
               MOVE 'N' TO WS-E-WINDOW-FLAG (WS-FOUND-INDEX)
               MOVE SPACE TO WS-E-FINAL-ACTION (WS-FOUND-INDEX)
               MOVE SPACES TO WS-E-FINAL-IMAGE (WS-FOUND-INDEX)
               MOVE 'N' TO WS-E-REHIRE-FLAG (WS-FOUND-INDEX)
           ELSE
               MOVE 'Y' TO WS-EMP-TABLE-FULL
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

       MARK-AUDIT-REHIRES.
      *    REHIRE1's audit entry settles an inactive-to-active change
      *    as a rehire even when the journal alone would not show
      *    it (the employee archived and restored, say). No audit
      *    file just means the journal decides alone.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
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
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF.

       JUDGE-AUDIT-LINE.
           IF WS-A-OPERATION = "REHIRE  "
                   AND WS-A-DATE IS NUMERIC
                   AND WS-A-TIME IS NUMERIC
               MOVE WS-A-DATE TO WS-ES-DATE
               MOVE WS-A-TIME TO WS-ES-TIME
               IF WS-ENTRY-STAMP NOT < WS-WINDOW-LOW
                       AND WS-ENTRY-STAMP NOT > WS-WINDOW-HIGH
                   MOVE WS-A-EMP-ID TO WS-SEARCH-ID
                   PERFORM FIND-EMPLOYEE-INDEX
                   IF WS-FOUND-INDEX > ZERO
                       MOVE 'Y' TO WS-E-REHIRE-FLAG (WS-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF.

       OPEN-CSV-FILE.
           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMPDLT.CSV file "
                       WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

       JUDGE-EMPLOYEE-DELTA.
           MOVE WS-E-PRIOR-IMAGE (WS-TABLE-INDEX) TO WS-PRIOR-RECORD.
           MOVE WS-E-FINAL-IMAGE (WS-TABLE-INDEX) TO WS-FINAL-RECORD.
           EVALUATE TRUE
               WHEN WS-E-FINAL-ACTION (WS-TABLE-INDEX) = 'D'
      *            Archived off EMP.INFO: only news to the vendor if
      *            they still had the employee as active.
                   IF WS-E-PRIOR-FLAG (WS-TABLE-INDEX) = 'Y'
                           AND WS-P-STATUS = 'A'
                       PERFORM WRITE-TERMINATE-LINE
                   END-IF
               WHEN WS-E-PRIOR-FLAG (WS-TABLE-INDEX) NOT = 'Y'
                   IF WS-F-STATUS = 'A'
                       IF WS-E-REHIRE-FLAG (WS-TABLE-INDEX) = 'Y'
                           MOVE 'R' TO WS-C-ACTION
                           ADD 1 TO WS-REHIRE-COUNT
                       ELSE
                           MOVE 'A' TO WS-C-ACTION
                           ADD 1 TO WS-ADD-COUNT
                       END-IF
                       PERFORM WRITE-FULL-LINE
                   END-IF
               WHEN WS-P-STATUS = 'A' AND WS-F-STATUS NOT = 'A'
                   PERFORM WRITE-TERMINATE-LINE
               WHEN WS-P-STATUS NOT = 'A' AND WS-F-STATUS = 'A'
                   MOVE 'R' TO WS-C-ACTION
                   ADD 1 TO WS-REHIRE-COUNT
                   PERFORM WRITE-FULL-LINE
               WHEN WS-F-STATUS = 'A'
                   PERFORM WRITE-CHANGE-LINE
           END-EVALUATE.

       WRITE-FULL-LINE.
           MOVE WS-F-ID TO WS-C-ID.
           MOVE WS-F-NAME TO WS-C-NAME.
           MOVE WS-F-EMAIL TO WS-C-EMAIL.
           MOVE WS-F-DEPT (1:4) TO WS-C-DEPT.
           MOVE WS-F-HIRE-DATE TO WS-C-HIRE-DATE.
           MOVE WS-F-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO WS-C-SALARY.
           MOVE WS-F-GRADE TO WS-C-GRADE.
           MOVE WS-F-STATUS TO WS-C-STATUS.
           MOVE WS-CSV-DETAIL TO CSV-LINE.
           WRITE CSV-LINE.

       WRITE-TERMINATE-LINE.
           MOVE 'T' TO WS-C-ACTION.
           MOVE WS-E-EMP-ID (WS-TABLE-INDEX) TO WS-C-ID.
           MOVE SPACES TO WS-C-NAME.
           MOVE SPACES TO WS-C-EMAIL.
           MOVE SPACES TO WS-C-DEPT.
           MOVE SPACES TO WS-C-HIRE-DATE.
           MOVE SPACES TO WS-C-SALARY.
           MOVE SPACES TO WS-C-GRADE.
           MOVE 'I' TO WS-C-STATUS.
           MOVE WS-CSV-DETAIL TO CSV-LINE.
           WRITE CSV-LINE.
           ADD 1 TO WS-TERM-COUNT.

       WRITE-CHANGE-LINE.
      *    Only the fields that differ from what the vendor has; an
      *    employee rewritten with nothing different sends nothing.
           MOVE 'N' TO WS-CHANGED-FLAG.
           MOVE 'C' TO WS-C-ACTION.
           MOVE WS-F-ID TO WS-C-ID.
           MOVE SPACES TO WS-C-NAME.
           MOVE SPACES TO WS-C-EMAIL.
           MOVE SPACES TO WS-C-DEPT.
           MOVE SPACES TO WS-C-HIRE-DATE.
           MOVE SPACES TO WS-C-SALARY.
           MOVE SPACES TO WS-C-GRADE.
           MOVE SPACES TO WS-C-STATUS.
           IF WS-F-NAME NOT = WS-P-NAME
               MOVE WS-F-NAME TO WS-C-NAME
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.
           IF WS-F-EMAIL NOT = WS-P-EMAIL
               MOVE WS-F-EMAIL TO WS-C-EMAIL
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.
           IF WS-F-DEPT (1:4) NOT = WS-P-DEPT (1:4)
               MOVE WS-F-DEPT (1:4) TO WS-C-DEPT
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.
           IF WS-F-HIRE-DATE NOT = WS-P-HIRE-DATE
               MOVE WS-F-HIRE-DATE TO WS-C-HIRE-DATE
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.
           IF WS-F-SALARY NOT = WS-P-SALARY
               MOVE WS-F-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-C-SALARY
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.
           IF WS-F-GRADE NOT = WS-P-GRADE
               MOVE WS-F-GRADE TO WS-C-GRADE
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.
           IF WS-CHANGED-FLAG = 'Y'
               MOVE WS-CSV-DETAIL TO CSV-LINE
               WRITE CSV-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

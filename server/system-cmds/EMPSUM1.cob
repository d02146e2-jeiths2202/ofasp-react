      * EMPSUM1.cob - Employee Summary Inquiry Program
      * Fujitsu ASP COBOLG Program
      * One screen for the phone call about one person. Takes an
      * EMP-ID, or a full or partial name looked up through the
      * EMP-NAME alternate key, and pages everything the system
      * holds on that employee across a set of panels: the EMP.INFO
      * master fields and the EMP.EXT contact details, the LEAVE.BAL
      * entitlement and days used for the current leave year, the
      * last few SAL.HIST changes, the XFER.HIST transfers, the
      * latest TERM.HIST reason, and the most recent EMP.AUDIT
      * entries -- the picture that used to take SUB001, EMPEXT1,
      * LVENT1, SALRPT1, XFRRPT1 and AUDINQ1 between them. Every
      * file is opened INPUT; nothing here writes.
      * Reached from the MENU.DEF menu (MAIN001 passes spaces and the
      * operator types the ID or name) and from SUB001's work-with
      * prompt (action E), which passes the selected row's EMP-ID in.
      *
      * MODIFICATION HISTORY
      * 2026-10-05  Initial version.
      * 2026-10-15  The panel, line and history counts and the
      *             continue switch are reset on entry, so a second
      *             inquiry from SUB001 in the same run starts clean
      *             instead of adding to the first employee's rows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSUM1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT EXT-FILE ASSIGN TO "EMP.EXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EXT-EMP-ID
                  FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT LVBAL-FILE ASSIGN TO "LEAVE.BAL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LV-EMP-ID
                  FILE STATUS IS WS-LVBAL-FILE-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SAL.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALHIST-FILE-STATUS.
           SELECT XFER-FILE ASSIGN TO "XFER.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XFER-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "TERM.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EMP.AUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-FILE-STATUS.

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
           05  EMP-GRADE       PIC X(1).

       FD  EXT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  EXT-RECORD.
           05  EXT-EMP-ID      PIC X(5).
           05  EXT-ADDRESS     PIC X(30).
           05  EXT-PHONE       PIC X(15).
           05  EXT-EMERG-NAME  PIC X(20).
           05  EXT-EMERG-PHONE PIC X(15).
           05  EXT-FILLER      PIC X(15).

       FD  LVBAL-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  LVBAL-RECORD.
           05  LV-EMP-ID       PIC X(5).
           05  LV-YEAR         PIC 9(4).
           05  LV-ENTITLEMENT  PIC 9(3).
           05  LV-USED         PIC 9(3).
           05  LV-FILLER       PIC X(25).

       FD  SALHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALHIST-LINE        PIC X(80).

       FD  XFER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XFER-LINE           PIC X(80).

       FD  TERM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  TERM-LINE           PIC X(40).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS     PIC XX.
       01  WS-EXT-FILE-STATUS     PIC XX.
       01  WS-LVBAL-FILE-STATUS   PIC XX.
       01  WS-SALHIST-FILE-STATUS PIC XX.
       01  WS-XFER-FILE-STATUS    PIC XX.
       01  WS-TERM-FILE-STATUS    PIC XX.
       01  WS-AUDIT-FILE-STATUS   PIC XX.
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-FOUND-FLAG          PIC X VALUE 'N'.
       01  WS-CONTINUE-FLAG       PIC X VALUE 'Y'.
       01  WS-RSN-VALID-FLAG      PIC X VALUE 'N'.
       01  WS-RSN-DESC            PIC X(20).

      * The line layouts the writing programs use, re-described for
      * the read-back side (SALHIST1, DEPTXFR1, DELETE1, AUDITLOG).
       01  WS-SALHIST-DETAIL.
           05  WS-H-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-H-OLD-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-H-NEW-SALARY     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-H-EFF-DATE       PIC X(6).

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

       01  WS-TERM-DETAIL.
           05  WS-T-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-T-TERM-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-T-RSN-CODE       PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-T-OPERATOR       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-T-ENTRY-DATE     PIC X(8).

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

      * The history files are flat and in arrival order, so the
      * "last few" of each are kept in a short rolling table while
      * the file is read: once it is full the oldest entry is
      * dropped off the top for each new one.
       01  WS-MAX-RECENT          PIC 9(2) VALUE 5.
       01  WS-MAX-XFER            PIC 9(2) VALUE 10.
       01  WS-SAL-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SAL-TABLE.
           05  WS-SAL-ENTRY       PIC X(80) OCCURS 5 TIMES.
       01  WS-XFER-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY      PIC X(80) OCCURS 10 TIMES.
       01  WS-AUD-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY       PIC X(80) OCCURS 5 TIMES.
       01  WS-TERM-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-LAST-TERM-LINE      PIC X(40).
       01  WS-SHIFT-INDEX         PIC 9(2) VALUE ZERO.

      * Name search -- candidates whose name begins with what was
      * typed, read forward from a START on the EMP-NAME key.
       01  WS-NAME-SEARCH         PIC X(20).
       01  WS-NAME-LENGTH         PIC 9(2) VALUE ZERO.
       01  WS-CAND-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-MAX-CAND            PIC 9(2) VALUE 10.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY      OCCURS 10 TIMES.
               10  WS-CAND-ID     PIC X(5).
               10  WS-CAND-NAME   PIC X(20).
               10  WS-CAND-DEPT   PIC X(15).
               10  WS-CAND-STATUS PIC X(1).
       01  WS-CAND-INDEX          PIC 9(2) VALUE ZERO.
       01  WS-CAND-LINE.
           05  WS-C-ID            PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-C-NAME          PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-C-DEPT          PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-C-STATUS        PIC X(1).

      * Panel lines are built once into a table; each panel
      * remembers the first and last table line it owns and the
      * page commands move between panels.
       01  WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-MAX-LINES           PIC 9(3) VALUE 100.
       01  WS-LINE-TABLE.
           05  WS-PANEL-LINE      PIC X(80) OCCURS 100 TIMES.
       01  WS-PANEL-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-PANEL-TABLE.
           05  WS-PANEL-ENTRY     OCCURS 10 TIMES.
               10  WS-PANEL-FIRST PIC 9(3).
               10  WS-PANEL-LAST  PIC 9(3).
       01  WS-CURRENT-PANEL       PIC 9(2) VALUE 1.
       01  WS-TABLE-INDEX         PIC 9(3) VALUE ZERO.
       01  WS-BUILD-LINE          PIC X(80).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Employee Summary Inquiry".
           05  WS-ID-LABEL         PIC X(36)
               VALUE "Employee ID (blank=search by name):".
           05  WS-NAME-LABEL       PIC X(30)
               VALUE "Name (full or partial):".
           05  WS-PICK-LABEL       PIC X(30)
               VALUE "Employee ID from the list:".
           05  WS-COMMAND-LABEL    PIC X(40)
               VALUE "F7=next F8=prev F1=first X=end:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-SEARCH-ID           PIC X(5).
       01  WS-COMMAND-INPUT       PIC X(2).

       01  WS-PAGE-HEADER.
           05  FILLER              PIC X(7)  VALUE "PANEL".
           05  WS-H-PANEL-NO       PIC Z9.
           05  FILLER              PIC X(4)  VALUE " OF".
           05  WS-H-PANEL-COUNT    PIC Z9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-P-EMP-ID         PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-P-EMP-NAME       PIC X(20).

      * Panel line layouts.
       01  WS-HEADING-LINE.
           05  FILLER              PIC X(4)  VALUE "--- ".
           05  WS-HD-TEXT          PIC X(30).
           05  FILLER              PIC X(4)  VALUE " ---".

       01  WS-MASTER-LINE-1.
           05  FILLER              PIC X(12) VALUE "Name:".
           05  WS-M-NAME           PIC X(20).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "Status:".
           05  WS-M-STATUS         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-M-STATUS-TEXT    PIC X(8).
       01  WS-MASTER-LINE-2.
           05  FILLER              PIC X(12) VALUE "Email:".
           05  WS-M-EMAIL          PIC X(20).
       01  WS-MASTER-LINE-3.
           05  FILLER              PIC X(12) VALUE "Department:".
           05  WS-M-DEPT           PIC X(15).
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "Grade:".
           05  WS-M-GRADE          PIC X(1).
       01  WS-MASTER-LINE-4.
           05  FILLER              PIC X(12) VALUE "Hire date:".
           05  WS-M-HIRE-DATE      PIC 9(8).
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "Salary:".
           05  WS-M-SALARY         PIC ZZ,ZZZ,ZZ9.99.

       01  WS-CONTACT-LINE-1.
           05  FILLER              PIC X(12) VALUE "Address:".
           05  WS-E-ADDRESS        PIC X(30).
       01  WS-CONTACT-LINE-2.
           05  FILLER              PIC X(12) VALUE "Phone:".
           05  WS-E-PHONE          PIC X(15).
       01  WS-CONTACT-LINE-3.
           05  FILLER              PIC X(12) VALUE "Emergency:".
           05  WS-E-EMERG-NAME     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-E-EMERG-PHONE    PIC X(15).

       01  WS-LEAVE-LINE.
           05  FILLER              PIC X(6)  VALUE "Year ".
           05  WS-L-YEAR           PIC 9(4).
           05  FILLER              PIC X(12) VALUE "  Entitled ".
           05  WS-L-ENTITLED       PIC ZZ9.
           05  FILLER              PIC X(7)  VALUE "  Used ".
           05  WS-L-USED           PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "  Remaining ".
           05  WS-L-REMAINING      PIC -ZZ9.
       01  WS-REMAINING-DAYS      PIC S9(4) VALUE ZERO.

       01  WS-SAL-COLUMNS.
           05  FILLER              PIC X(10) VALUE "EFFECTIVE".
           05  FILLER              PIC X(15) VALUE "OLD SALARY".
           05  FILLER              PIC X(15) VALUE "NEW SALARY".
       01  WS-SAL-LINE.
           05  WS-S-EFF-DATE       PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-OLD-SALARY     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-NEW-SALARY     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-XFER-COLUMNS.
           05  FILLER              PIC X(10) VALUE "EFFECTIVE".
           05  FILLER              PIC X(16) VALUE "FROM DEPT".
           05  FILLER              PIC X(16) VALUE "TO DEPT".
           05  FILLER              PIC X(8)  VALUE "OPERATOR".
       01  WS-XFER-LINE.
           05  WS-X-D-EFF-DATE     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-X-D-FROM-DEPT    PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-X-D-TO-DEPT      PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-X-D-OPERATOR     PIC X(8).

       01  WS-TERM-LINE-1.
           05  FILLER              PIC X(12) VALUE "Term date:".
           05  WS-TD-TERM-DATE     PIC X(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "Operator:".
           05  WS-TD-OPERATOR      PIC X(8).
       01  WS-TERM-LINE-2.
           05  FILLER              PIC X(12) VALUE "Reason:".
           05  WS-TD-RSN-CODE      PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-RSN-DESC      PIC X(20).

       01  WS-AUDIT-COLUMNS.
           05  FILLER              PIC X(9)  VALUE "DATE".
           05  FILLER              PIC X(9)  VALUE "TIME".
           05  FILLER              PIC X(9)  VALUE "OPERATION".
           05  FILLER              PIC X(5)  VALUE " OPT".
           05  FILLER              PIC X(8)  VALUE "OPERATOR".
       01  WS-AUDIT-LINE.
           05  WS-AD-DATE          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-AD-TIME          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-AD-OPERATION     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AD-MENU-OPT      PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-AD-OPERATOR-ID   PIC X(8).

       LINKAGE SECTION.
       01  EMPSUM1-PRESET-ID      PIC X(5).

       PROCEDURE DIVISION USING EMPSUM1-PRESET-ID.
       MAIN-PROCEDURE.
      *    Working storage stays as the last CALL left it -- SUB001
      *    can call again for another row in the same run.
           MOVE 'Y' TO WS-CONTINUE-FLAG.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-PANEL-COUNT.
           MOVE ZERO TO WS-SAL-COUNT.
           MOVE ZERO TO WS-XFER-COUNT.
           MOVE ZERO TO WS-AUD-COUNT.
           MOVE 'N' TO WS-TERM-FOUND-FLAG.
           DISPLAY WS-TITLE-LINE.
      *    SUB001's work-with prompt passes the row's EMP-ID in and
      *    the prompt is skipped; MAIN001 passes spaces.
           IF EMPSUM1-PRESET-ID NOT = SPACES
               MOVE EMPSUM1-PRESET-ID TO WS-SEARCH-ID
           ELSE
               DISPLAY WS-ID-LABEL
               MOVE SPACES TO WS-SEARCH-ID
               ACCEPT WS-SEARCH-ID
               IF WS-SEARCH-ID = SPACES
                   PERFORM SEARCH-BY-NAME
               END-IF
           END-IF.
           IF WS-SEARCH-ID = SPACES
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FETCH-EMPLOYEE-MASTER.
           IF WS-FOUND-FLAG NOT = 'Y'
               MOVE "Error: Employee ID not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BUILD-MASTER-PANEL.
           PERFORM BUILD-LEAVE-PANEL.
           PERFORM BUILD-SALARY-PANEL.
           PERFORM BUILD-TRANSFER-PANEL.
           PERFORM BUILD-AUDIT-PANEL.
           MOVE 1 TO WS-CURRENT-PANEL.
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               PERFORM DISPLAY-CURRENT-PANEL
               PERFORM ACCEPT-PAGE-COMMAND
               PERFORM PROCESS-PAGE-COMMAND
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SEARCH-BY-NAME.
      *    The name the caller gave, which may be only the first few
      *    letters: list up to ten employees whose name starts with
      *    it, in name order from a START on the alternate key. One
      *    match is taken as the answer; more are listed to pick
      *    from.
           DISPLAY WS-NAME-LABEL.
           MOVE SPACES TO WS-NAME-SEARCH.
           ACCEPT WS-NAME-SEARCH.
           MOVE ZERO TO WS-CAND-COUNT.
           IF WS-NAME-SEARCH NOT = SPACES
               PERFORM LOAD-NAME-CANDIDATES
               EVALUATE WS-CAND-COUNT
                   WHEN 0
                       MOVE "No employee name matches" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   WHEN 1
                       MOVE WS-CAND-ID (1) TO WS-SEARCH-ID
                   WHEN OTHER
                       PERFORM SHOW-NAME-CANDIDATES
                       DISPLAY WS-PICK-LABEL
                       ACCEPT WS-SEARCH-ID
               END-EVALUATE
           END-IF.

       LOAD-NAME-CANDIDATES.
           MOVE 20 TO WS-NAME-LENGTH.
           PERFORM UNTIL WS-NAME-LENGTH = 1
                      OR WS-NAME-SEARCH (WS-NAME-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LENGTH
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
           ELSE
               MOVE WS-NAME-SEARCH TO EMP-NAME
               START EMP-FILE KEY IS NOT LESS THAN EMP-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EMP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-NAME-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE
           END-IF.

       STORE-NAME-CANDIDATE.
      *    Names come back in collating order, so the first one that
      *    no longer starts with the search value ends the list.
           IF EMP-NAME (1:WS-NAME-LENGTH) NOT =
                   WS-NAME-SEARCH (1:WS-NAME-LENGTH)
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF WS-CAND-COUNT < WS-MAX-CAND
                   ADD 1 TO WS-CAND-COUNT
                   MOVE EMP-ID TO WS-CAND-ID (WS-CAND-COUNT)
                   MOVE EMP-NAME TO WS-CAND-NAME (WS-CAND-COUNT)
                   MOVE EMP-DEPT TO WS-CAND-DEPT (WS-CAND-COUNT)
                   MOVE EMP-STATUS TO WS-CAND-STATUS (WS-CAND-COUNT)
               ELSE
                   DISPLAY "EMPSUM1: more than 10 names match, "
                           "only the first 10 are shown."
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.

       SHOW-NAME-CANDIDATES.
           PERFORM VARYING WS-CAND-INDEX FROM 1 BY 1
                     UNTIL WS-CAND-INDEX > WS-CAND-COUNT
               MOVE WS-CAND-ID (WS-CAND-INDEX) TO WS-C-ID
               MOVE WS-CAND-NAME (WS-CAND-INDEX) TO WS-C-NAME
               MOVE WS-CAND-DEPT (WS-CAND-INDEX) TO WS-C-DEPT
               MOVE WS-CAND-STATUS (WS-CAND-INDEX) TO WS-C-STATUS
               DISPLAY WS-CAND-LINE
           END-PERFORM.

       FETCH-EMPLOYEE-MASTER.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE EMP-FILE
           END-IF.

       START-PANEL.
      *    Open a new panel at the next table line with its heading.
           IF WS-PANEL-COUNT > ZERO
               MOVE WS-LINE-COUNT TO WS-PANEL-LAST (WS-PANEL-COUNT)
           END-IF.
           ADD 1 TO WS-PANEL-COUNT.
           COMPUTE WS-PANEL-FIRST (WS-PANEL-COUNT) = WS-LINE-COUNT + 1.
           MOVE WS-LINE-COUNT TO WS-PANEL-LAST (WS-PANEL-COUNT).
           MOVE WS-HEADING-LINE TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.

       ADD-PANEL-LINE.
           IF WS-LINE-COUNT < WS-MAX-LINES
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-BUILD-LINE TO WS-PANEL-LINE (WS-LINE-COUNT)
               MOVE WS-LINE-COUNT TO WS-PANEL-LAST (WS-PANEL-COUNT)
           END-IF.
           MOVE SPACES TO WS-BUILD-LINE.

       BUILD-MASTER-PANEL.
           MOVE "EMPLOYEE MASTER" TO WS-HD-TEXT.
           PERFORM START-PANEL.
           MOVE EMP-NAME TO WS-M-NAME.
           MOVE EMP-STATUS TO WS-M-STATUS.
           IF EMP-STATUS = 'I'
               MOVE "INACTIVE" TO WS-M-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-M-STATUS-TEXT
           END-IF.
           MOVE EMP-EMAIL TO WS-M-EMAIL.
           MOVE EMP-DEPT TO WS-M-DEPT.
           MOVE EMP-GRADE TO WS-M-GRADE.
           MOVE EMP-HIRE-DATE TO WS-M-HIRE-DATE.
           MOVE EMP-SALARY TO WS-M-SALARY.
           MOVE WS-MASTER-LINE-1 TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.
           MOVE WS-MASTER-LINE-2 TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.
           MOVE WS-MASTER-LINE-3 TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.
           MOVE WS-MASTER-LINE-4 TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.
           MOVE "CONTACT DETAILS" TO WS-HD-TEXT.
           MOVE WS-HEADING-LINE TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT EXT-FILE.
           IF WS-EXT-FILE-STATUS = "00"
               MOVE EMP-ID TO EXT-EMP-ID
               READ EXT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE EXT-FILE
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               MOVE EXT-ADDRESS TO WS-E-ADDRESS
               MOVE EXT-PHONE TO WS-E-PHONE
               MOVE EXT-EMERG-NAME TO WS-E-EMERG-NAME
               MOVE EXT-EMERG-PHONE TO WS-E-EMERG-PHONE
               MOVE WS-CONTACT-LINE-1 TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
               MOVE WS-CONTACT-LINE-2 TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
               MOVE WS-CONTACT-LINE-3 TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           ELSE
               MOVE "No contact details on EMP.EXT" TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           END-IF.

       BUILD-LEAVE-PANEL.
      *    Leave balance and any termination share a panel -- each
      *    is a line or two at most.
           MOVE "LEAVE BALANCE" TO WS-HD-TEXT.
           PERFORM START-PANEL.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT LVBAL-FILE.
           IF WS-LVBAL-FILE-STATUS = "00"
               MOVE EMP-ID TO LV-EMP-ID
               READ LVBAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE LVBAL-FILE
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               MOVE LV-YEAR TO WS-L-YEAR
               MOVE LV-ENTITLEMENT TO WS-L-ENTITLED
               MOVE LV-USED TO WS-L-USED
               COMPUTE WS-REMAINING-DAYS = LV-ENTITLEMENT - LV-USED
               MOVE WS-REMAINING-DAYS TO WS-L-REMAINING
               MOVE WS-LEAVE-LINE TO WS-BUILD-LINE
           ELSE
               MOVE "No leave balance on LEAVE.BAL" TO WS-BUILD-LINE
           END-IF.
           PERFORM ADD-PANEL-LINE.
           MOVE "TERMINATION" TO WS-HD-TEXT.
           MOVE WS-HEADING-LINE TO WS-BUILD-LINE.
           PERFORM ADD-PANEL-LINE.
           PERFORM LOAD-LAST-TERMINATION.
           IF WS-TERM-FOUND-FLAG = 'Y'
               MOVE WS-LAST-TERM-LINE TO WS-TERM-DETAIL
               MOVE WS-T-TERM-DATE TO WS-TD-TERM-DATE
               MOVE WS-T-OPERATOR TO WS-TD-OPERATOR
               MOVE WS-T-RSN-CODE TO WS-TD-RSN-CODE
               CALL 'TRMRSNV1' USING WS-T-RSN-CODE
                                     WS-RSN-VALID-FLAG
                                     WS-RSN-DESC
               MOVE WS-RSN-DESC TO WS-TD-RSN-DESC
               MOVE WS-TERM-LINE-1 TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
               MOVE WS-TERM-LINE-2 TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           ELSE
               MOVE "No termination on TERM.HIST" TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           END-IF.

       LOAD-LAST-TERMINATION.
      *    A rehired employee can have more than one termination on
      *    file; the latest one written is the one shown.
           MOVE 'N' TO WS-TERM-FOUND-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TERM-LINE TO WS-TERM-DETAIL
                       IF WS-T-EMP-ID = EMP-ID
                           MOVE TERM-LINE TO WS-LAST-TERM-LINE
                           MOVE 'Y' TO WS-TERM-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TERM-FILE-STATUS NOT = "35"
               CLOSE TERM-FILE
           END-IF.

       BUILD-SALARY-PANEL.
           MOVE "RECENT SALARY CHANGES" TO WS-HD-TEXT.
           PERFORM START-PANEL.
           MOVE ZERO TO WS-SAL-COUNT.
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
                       IF WS-H-EMP-ID = EMP-ID
                           PERFORM KEEP-RECENT-SALARY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SALHIST-FILE-STATUS NOT = "35"
               CLOSE SALHIST-FILE
           END-IF.
           IF WS-SAL-COUNT = ZERO
               MOVE "No salary changes on SAL.HIST" TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           ELSE
               MOVE WS-SAL-COLUMNS TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                         UNTIL WS-TABLE-INDEX > WS-SAL-COUNT
                   MOVE WS-SAL-ENTRY (WS-TABLE-INDEX)
                       TO WS-SALHIST-DETAIL
                   MOVE WS-H-EFF-DATE TO WS-S-EFF-DATE
                   MOVE WS-H-OLD-SALARY TO WS-S-OLD-SALARY
                   MOVE WS-H-NEW-SALARY TO WS-S-NEW-SALARY
                   MOVE WS-SAL-LINE TO WS-BUILD-LINE
                   PERFORM ADD-PANEL-LINE
               END-PERFORM
           END-IF.

       KEEP-RECENT-SALARY.
           IF WS-SAL-COUNT < WS-MAX-RECENT
               ADD 1 TO WS-SAL-COUNT
           ELSE
               PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                         UNTIL WS-SHIFT-INDEX >= WS-MAX-RECENT
                   MOVE WS-SAL-ENTRY (WS-SHIFT-INDEX + 1)
                       TO WS-SAL-ENTRY (WS-SHIFT-INDEX)
               END-PERFORM
           END-IF.
           MOVE SALHIST-LINE TO WS-SAL-ENTRY (WS-SAL-COUNT).

       BUILD-TRANSFER-PANEL.
           MOVE "TRANSFER HISTORY" TO WS-HD-TEXT.
           PERFORM START-PANEL.
           MOVE ZERO TO WS-XFER-COUNT.
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
                       IF WS-X-EMP-ID = EMP-ID
                           PERFORM KEEP-RECENT-TRANSFER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-XFER-FILE-STATUS NOT = "35"
               CLOSE XFER-FILE
           END-IF.
           IF WS-XFER-COUNT = ZERO
               MOVE "No transfers on XFER.HIST" TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           ELSE
               MOVE WS-XFER-COLUMNS TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                         UNTIL WS-TABLE-INDEX > WS-XFER-COUNT
                   MOVE WS-XFER-ENTRY (WS-TABLE-INDEX)
                       TO WS-XFER-DETAIL
                   MOVE WS-X-EFF-DATE TO WS-X-D-EFF-DATE
                   MOVE WS-X-FROM-DEPT TO WS-X-D-FROM-DEPT
                   MOVE WS-X-TO-DEPT TO WS-X-D-TO-DEPT
                   MOVE WS-X-OPERATOR TO WS-X-D-OPERATOR
                   MOVE WS-XFER-LINE TO WS-BUILD-LINE
                   PERFORM ADD-PANEL-LINE
               END-PERFORM
           END-IF.

       KEEP-RECENT-TRANSFER.
           IF WS-XFER-COUNT < WS-MAX-XFER
               ADD 1 TO WS-XFER-COUNT
           ELSE
               PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                         UNTIL WS-SHIFT-INDEX >= WS-MAX-XFER
                   MOVE WS-XFER-ENTRY (WS-SHIFT-INDEX + 1)
                       TO WS-XFER-ENTRY (WS-SHIFT-INDEX)
               END-PERFORM
           END-IF.
           MOVE XFER-LINE TO WS-XFER-ENTRY (WS-XFER-COUNT).

       BUILD-AUDIT-PANEL.
           MOVE "RECENT AUDIT ENTRIES" TO WS-HD-TEXT.
           PERFORM START-PANEL.
           MOVE ZERO TO WS-AUD-COUNT.
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
                       IF WS-A-EMP-ID = EMP-ID
                           PERFORM KEEP-RECENT-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-AUD-COUNT = ZERO
               MOVE "No audit entries on EMP.AUDIT" TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
           ELSE
               MOVE WS-AUDIT-COLUMNS TO WS-BUILD-LINE
               PERFORM ADD-PANEL-LINE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                         UNTIL WS-TABLE-INDEX > WS-AUD-COUNT
                   MOVE WS-AUD-ENTRY (WS-TABLE-INDEX)
                       TO WS-AUDIT-DETAIL
                   MOVE WS-A-DATE TO WS-AD-DATE
                   MOVE WS-A-TIME TO WS-AD-TIME
                   MOVE WS-A-OPERATION TO WS-AD-OPERATION
                   MOVE WS-A-MENU-OPT TO WS-AD-MENU-OPT
                   MOVE WS-A-OPERATOR-ID TO WS-AD-OPERATOR-ID
                   MOVE WS-AUDIT-LINE TO WS-BUILD-LINE
                   PERFORM ADD-PANEL-LINE
               END-PERFORM
           END-IF.

       KEEP-RECENT-AUDIT.
           IF WS-AUD-COUNT < WS-MAX-RECENT
               ADD 1 TO WS-AUD-COUNT
           ELSE
               PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                         UNTIL WS-SHIFT-INDEX >= WS-MAX-RECENT
                   MOVE WS-AUD-ENTRY (WS-SHIFT-INDEX + 1)
                       TO WS-AUD-ENTRY (WS-SHIFT-INDEX)
               END-PERFORM
           END-IF.
           MOVE AUDIT-LINE TO WS-AUD-ENTRY (WS-AUD-COUNT).

       DISPLAY-CURRENT-PANEL.
           MOVE WS-CURRENT-PANEL TO WS-H-PANEL-NO.
           MOVE WS-PANEL-COUNT TO WS-H-PANEL-COUNT.
           MOVE EMP-ID TO WS-P-EMP-ID.
           MOVE EMP-NAME TO WS-P-EMP-NAME.
           DISPLAY WS-PAGE-HEADER.
           PERFORM VARYING WS-TABLE-INDEX
                     FROM WS-PANEL-FIRST (WS-CURRENT-PANEL) BY 1
                     UNTIL WS-TABLE-INDEX >
                           WS-PANEL-LAST (WS-CURRENT-PANEL)
               DISPLAY WS-PANEL-LINE (WS-TABLE-INDEX)
           END-PERFORM.

       ACCEPT-PAGE-COMMAND.
           DISPLAY WS-COMMAND-LABEL.
           MOVE SPACES TO WS-COMMAND-INPUT.
           ACCEPT WS-COMMAND-INPUT.

       PROCESS-PAGE-COMMAND.
      *    The same typed F7/F8/F1 wheel AUDINQ1 pages with.
           EVALUATE WS-COMMAND-INPUT
               WHEN "F7"
                   IF WS-CURRENT-PANEL < WS-PANEL-COUNT
                       ADD 1 TO WS-CURRENT-PANEL
                   END-IF
               WHEN "F8"
                   IF WS-CURRENT-PANEL > 1
                       SUBTRACT 1 FROM WS-CURRENT-PANEL
                   END-IF
               WHEN "F1"
                   MOVE 1 TO WS-CURRENT-PANEL
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE-FLAG
           END-EVALUATE.

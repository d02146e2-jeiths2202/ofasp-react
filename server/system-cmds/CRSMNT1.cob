      * CRSMNT1.cob - Training Course Master Maintenance Program
      * Fujitsu ASP COBOLG Program
      * Adds a training or certification course to COURSE.MASTER or
      * updates it, in the style of DEPTMNT1. Each course carries a
      * description and a validity in months -- zero means the
      * certification never expires -- and up to eight department
      * codes for which the course is mandatory ("*ALL" makes it
      * mandatory everywhere). TRNENT1 records completions against
      * the course and works out the expiry from the validity;
      * TRNEXP1 lists what is expiring and who in a mandatory
      * department has never taken it. D deactivates a course
      * rather than removing it, so the completions already keyed
      * against it keep their description; a deactivated course
      * takes no new completions and drops out of the expiry run.
      *
      * MODIFICATION HISTORY
      * 2026-10-09  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMNT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE ASSIGN TO "COURSE.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CRS-CODE
                  FILE STATUS IS WS-COURSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  COURSE-RECORD.
           05  CRS-CODE        PIC X(6).
           05  CRS-DESC        PIC X(30).
           05  CRS-VALID-MONTHS PIC 9(3).
           05  CRS-STATUS      PIC X(1).
           05  CRS-MAND-DEPT   PIC X(4) OCCURS 8 TIMES.
           05  CRS-FILLER      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-COURSE-FILE-STATUS PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-DEPT-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-DEPT-LOOKUP      PIC X(15) VALUE SPACES.
       01  WS-DEPT-NAME-WORK   PIC X(15) VALUE SPACES.
       01  WS-MAND-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-MAND-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-MAND-ENTRY       PIC X(4) VALUE SPACES.
       01  WS-MAND-DONE-FLAG   PIC X VALUE 'N'.

       01  WS-COURSE-DETAIL.
           05  WS-C-DESC       PIC X(30).
           05  FILLER          PIC X(10) VALUE "  VALID ".
           05  WS-C-MONTHS     PIC ZZ9.
           05  FILLER          PIC X(8)  VALUE " MONTHS ".
           05  WS-C-STATUS     PIC X(8).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(20) VALUE "Course Maint".
           05  WS-ACTION-LABEL     PIC X(20) VALUE "Action (A/U/D/I):".
           05  WS-CODE-LABEL       PIC X(20) VALUE "Course Code:".
           05  WS-DESC-LABEL       PIC X(20) VALUE "Description:".
           05  WS-MONTHS-LABEL     PIC X(32)
               VALUE "Valid Months (0=never expires):".
           05  WS-MAND-LABEL       PIC X(40)
               VALUE "Mandatory for Dept (*ALL, blank=done):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-COURSE-CODE      PIC X(6).
           05  WS-COURSE-DESC      PIC X(30).
           05  WS-VALID-MONTHS     PIC 9(3) VALUE ZERO.
           05  WS-MAND-DEPTS.
               10  WS-MAND-DEPT    PIC X(4) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DISPLAY-MAINT-SCREEN.
           PERFORM ACCEPT-MAINT-REQUEST.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ADD-COURSE-RECORD
               WHEN 'U'
                   PERFORM UPDATE-COURSE-RECORD
               WHEN 'D'
                   PERFORM DEACTIVATE-COURSE-RECORD
               WHEN 'I'
                   PERFORM SHOW-COURSE-RECORD
               WHEN OTHER
                   MOVE "Error: Action must be A, U, D or I" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       DISPLAY-MAINT-SCREEN.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-ACTION-LABEL.

       ACCEPT-MAINT-REQUEST.
           ACCEPT WS-ACTION-CODE.
           DISPLAY WS-CODE-LABEL.
           ACCEPT WS-COURSE-CODE.
           IF WS-ACTION-CODE = 'A' OR WS-ACTION-CODE = 'U'
               DISPLAY WS-DESC-LABEL
               ACCEPT WS-COURSE-DESC
               DISPLAY WS-MONTHS-LABEL
               ACCEPT WS-VALID-MONTHS
               PERFORM ACCEPT-MANDATORY-DEPTS
           END-IF.

       ACCEPT-MANDATORY-DEPTS.
      *    Up to eight codes, each one DEPTVAL1 must accept; a bad
      *    code is reported and asked for again.
           MOVE SPACES TO WS-MAND-DEPTS.
           MOVE ZERO TO WS-MAND-COUNT.
           MOVE 'N' TO WS-MAND-DONE-FLAG.
           PERFORM UNTIL WS-MAND-DONE-FLAG = 'Y'
                      OR WS-MAND-COUNT = 8
               DISPLAY WS-MAND-LABEL
               ACCEPT WS-MAND-ENTRY
               IF WS-MAND-ENTRY = SPACES
                   MOVE 'Y' TO WS-MAND-DONE-FLAG
               ELSE
                   IF WS-MAND-ENTRY = "*ALL"
                       MOVE 'Y' TO WS-DEPT-VALID-FLAG
                   ELSE
                       MOVE SPACES TO WS-DEPT-LOOKUP
                       MOVE WS-MAND-ENTRY TO WS-DEPT-LOOKUP (1:4)
                       MOVE 'N' TO WS-DEPT-VALID-FLAG
                       CALL 'DEPTVAL1' USING WS-DEPT-LOOKUP
                                             WS-DEPT-VALID-FLAG
                                             WS-DEPT-NAME-WORK
                   END-IF
                   IF WS-DEPT-VALID-FLAG = 'Y'
                       ADD 1 TO WS-MAND-COUNT
                       MOVE WS-MAND-ENTRY TO
                           WS-MAND-DEPT (WS-MAND-COUNT)
                   ELSE
                       MOVE "Error: Department not on file or inactive"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-COURSE-RECORD.
           IF WS-COURSE-DESC = SPACES
               MOVE "Error: A description is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               PERFORM CHECK-DUPLICATE-COURSE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE "Error: Course code already exists" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM APPEND-COURSE-RECORD
                   MOVE "Course added: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-COURSE-CODE
               END-IF
           END-IF.

       CHECK-DUPLICATE-COURSE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-FILE-STATUS = "35"
      *        COURSE.MASTER DOES NOT EXIST YET - FIRST COURSE BEING
      *        ADDED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-COURSE-CODE TO CRS-CODE
               READ COURSE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE COURSE-FILE
           END-IF.

       APPEND-COURSE-RECORD.
           MOVE WS-COURSE-CODE TO CRS-CODE.
           MOVE WS-COURSE-DESC TO CRS-DESC.
           MOVE WS-VALID-MONTHS TO CRS-VALID-MONTHS.
           MOVE 'A' TO CRS-STATUS.
           PERFORM VARYING WS-MAND-INDEX FROM 1 BY 1
                     UNTIL WS-MAND-INDEX > 8
               MOVE WS-MAND-DEPT (WS-MAND-INDEX)
                   TO CRS-MAND-DEPT (WS-MAND-INDEX)
           END-PERFORM.
           MOVE SPACES TO CRS-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT COURSE-FILE
           ELSE
               OPEN I-O COURSE-FILE
           END-IF.
           WRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write COURSE.MASTER record "
                           WS-COURSE-FILE-STATUS
           END-WRITE.
           CLOSE COURSE-FILE.

       UPDATE-COURSE-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O COURSE-FILE.
           MOVE WS-COURSE-CODE TO CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   IF WS-COURSE-DESC NOT = SPACES
                       MOVE WS-COURSE-DESC TO CRS-DESC
                   END-IF
                   MOVE WS-VALID-MONTHS TO CRS-VALID-MONTHS
                   PERFORM VARYING WS-MAND-INDEX FROM 1 BY 1
                             UNTIL WS-MAND-INDEX > 8
                       MOVE WS-MAND-DEPT (WS-MAND-INDEX)
                           TO CRS-MAND-DEPT (WS-MAND-INDEX)
                   END-PERFORM
                   REWRITE COURSE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite "
                                   "COURSE.MASTER "
                                   WS-COURSE-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE COURSE-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Course updated: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-COURSE-CODE
           ELSE
               MOVE "Error: Course code not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       DEACTIVATE-COURSE-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O COURSE-FILE.
           MOVE WS-COURSE-CODE TO CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'I' TO CRS-STATUS
                   REWRITE COURSE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite "
                                   "COURSE.MASTER "
                                   WS-COURSE-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE COURSE-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Course deactivated: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-COURSE-CODE
           ELSE
               MOVE "Error: Course code not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       SHOW-COURSE-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-FILE-STATUS = "00"
               MOVE WS-COURSE-CODE TO CRS-CODE
               READ COURSE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE COURSE-FILE
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               MOVE CRS-DESC TO WS-C-DESC
               MOVE CRS-VALID-MONTHS TO WS-C-MONTHS
               IF CRS-STATUS = 'I'
                   MOVE "INACTIVE" TO WS-C-STATUS
               ELSE
                   MOVE SPACES TO WS-C-STATUS
               END-IF
               DISPLAY WS-COURSE-DETAIL
               PERFORM VARYING WS-MAND-INDEX FROM 1 BY 1
                         UNTIL WS-MAND-INDEX > 8
                   IF CRS-MAND-DEPT (WS-MAND-INDEX) NOT = SPACES
                       DISPLAY "  MANDATORY FOR "
                               CRS-MAND-DEPT (WS-MAND-INDEX)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "Error: Course code not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

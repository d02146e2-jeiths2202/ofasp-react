      * EMPMASK1.cob - Employee Test Data Masking Utility
      * Fujitsu ASP COBOLG Program
      * Problems reproduced off-line used to be worked on copies
      * restored from FILEUTL1's backup -- real names, addresses,
      * phone numbers and salaries sitting in the test area. This
      * utility reads the production EMP.INFO, EMP.EXT, LEAVE.BAL and
      * SAL.HIST and writes masked test copies under an operator-
      * given prefix (TEST/ gives TEST/EMP.INFO and so on):
      *   names, e-mail addresses, street addresses, phone numbers
      *     and emergency contacts are replaced by values generated
      *     from the EMP-ID, so the same employee gets the same
      *     value in every file and on every run (a blank field
      *     stays blank);
      *   salaries -- EMP-SALARY and both amounts on SAL.HIST -- are
      *     scaled by a factor between 0.80 and 1.20, drawn at random
      *     per run and per employee, the same factor for the
      *     employee across both files so the history still adds
      *     up to the salary;
      *   EMP-ID, department, status, grade, dates and the leave
      *     balances are copied as they are, so the records still
      *     link up and the reports still break the same way.
      * The prefix is refused -- nothing is written -- when it is
      * blank or would name the production files themselves (only
      * dots and slashes). A production file that is not there is
      * skipped; EMP.INFO itself must be.
      *
      * MODIFICATION HISTORY
      * 2026-10-10  Initial version.
      * 2026-10-15  A prefix containing ".." or starting with "/" or
      *             a space is refused: "X/../" and the like resolved
      *             to the production file names.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMASK1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-10.

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
           SELECT EXT-FILE ASSIGN TO "EMP.EXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EXT-EMP-ID
                  FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT LVBAL-FILE ASSIGN TO "LEAVE.BAL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LV-EMP-ID
                  FILE STATUS IS WS-LVBAL-FILE-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SAL.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALHIST-FILE-STATUS.
           SELECT TEST-EMP-FILE ASSIGN TO DYNAMIC WS-TEST-EMP-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TEMP-ID
                  ALTERNATE RECORD KEY IS TEMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-TEST-FILE-STATUS.
           SELECT TEST-EXT-FILE ASSIGN TO DYNAMIC WS-TEST-EXT-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TEXT-EMP-ID
                  FILE STATUS IS WS-TEST-FILE-STATUS.
           SELECT TEST-LVBAL-FILE
                  ASSIGN TO DYNAMIC WS-TEST-LVBAL-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TLV-EMP-ID
                  FILE STATUS IS WS-TEST-FILE-STATUS.
           SELECT TEST-SALHIST-FILE
                  ASSIGN TO DYNAMIC WS-TEST-SALHIST-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TEST-FILE-STATUS.

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
           05  LV-FILLER       PIC X(35).

       FD  SALHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALHIST-LINE        PIC X(80).

       FD  TEST-EMP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  TEST-EMP-RECORD.
           05  TEMP-ID         PIC X(5).
           05  TEMP-NAME       PIC X(20).
           05  TEMP-FILLER     PIC X(55).

       FD  TEST-EXT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  TEST-EXT-RECORD.
           05  TEXT-EMP-ID     PIC X(5).
           05  TEXT-FILLER     PIC X(95).

       FD  TEST-LVBAL-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  TEST-LVBAL-RECORD.
           05  TLV-EMP-ID      PIC X(5).
           05  TLV-FILLER      PIC X(35).

       FD  TEST-SALHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TEST-SALHIST-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-EXT-FILE-STATUS  PIC XX.
       01  WS-LVBAL-FILE-STATUS PIC XX.
       01  WS-SALHIST-FILE-STATUS PIC XX.
       01  WS-TEST-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-EMP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-EXT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LVBAL-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SALHIST-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-TEST-PREFIX      PIC X(20) VALUE SPACES.
       01  WS-PREFIX-CHARS     PIC 9(2) VALUE ZERO.
       01  WS-PREFIX-UP-COUNT  PIC 9(2) VALUE ZERO.
       01  WS-TEST-EMP-NAME    PIC X(40) VALUE SPACES.
       01  WS-TEST-EXT-NAME    PIC X(40) VALUE SPACES.
       01  WS-TEST-LVBAL-NAME  PIC X(40) VALUE SPACES.
       01  WS-TEST-SALHIST-NAME PIC X(40) VALUE SPACES.

      * Salary factor: a run seed from the clock mixed with a number
      * worked from the EMP-ID, so one employee scales the same in
      * EMP.INFO and SAL.HIST but differently from run to run.
       01  WS-CURRENT-TIME     PIC 9(8) VALUE ZERO.
       01  WS-ID-CHARSET       PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-HASH-ID          PIC X(5).
       01  WS-ID-NUMBER        PIC 9(9) VALUE ZERO.
       01  WS-CHAR-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-CHARSET-INDEX    PIC 9(2) VALUE ZERO.
       01  WS-CHAR-VALUE       PIC 9(2) VALUE ZERO.
       01  WS-MIX-WORK         PIC 9(15) VALUE ZERO.
       01  WS-MIX-QUOTIENT     PIC 9(15) VALUE ZERO.
       01  WS-MIX-REMAINDER    PIC 9(2) VALUE ZERO.
       01  WS-SALARY-FACTOR    PIC 9V99 VALUE 1.
       01  WS-SALARY-WORK      PIC 9(8)V99 VALUE ZERO.

      * The same salary history line layout SALHIST1 writes; only
      * the two amounts are touched.
       01  WS-SALHIST-DETAIL.
           05  WS-H-EMP-ID     PIC X(5).
           05  FILLER          PIC X(1).
           05  WS-H-OLD-SALARY PIC 9(8)V99.
           05  FILLER          PIC X(1).
           05  WS-H-NEW-SALARY PIC 9(8)V99.
           05  FILLER          PIC X(53).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Employee Test Data Masking".
           05  WS-PREFIX-LABEL     PIC X(40)
               VALUE "Test copy prefix (e.g. TEST/):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-PREFIX-LABEL.
           ACCEPT WS-TEST-PREFIX.
           PERFORM JUDGE-TEST-PREFIX.
           IF WS-PREFIX-CHARS = ZERO
               DISPLAY "EMPMASK1: prefix would name the production "
                       "files - nothing written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-TEST-FILE-NAMES.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM MASK-EMPLOYEE-FILE.
           PERFORM MASK-EXTENSION-FILE.
           PERFORM COPY-LEAVE-BALANCES.
           PERFORM MASK-SALARY-HISTORY.
           DISPLAY "EMPMASK1: " WS-EMP-COUNT " EMP.INFO, "
                   WS-EXT-COUNT " EMP.EXT, "
                   WS-LVBAL-COUNT " LEAVE.BAL, "
                   WS-SALHIST-COUNT " SAL.HIST records masked.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       JUDGE-TEST-PREFIX.
      *    A prefix of nothing but dots and slashes ("./", "../.")
      *    still lands on a production name; it needs at least one
      *    real character.
           MOVE ZERO TO WS-PREFIX-CHARS.
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                     UNTIL WS-CHAR-INDEX > 20
               IF WS-TEST-PREFIX (WS-CHAR-INDEX:1) NOT = SPACE
                       AND WS-TEST-PREFIX (WS-CHAR-INDEX:1) NOT = '.'
                       AND WS-TEST-PREFIX (WS-CHAR-INDEX:1) NOT = '/'
                   ADD 1 TO WS-PREFIX-CHARS
               END-IF
           END-PERFORM.
      *    Nor may it climb out of the directory ("X/../"), start
      *    from the root, or start with a space -- the file names
      *    are built from the prefix up to its first space.
           MOVE ZERO TO WS-PREFIX-UP-COUNT.
           INSPECT WS-TEST-PREFIX TALLYING WS-PREFIX-UP-COUNT
               FOR ALL "..".
           IF WS-PREFIX-UP-COUNT > ZERO
                   OR WS-TEST-PREFIX (1:1) = '/'
                   OR WS-TEST-PREFIX (1:1) = SPACE
               MOVE ZERO TO WS-PREFIX-CHARS
           END-IF.

       SET-TEST-FILE-NAMES.
           MOVE SPACES TO WS-TEST-EMP-NAME.
           STRING WS-TEST-PREFIX DELIMITED BY SPACE
                  "EMP.INFO" DELIMITED BY SIZE
                  INTO WS-TEST-EMP-NAME.
           MOVE SPACES TO WS-TEST-EXT-NAME.
           STRING WS-TEST-PREFIX DELIMITED BY SPACE
                  "EMP.EXT" DELIMITED BY SIZE
                  INTO WS-TEST-EXT-NAME.
           MOVE SPACES TO WS-TEST-LVBAL-NAME.
           STRING WS-TEST-PREFIX DELIMITED BY SPACE
                  "LEAVE.BAL" DELIMITED BY SIZE
                  INTO WS-TEST-LVBAL-NAME.
           MOVE SPACES TO WS-TEST-SALHIST-NAME.
           STRING WS-TEST-PREFIX DELIMITED BY SPACE
                  "SAL.HIST" DELIMITED BY SIZE
                  INTO WS-TEST-SALHIST-NAME.

       MASK-EMPLOYEE-FILE.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT TEST-EMP-FILE.
           IF WS-TEST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open " WS-TEST-EMP-NAME
                       " file " WS-TEST-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM MASK-EMPLOYEE-RECORD
                       MOVE EMP-RECORD TO TEST-EMP-RECORD
                       WRITE TEST-EMP-RECORD
                       ADD 1 TO WS-EMP-COUNT
               END-READ
           END-PERFORM.
           CLOSE EMP-FILE.
           CLOSE TEST-EMP-FILE.

       MASK-EMPLOYEE-RECORD.
           IF EMP-NAME NOT = SPACES
               MOVE SPACES TO EMP-NAME
               STRING "TEST EMPLOYEE " EMP-ID DELIMITED BY SIZE
                      INTO EMP-NAME
           END-IF.
           IF EMP-EMAIL NOT = SPACES
               MOVE SPACES TO EMP-EMAIL
               STRING "emp" EMP-ID "@example.com" DELIMITED BY SIZE
                      INTO EMP-EMAIL
           END-IF.
           IF EMP-SALARY IS NUMERIC
               MOVE EMP-ID TO WS-HASH-ID
               PERFORM SET-SALARY-FACTOR
               MOVE EMP-SALARY TO WS-SALARY-WORK
               PERFORM SCALE-SALARY
               MOVE WS-SALARY-WORK TO EMP-SALARY
           END-IF.

       MASK-EXTENSION-FILE.
      *    Only the key and the filler survive as they are.
           OPEN INPUT EXT-FILE.
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "EMPMASK1: no EMP.EXT, skipped."
           ELSE
               OPEN OUTPUT TEST-EXT-FILE
               IF WS-TEST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open " WS-TEST-EXT-NAME
                           " file " WS-TEST-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EXT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-EXTENSION-RECORD
                           MOVE EXT-RECORD TO TEST-EXT-RECORD
                           WRITE TEST-EXT-RECORD
                           ADD 1 TO WS-EXT-COUNT
                   END-READ
               END-PERFORM
               CLOSE EXT-FILE
               CLOSE TEST-EXT-FILE
           END-IF.

       MASK-EXTENSION-RECORD.
           IF EXT-ADDRESS NOT = SPACES
               MOVE SPACES TO EXT-ADDRESS
               STRING EXT-EMP-ID " TEST STREET" DELIMITED BY SIZE
                      INTO EXT-ADDRESS
           END-IF.
           IF EXT-PHONE NOT = SPACES
               MOVE SPACES TO EXT-PHONE
               STRING "555-01-" EXT-EMP-ID DELIMITED BY SIZE
                      INTO EXT-PHONE
           END-IF.
           IF EXT-EMERG-NAME NOT = SPACES
               MOVE SPACES TO EXT-EMERG-NAME
               STRING "TEST CONTACT " EXT-EMP-ID DELIMITED BY SIZE
                      INTO EXT-EMERG-NAME
           END-IF.
           IF EXT-EMERG-PHONE NOT = SPACES
               MOVE SPACES TO EXT-EMERG-PHONE
               STRING "555-09-" EXT-EMP-ID DELIMITED BY SIZE
                      INTO EXT-EMERG-PHONE
           END-IF.

       COPY-LEAVE-BALANCES.
           OPEN INPUT LVBAL-FILE.
           IF WS-LVBAL-FILE-STATUS NOT = "00"
               DISPLAY "EMPMASK1: no LEAVE.BAL, skipped."
           ELSE
               OPEN OUTPUT TEST-LVBAL-FILE
               IF WS-TEST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open " WS-TEST-LVBAL-NAME
                           " file " WS-TEST-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LVBAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LVBAL-RECORD TO TEST-LVBAL-RECORD
                           WRITE TEST-LVBAL-RECORD
                           ADD 1 TO WS-LVBAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE LVBAL-FILE
               CLOSE TEST-LVBAL-FILE
           END-IF.

       MASK-SALARY-HISTORY.
           OPEN INPUT SALHIST-FILE.
           IF WS-SALHIST-FILE-STATUS NOT = "00"
               DISPLAY "EMPMASK1: no SAL.HIST, skipped."
           ELSE
               OPEN OUTPUT TEST-SALHIST-FILE
               IF WS-TEST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open " WS-TEST-SALHIST-NAME
                           " file " WS-TEST-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SALHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-SALARY-HISTORY-LINE
                           WRITE TEST-SALHIST-LINE
                           ADD 1 TO WS-SALHIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE SALHIST-FILE
               CLOSE TEST-SALHIST-FILE
           END-IF.

       MASK-SALARY-HISTORY-LINE.
           MOVE SALHIST-LINE TO WS-SALHIST-DETAIL.
           MOVE WS-H-EMP-ID TO WS-HASH-ID.
           PERFORM SET-SALARY-FACTOR.
           IF WS-H-OLD-SALARY IS NUMERIC
               MOVE WS-H-OLD-SALARY TO WS-SALARY-WORK
               PERFORM SCALE-SALARY
               MOVE WS-SALARY-WORK TO WS-H-OLD-SALARY
           END-IF.
           IF WS-H-NEW-SALARY IS NUMERIC
               MOVE WS-H-NEW-SALARY TO WS-SALARY-WORK
               PERFORM SCALE-SALARY
               MOVE WS-SALARY-WORK TO WS-H-NEW-SALARY
           END-IF.
           MOVE WS-SALHIST-DETAIL TO TEST-SALHIST-LINE.

       SET-SALARY-FACTOR.
      *    Each ID character counts by its place in the character
      *    set (0-9, A-Z; anything else as zero), folded into a
      *    number, mixed with the run seed and brought down to a
      *    remainder 0-40 -- a factor of 0.80 to 1.20.
           MOVE ZERO TO WS-ID-NUMBER.
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                     UNTIL WS-CHAR-INDEX > 5
               MOVE ZERO TO WS-CHAR-VALUE
               PERFORM VARYING WS-CHARSET-INDEX FROM 1 BY 1
                         UNTIL WS-CHARSET-INDEX > 36
                   IF WS-HASH-ID (WS-CHAR-INDEX:1) =
                           WS-ID-CHARSET (WS-CHARSET-INDEX:1)
                       MOVE WS-CHARSET-INDEX TO WS-CHAR-VALUE
                   END-IF
               END-PERFORM
               COMPUTE WS-ID-NUMBER = WS-ID-NUMBER * 37
                                     + WS-CHAR-VALUE
           END-PERFORM.
           COMPUTE WS-MIX-WORK = WS-ID-NUMBER * 7919
                                 + WS-CURRENT-TIME.
           DIVIDE WS-MIX-WORK BY 41 GIVING WS-MIX-QUOTIENT
               REMAINDER WS-MIX-REMAINDER.
           COMPUTE WS-SALARY-FACTOR = 0.80 + WS-MIX-REMAINDER / 100.

       SCALE-SALARY.
           COMPUTE WS-SALARY-WORK ROUNDED =
                   WS-SALARY-WORK * WS-SALARY-FACTOR
               ON SIZE ERROR
                   MOVE 99999999.99 TO WS-SALARY-WORK
           END-COMPUTE.

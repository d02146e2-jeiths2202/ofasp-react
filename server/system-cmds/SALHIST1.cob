      * from what is on file, so SAL.HIST keeps a record of the old and
      * new amount and when the change was made, since EMP-SALARY itself
      * is just overwritten in place with no history otherwise.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Takes a fourth parameter, the source of the
      *             change, written after the effective date: the
      *             program name for a keyed (UPDATE1) or approved
      *             (SALAPPR1) change, the RV run number for a
      *             SALREV1 mass review -- so SALLTR1 can pick out
      *             one review run's changes for the letters. Lines
      *             written before this carry spaces there.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALHIST1.
           05  WS-H-NEW-SALARY      PIC 9(8)V99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-H-EFF-DATE        PIC 9(6).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-H-SOURCE          PIC X(8).

       LINKAGE SECTION.
       01  SALHIST-EMP-ID           PIC X(5).
       01  SALHIST-OLD-SALARY       PIC 9(8)V99.
       01  SALHIST-NEW-SALARY       PIC 9(8)V99.
       01  SALHIST-SOURCE           PIC X(8).

       PROCEDURE DIVISION USING SALHIST-EMP-ID
                                 SALHIST-OLD-SALARY
                                 SALHIST-NEW-SALARY
                                 SALHIST-SOURCE.
       MAIN-PROCEDURE.
           OPEN EXTEND SALHIST-FILE.
           IF WS-SALHIST-FILE-STATUS NOT = "00"
           MOVE SALHIST-OLD-SALARY TO WS-H-OLD-SALARY.
           MOVE SALHIST-NEW-SALARY TO WS-H-NEW-SALARY.
           MOVE WS-CURRENT-DATE TO WS-H-EFF-DATE.
           MOVE SALHIST-SOURCE TO WS-H-SOURCE.
           MOVE WS-SALHIST-DETAIL TO SALHIST-LINE.
           WRITE SALHIST-LINE.

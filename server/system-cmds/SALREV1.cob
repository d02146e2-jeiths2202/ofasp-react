      *             bytes, the shape EMP-DEPT holds) instead of the
      *             department name; the compare itself never
      *             changed, only what belongs on the control file.
      * 2026-10-11  Refuses to start while the maintenance lock
      *             (MAINT.LCK, set through LCKMNT1 or by a master
      *             rebuild batch) is set, showing the lock's reason
      *             and expected end, so nothing is updated under a
      *             file rebuild.
      * 2026-10-15  Each apply run is numbered -- RV plus the number
      *             run on from SALRUN.CTL, the way POGEN1 keeps
      *             PONUM.CTL -- shown on the SALREV.PRT heading and
      *             passed to SALHIST1 as the source of every change
      *             it applies, so SALLTR1 can print the letters for
      *             exactly that run. Increases queued to SAL.PEND
      *             are written by SALAPPR1 once approved and are
      *             picked up by date instead.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALREV1.
           SELECT PRINT-FILE ASSIGN TO "SALREV.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT RUNNUM-FILE ASSIGN TO "SALRUN.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUNNUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       FD  RUNNUM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  RUNNUM-RECORD       PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-CTL-FILE-STATUS  PIC XX.
       01  WS-PEND-FILE-STATUS PIC XX.
       01  WS-APPR-PARM-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-RUNNUM-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-APPLY-MODE-FLAG  PIC X VALUE 'N'.
       01  WS-REVIEWED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-PCT-CHANGE       PIC 9(5)V9 VALUE ZERO.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-LAST-RUN-NUMBER  PIC 9(6) VALUE ZERO.

      * This apply run's number, the source SAL.HIST records.
       01  WS-RUN-NUMBER-BUILT.
           05  FILLER          PIC X(2) VALUE "RV".
           05  WS-RUN-SEQ      PIC 9(6) VALUE ZERO.

      * One SALREV.CTL line, re-described. Since the department
      * rekey the first field carries the 4-character DEPT-CODE,
           05  FILLER           PIC X(26) VALUE
               "MASS SALARY REVIEW".
           05  WS-RH-MODE       PIC X(12).
           05  WS-RH-RUN        PIC X(12) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER           PIC X(7)  VALUE "EMPID".
           05  FILLER           PIC X(20) VALUE "TOTAL COST DELTA:".
           05  WS-F-DELTA       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               GOBACK
           END-IF.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-MODE-LABEL.
           ACCEPT WS-MODE-CODE.
           DISPLAY "SALREV1: " WS-REVIEWED-COUNT " reviewed, "
                   WS-APPLIED-COUNT " applied, "
                   WS-QUEUED-COUNT " queued.".
           IF WS-APPLY-MODE-FLAG = 'Y'
               DISPLAY "SALREV1: run " WS-RUN-NUMBER-BUILT
                       " - give it to SALLTR1 for the letters."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           END-IF.
           IF WS-APPLY-MODE-FLAG = 'Y'
               MOVE "  (APPLY)" TO WS-RH-MODE
               PERFORM TAKE-RUN-NUMBER
               MOVE "RUN " TO WS-RH-RUN (1:4)
               MOVE WS-RUN-NUMBER-BUILT TO WS-RH-RUN (5:8)
           ELSE
               MOVE "  (PREVIEW)" TO WS-RH-MODE
           END-IF.
                   CALL 'SALHIST1' USING EMP-ID
                                         WS-OLD-SALARY
                                         WS-NEW-SALARY
                                         WS-RUN-NUMBER-BUILT
                   CALL 'AUDITLOG' USING EMP-ID "SALREV  "
                                          "B" WS-OPERATOR-ID
               ELSE
       CLOSE-REVIEW-FILES.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.

       TAKE-RUN-NUMBER.
      *    Read and checkpoint at once, the way POGEN1 keeps
      *    PONUM.CTL; a missing control file starts from zero.
           MOVE ZERO TO WS-LAST-RUN-NUMBER.
           OPEN INPUT RUNNUM-FILE.
           IF WS-RUNNUM-FILE-STATUS = "00"
               READ RUNNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNNUM-RECORD TO WS-LAST-RUN-NUMBER
               END-READ
               CLOSE RUNNUM-FILE
           END-IF.
           ADD 1 TO WS-LAST-RUN-NUMBER.
           MOVE WS-LAST-RUN-NUMBER TO WS-RUN-SEQ.
           MOVE WS-LAST-RUN-NUMBER TO RUNNUM-RECORD.
           OPEN OUTPUT RUNNUM-FILE.
           WRITE RUNNUM-RECORD.
           CLOSE RUNNUM-FILE.

       CHECK-MAINTENANCE-LOCK.
      *    A master file rebuild is under way -- nothing is updated
      *    until the lock is released.
           CALL 'LCKCTL1' USING "Q" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'Y'
               DISPLAY "System locked for maintenance: "
                       WS-LOCK-REASON
               DISPLAY "Expected end (YYYYMMDDHHMM): " WS-LOCK-END
           END-IF.

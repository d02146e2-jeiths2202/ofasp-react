      *             write are now also imaged to the EMP.JRNL
      *             forward-recovery journal via EMPJRN1, so EMPRFW1
      *             can roll a restored backup forward.
      * 2026-10-11  Action A now takes the maintenance lock (LCKCTL1)
      *             for the length of the archive sweep, so MAIN001
      *             stops new sign-ons other than level 'A' and the
      *             online maintenance programs stop updating; it
      *             will not start while SESS.ACT still shows active
      *             sessions unless the operator forces it, and the
      *             lock is released when the sweep ends or fails.
      *             Action R, a single-record restore, is refused
      *             while the lock is set, like the online programs.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPARCH1.
               "EMPLOYEES ARCHIVED:".
           05  WS-F-COUNT       PIC ZZZZ9.

       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.
       01  WS-LOCK-HELD        PIC X(1) VALUE 'N'.
       01  WS-FORCE-ANSWER     PIC X(1) VALUE SPACE.
       01  WS-FORCE-LABEL      PIC X(40)
           VALUE "Sessions still active - force? (Y/N):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ACQUIRE-MAINT-LOCK
                   IF WS-LOCK-HELD = 'Y'
                       PERFORM ARCHIVE-INACTIVE-EMPLOYEES
                       PERFORM RELEASE-MAINT-LOCK
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM CHECK-MAINTENANCE-LOCK
                   IF WS-LOCK-RESULT NOT = 'Y'
                       PERFORM RESTORE-ARCHIVED-EMPLOYEE
                   END-IF
               WHEN OTHER
                   MOVE "Error: Action must be A (archive) or R "
                       TO WS-MESSAGE-LINE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.ARCH file "
                       WS-ARCH-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMPARCH.PRT file "
                       WS-PRINT-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
      *    No EMP.EXT at all just means nobody has contact details
               END-IF
               CLOSE EMP-FILE
           END-IF.

      ******************************************************************
      * Maintenance lock: closes the system to sign-ons and online
      * updates for the length of the rebuild (LCKCTL1).
      ******************************************************************
       ACQUIRE-MAINT-LOCK.
      *    Refuses to start while SESS.ACT still shows anyone signed
      *    on, unless the operator forces it -- SESSDSP1 shows who,
      *    SESSWP1 clears entries a dropped terminal left behind.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE "EMPARCH1" TO WS-LOCK-SET-BY.
           MOVE "EMPLOYEE ARCHIVE IN PROGRESS (EMPARCH1)"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "EMPARCH1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "EMPLOYEE ARCHIVE IN PROGRESS (EMPARCH1)"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "EMPARCH1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

       CHECK-MAINTENANCE-LOCK.
           CALL 'LCKCTL1' USING "Q" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'Y'
               DISPLAY "System locked for maintenance: "
                       WS-LOCK-REASON
               DISPLAY "Expected end (YYYYMMDDHHMM): " WS-LOCK-END
           END-IF.

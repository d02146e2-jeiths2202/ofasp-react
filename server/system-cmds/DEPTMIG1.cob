      * 2026-09-01  Initial version.
      * 2026-09-02  Documented the EMP.JRNL exemption for action E's
      *             whole-file sweep.
      * 2026-10-11  Both actions now take the maintenance lock
      *             (LCKCTL1) while they rebuild DEPT.MASTER or
      *             rewrite EMP.INFO, so MAIN001 stops new sign-ons
      *             other than level 'A' and the online maintenance
      *             programs stop updating; neither starts while
      *             SESS.ACT still shows active sessions unless the
      *             operator forces it, and the lock is released
      *             when the action ends or fails.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMIG1.

       01  WS-ACTION-CODE      PIC X(1).

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
               WHEN 'M'
               WHEN 'm'
                   PERFORM ACQUIRE-MAINT-LOCK
                   IF WS-LOCK-HELD = 'Y'
                       PERFORM MIGRATE-MASTER-FILE
                       PERFORM RELEASE-MAINT-LOCK
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   PERFORM ACQUIRE-MAINT-LOCK
                   IF WS-LOCK-HELD = 'Y'
                       PERFORM MIGRATE-EMPLOYEE-DEPTS
                       PERFORM RELEASE-MAINT-LOCK
                   END-IF
               WHEN OTHER
                   MOVE "Error: Action must be M or E" TO
                       WS-MESSAGE-LINE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open DEPTMIG.PRT file "
                       WS-PRINT-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
               MOVE WS-EMP-FLAG-DETAIL TO PRINT-LINE
               WRITE PRINT-LINE
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
           MOVE "DEPTMIG1" TO WS-LOCK-SET-BY.
           MOVE "DEPARTMENT REKEY MIGRATION (DEPTMIG1)"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "DEPTMIG1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "DEPARTMENT REKEY MIGRATION (DEPTMIG1)"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "DEPTMIG1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

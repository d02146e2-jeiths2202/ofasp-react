      *             short DEPT-CODE (DEPT.MASTER rekeyed, DEPTMIG1
      *             migrated EMP-DEPT); DEPTVAL1 validates the code
      *             and hands back the display name.
      * 2026-10-11  Refuses to start while the maintenance lock
      *             (MAINT.LCK, set through LCKMNT1 or by a master
      *             rebuild batch) is set, showing the lock's reason
      *             and expected end, so nothing is updated under a
      *             file rebuild.
      * 2026-10-15  Keyed salary changes are written to SAL.HIST with
      *             UPDATE1 as the source of the change.
      * 2026-10-15  A changed department is also logged to AUDITLOG
      *             as an XFER entry, as DEPTXFR1 logs a transfer, so
      *             SODRPT1's department rule sees it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDATE1.
       01  DEPT-VALID-FLAG     PIC X VALUE 'Y'.
       01  WS-DEPT-NAME-WORK   PIC X(15) VALUE SPACES.
       01  WS-SALARY-CHANGED   PIC X VALUE 'N'.
       01  WS-DEPT-CHANGED     PIC X VALUE 'N'.
       01  WS-OLD-SALARY       PIC 9(8)V99 VALUE ZEROS.
       01  WS-EDIT-VALID-FLAG  PIC X VALUE 'N'.
       01  WS-EDIT-ERROR-MSG   PIC X(50) VALUE SPACES.
           05  WS-UPDATE-SALARY    PIC 9(8)V99 VALUE ZEROS.
           05  WS-UPDATE-GRADE     PIC X(1) VALUE SPACE.

       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  UPDATE1-MENU-OPTION     PIC X(1).
       01  UPDATE1-OPERATOR-ID     PIC X(8).
                                 UPDATE1-OPERATOR-ID
                                 UPDATE1-PRESET-ID.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               GOBACK
           END-IF.
           PERFORM DISPLAY-UPDATE-SCREEN.
      *    A caller that already knows the employee -- SUB001's
      *    work-with listing -- passes the ID in and the prompt is
                       CALL 'AUDITLOG' USING WS-SEARCH-ID "UPDATE  "
                                              UPDATE1-MENU-OPTION
                                              UPDATE1-OPERATOR-ID
      *                A department change is a transfer, as DEPTXFR1
      *                logs it, so SODRPT1 sees it as one.
                       IF WS-DEPT-CHANGED = 'Y'
                           CALL 'AUDITLOG' USING WS-SEARCH-ID
                                                  "XFER    "
                                                  UPDATE1-MENU-OPTION
                                                  UPDATE1-OPERATOR-ID
                       END-IF
                       IF WS-SALARY-CHANGED = 'Y'
                           CALL 'SALHIST1' USING WS-SEARCH-ID
                                                 WS-OLD-SALARY
                                                 WS-UPDATE-SALARY
                                                 "UPDATE1 "
                       END-IF
                       IF WS-SALARY-QUEUED = 'Y'
                           PERFORM WRITE-PENDING-ENTRY
       UPDATE-EMP-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-SALARY-CHANGED.
           MOVE 'N' TO WS-DEPT-CHANGED.
      *    Reset per invocation -- this program's working storage
      *    persists across CALLs from one MAIN001/SUB001 session, and
      *    a queued flag left standing from the previous update would
                           MOVE WS-UPDATE-NAME TO EMP-NAME
                       END-IF
                       IF WS-UPDATE-DEPT NOT = SPACES
                               AND WS-UPDATE-DEPT NOT = EMP-DEPT
                           MOVE 'Y' TO WS-DEPT-CHANGED
                           MOVE WS-UPDATE-DEPT TO EMP-DEPT
                       END-IF
                       MOVE EMP-SALARY TO WS-OLD-SALARY
                       IF WS-EMP-FILE-STATUS = "00"
                           CALL 'EMPJRN1' USING "R" EMP-RECORD
                                             UPDATE1-OPERATOR-ID
                       ELSE
                           MOVE 'N' TO WS-DEPT-CHANGED
                       END-IF
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               DISPLAY "ERROR: Cannot open SAL.PEND file "
                       WS-PEND-FILE-STATUS
           END-IF.

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

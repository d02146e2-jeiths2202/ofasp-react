      *             short DEPT-CODE (DEPT.MASTER rekeyed, DEPTMIG1
      *             migrated EMP-DEPT); DEPTVAL1 validates the code
      *             and hands back the display name.
      * 2026-10-11  Refuses to start while the maintenance lock
      *             (MAINT.LCK, set through LCKMNT1 or by a master
      *             rebuild batch) is set, showing the lock's reason
      *             and expected end, so nothing is updated under a
      *             file rebuild.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE1.
           05  WS-NEW-SALARY       PIC 9(8)V99 VALUE ZEROS.
           05  WS-NEW-GRADE        PIC X(1) VALUE SPACE.

       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  CREATE1-MENU-OPTION     PIC X(1).
       01  CREATE1-OPERATOR-ID     PIC X(8).
       PROCEDURE DIVISION USING CREATE1-MENU-OPTION
                                 CREATE1-OPERATOR-ID.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               GOBACK
           END-IF.
           PERFORM READ-CHECKPOINT.
           PERFORM DISPLAY-ADD-SCREEN.
           PERFORM ASSIGN-EMPLOYEE-ID.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.

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

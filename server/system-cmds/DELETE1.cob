      *             imaged to the EMP.JRNL forward-recovery journal
      *             via EMPJRN1, so EMPRFW1 can roll a restored
      *             backup forward.
      * 2026-10-11  Refuses to start while the maintenance lock
      *             (MAINT.LCK, set through LCKMNT1 or by a master
      *             rebuild batch) is set, showing the lock's reason
      *             and expected end, so nothing is updated under a
      *             file rebuild.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELETE1.
           05  WS-TERM-DATE        PIC 9(8) VALUE ZEROS.
           05  WS-RSN-CODE         PIC X(2).

       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  DELETE1-MENU-OPTION     PIC X(1).
       01  DELETE1-OPERATOR-ID     PIC X(8).
                                 DELETE1-OPERATOR-ID
                                 DELETE1-PRESET-ID.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               GOBACK
           END-IF.
           PERFORM DISPLAY-DELETE-SCREEN.
      *    A caller that already knows the employee -- SUB001's
      *    work-with listing -- passes the ID in and the prompt is
                   END-IF
           END-READ.
           CLOSE EMP-FILE.

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

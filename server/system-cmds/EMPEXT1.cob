      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-11  Refuses to start while the maintenance lock
      *             (MAINT.LCK, set through LCKMNT1 or by a master
      *             rebuild batch) is set, showing the lock's reason
      *             and expected end, so nothing is updated under a
      *             file rebuild.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEXT1.
           05  WS-EMERG-NAME       PIC X(20).
           05  WS-EMERG-PHONE      PIC X(15).

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
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
               MOVE "Error: No record on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
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

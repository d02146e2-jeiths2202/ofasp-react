      *             imaged to the EMP.JRNL forward-recovery journal
      *             via EMPJRN1, so EMPRFW1 can roll a restored
      *             backup forward.
      * 2026-10-11  Refuses to start while the maintenance lock
      *             (MAINT.LCK, set through LCKMNT1 or by a master
      *             rebuild batch) is set, showing the lock's reason
      *             and expected end, so nothing is updated under a
      *             file rebuild.
      * 2026-10-15  Applied approvals are written to SAL.HIST with
      *             SALAPPR1 as the source of the change.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAPPR1.
           05  FILLER          PIC X(5)  VALUE "  BY ".
           05  WS-R-BY         PIC X(8).

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
           DISPLAY WS-REVIEWER-LABEL.
           ACCEPT WS-REVIEWER-ID.
                           CALL 'SALHIST1' USING WS-P-EMP-ID
                                                 WS-OLD-ON-FILE
                                                 WS-P-NEW-SALARY
                                                 "SALAPPR1"
                           CALL 'AUDITLOG' USING WS-P-EMP-ID
                                                  "SALAPPR "
                                                  " " WS-REVIEWER-ID
               END-PERFORM
               CLOSE PEND-FILE
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

      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-15  Takes the maintenance lock (LCKCTL1) while it
      *             replays EMP.JRNL onto EMP.INFO, so nothing is keyed
      *             against the file mid-replay; it does not start while
      *             SESS.ACT still shows active sessions unless the
      *             operator forces it, and the lock is released when
      *             the run ends or fails.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRFW1.
           05  FILLER          PIC X(20) VALUE "PAST CUTOFF:".
           05  WS-F-SKIPPED    PIC ZZZZZ9.

       01  WS-LOCK-SET-BY          PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON          PIC X(40) VALUE SPACES.
       01  WS-LOCK-END             PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT          PIC X(1) VALUE 'N'.
       01  WS-LOCK-HELD            PIC X(1) VALUE 'N'.
       01  WS-FORCE-ANSWER         PIC X(1) VALUE SPACE.
       01  WS-FORCE-LABEL          PIC X(40)
           VALUE "Sessions still active - force? (Y/N):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
               DISPLAY WS-TIME-LABEL
               ACCEPT WS-CUTOFF-TIME
           END-IF.
           PERFORM ACQUIRE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               PERFORM REPLAY-JOURNAL
               PERFORM RELEASE-MAINT-LOCK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REPLAY-JOURNAL.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JRNL-FILE
           DISPLAY "EMPRFW1: " WS-APPLIED-COUNT " reapplied, "
                   WS-SKIPPED-COUNT " past cutoff, "
                   WS-BAD-LINE-COUNT " bad lines.".

       OPEN-FILES.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.JRNL file "
                       WS-JRNL-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           OPEN I-O EMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMP.INFO file "
                       WS-EMP-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open EMPRFW.PRT file "
                       WS-PRINT-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           MOVE WS-CUTOFF-DATE TO WS-RH-DATE.
           CLOSE JRNL-FILE.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.

      ******************************************************************
      * Maintenance lock: closes the system to sign-ons and online
      * updates while the master is rewritten (LCKCTL1).
      ******************************************************************
       ACQUIRE-MAINT-LOCK.
      *    Refuses to start while SESS.ACT still shows anyone signed
      *    on, unless the operator forces it -- SESSDSP1 shows who,
      *    SESSWP1 clears entries a dropped terminal left behind.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE "EMPRFW1 " TO WS-LOCK-SET-BY.
           MOVE "EMP.INFO ROLL-FORWARD (EMPRFW1)"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "EMPRFW1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "EMP.INFO ROLL-FORWARD (EMPRFW1)"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "EMPRFW1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

      * LCKCTL1.cob - Maintenance Lock Control Subprogram
      * Fujitsu ASP COBOLG Program
      * Keeps the one-line MAINT.LCK control record that closes the
      * system to everyday work while a master file is rebuilt.
      * Until now the shift lead read SESSDSP1 and phoned people to
      * sign off, and nothing stopped a sign-on mid-rebuild. Actions:
      *   Q  query -- result 'Y' when the lock is set, with the
      *      setter, reason and expected end handed back
      *   S  set the lock (LCKMNT1, for a supervisor) with the
      *      setter, reason and expected end given
      *   R  release the lock
      *   B  batch start -- counts the entries on SESS.ACT; with
      *      any still active the lock is NOT taken, result 'S' and
      *      the reason comes back as "nnn SESSION(S) STILL ACTIVE"
      *      for the batch to show; otherwise the lock is set as S
      *   F  forced batch start -- set the lock whatever SESS.ACT
      *      shows
      * MAIN001 refuses new sign-ons other than level 'A' while the
      * lock is set, and the online maintenance programs refuse to
      * update. A batch that took the lock releases it when it
      * finishes or fails, whoever set it first. The expected end
      * is YYYYMMDDHHMM, blank when not known; it is shown, never
      * enforced -- a lock past its end stays set until released.
      * A missing MAINT.LCK simply means "not locked".
      *
      * MODIFICATION HISTORY
      * 2026-10-11  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCKCTL1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "MAINT.LCK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT SESS-FILE ASSIGN TO "SESS.ACT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SESS-TERMINAL-ID
                  FILE STATUS IS WS-SESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOCK-LINE           PIC X(80).

       FD  SESS-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  SESS-RECORD.
           05  SESS-TERMINAL-ID PIC X(2).
           05  SESS-OPER-ID     PIC X(8).
           05  SESS-DATE        PIC 9(8).
           05  SESS-TIME        PIC 9(8).
           05  SESS-FILLER      PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS PIC XX.
       01  WS-SESS-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SESSION-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-TIME     PIC 9(8) VALUE ZERO.

       01  WS-LOCK-DETAIL.
           05  WS-L-STATUS         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-SET-BY         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-SET-DATE       PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-SET-TIME       PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-END            PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-REASON         PIC X(40).

       01  WS-SESSION-TEXT.
           05  WS-ST-COUNT         PIC ZZ9.
           05  FILLER              PIC X(27) VALUE
               " SESSION(S) STILL ACTIVE".

       LINKAGE SECTION.
       01  LCKCTL-ACTION       PIC X(1).
       01  LCKCTL-SET-BY       PIC X(8).
       01  LCKCTL-REASON       PIC X(40).
       01  LCKCTL-END          PIC X(12).
       01  LCKCTL-RESULT       PIC X(1).

       PROCEDURE DIVISION USING LCKCTL-ACTION
                                 LCKCTL-SET-BY
                                 LCKCTL-REASON
                                 LCKCTL-END
                                 LCKCTL-RESULT.
       MAIN-PROCEDURE.
           MOVE 'N' TO LCKCTL-RESULT.
           EVALUATE LCKCTL-ACTION
               WHEN 'Q'
                   PERFORM QUERY-LOCK
               WHEN 'S'
                   PERFORM SET-LOCK
               WHEN 'R'
                   PERFORM RELEASE-LOCK
               WHEN 'B'
                   PERFORM COUNT-ACTIVE-SESSIONS
                   IF WS-SESSION-COUNT > ZERO
                       MOVE WS-SESSION-COUNT TO WS-ST-COUNT
                       MOVE WS-SESSION-TEXT TO LCKCTL-REASON
                       MOVE 'S' TO LCKCTL-RESULT
                   ELSE
                       PERFORM SET-LOCK
                   END-IF
               WHEN 'F'
                   PERFORM SET-LOCK
           END-EVALUATE.
           GOBACK.

       QUERY-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOCK-LINE TO WS-LOCK-DETAIL
                       IF WS-L-STATUS = 'L'
                           MOVE 'Y' TO LCKCTL-RESULT
                           MOVE WS-L-SET-BY TO LCKCTL-SET-BY
                           MOVE WS-L-REASON TO LCKCTL-REASON
                           MOVE WS-L-END TO LCKCTL-END
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       SET-LOCK.
           MOVE 'L' TO WS-L-STATUS.
           MOVE LCKCTL-SET-BY TO WS-L-SET-BY.
           ACCEPT WS-L-SET-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME (1:4) TO WS-L-SET-TIME.
           MOVE LCKCTL-END TO WS-L-END.
           MOVE LCKCTL-REASON TO WS-L-REASON.
           PERFORM WRITE-LOCK-RECORD.

       RELEASE-LOCK.
      *    The record stays on file showing who released it and
      *    when, so an operator refused a moment ago can see the
      *    system is open again.
           MOVE 'U' TO WS-L-STATUS.
           MOVE LCKCTL-SET-BY TO WS-L-SET-BY.
           ACCEPT WS-L-SET-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME (1:4) TO WS-L-SET-TIME.
           MOVE SPACES TO WS-L-END.
           MOVE "RELEASED" TO WS-L-REASON.
           PERFORM WRITE-LOCK-RECORD.

       WRITE-LOCK-RECORD.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open MAINT.LCK file "
                       WS-LOCK-FILE-STATUS
           ELSE
               MOVE WS-LOCK-DETAIL TO LOCK-LINE
               WRITE LOCK-LINE
               IF WS-LOCK-FILE-STATUS = "00"
                   MOVE 'Y' TO LCKCTL-RESULT
               END-IF
               CLOSE LOCK-FILE
           END-IF.

       COUNT-ACTIVE-SESSIONS.
      *    No SESS.ACT at all means nobody has ever signed on.
           MOVE ZERO TO WS-SESSION-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SESS-FILE.
           IF WS-SESS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SESS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SESSION-COUNT
                   END-READ
               END-PERFORM
               CLOSE SESS-FILE
           END-IF.

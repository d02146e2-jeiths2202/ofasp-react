      * OPERDRM1.cob - Dormant Operator Suspension Batch Program
      * Fujitsu ASP COBOLG Program
      * OPERVAL1 polices password age but never how long ago an ID
      * was last used, so contractor IDs stayed live on OPER.MASTER
      * for months after the contractor left. This batch reads every
      * operator and measures the days since the last sign-on
      * (OPER-LAST-SIGNON, stamped by OPERSGN1; on a record never
      * signed on since that date existed, the password-set date
      * stands in, and a record with neither counts as never used).
      *   - idle more than DAYS   the ID is suspended (OPER-SUSPENDED
      *                           = 'Y') and the suspension logged to
      *                           OPER.LOG via OPLOG1; MAIN001 refuses
      *                           it until a supervisor reinstates it
      *                           with OPERMNT1 action R
      *   - idle within WARN days of the limit
      *                           listed as about to be suspended
      * The last active level-'A' operator is never suspended: when
      * every active administrator is dormant, the most recently used
      * one is kept and listed as such, so the system is never left
      * without someone able to reinstate the others.
      * OPERDRM.PRM holds DAYS=nnn (default 90) and WARN=nnn (default
      * 14). The run prints OPERDRM.PRT, captured through RPTSPOOL.
      * Days are the same whole-month approximation OPERVAL1 uses.
      *
      * MODIFICATION HISTORY
      * 2026-10-11  Initial version.
      * 2026-10-15  Takes the maintenance lock (LCKCTL1) while it
      *             rewrites OPER.MASTER; it does not start while
      *             SESS.ACT still shows active sessions unless the
      *             operator forces it, and the lock is released when
      *             the run ends or fails.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERDRM1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPER.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "OPERDRM.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "OPERDRM.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  OPER-RECORD.
           05  OPER-ID         PIC X(8).
           05  OPER-PASSWORD   PIC X(8).
           05  OPER-LEVEL      PIC X(1).
           05  OPER-PWD-DATE   PIC 9(8).
           05  OPER-LANG       PIC X(2).
           05  OPER-EMP-ID     PIC X(5).
           05  OPER-LAST-SIGNON PIC 9(8) COMP-3.
           05  OPER-SUSPENDED  PIC X(1).
           05  OPER-FILLER     PIC X(2).

       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-LINE           PIC X(20).

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS PIC XX.
       01  WS-PARM-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-DORMANT-DAYS     PIC 9(3) VALUE 90.
       01  WS-WARN-DAYS        PIC 9(3) VALUE 14.
       01  WS-WARN-FROM-DAYS   PIC S9(4) VALUE ZERO.
       01  WS-SUSPEND-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-WARN-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE-8.
           05  WS-CUR-YEAR     PIC 9(4).
           05  WS-CUR-MONTH    PIC 9(2).
           05  WS-CUR-DAY      PIC 9(2).
       01  WS-LAST-USED-8      PIC 9(8) VALUE ZERO.
       01  WS-LAST-USED-R REDEFINES WS-LAST-USED-8.
           05  WS-LU-YEAR      PIC 9(4).
           05  WS-LU-MONTH     PIC 9(2).
           05  WS-LU-DAY       PIC 9(2).
       01  WS-CUR-DAYS         PIC 9(8) VALUE ZERO.
       01  WS-LU-DAYS          PIC 9(8) VALUE ZERO.
       01  WS-IDLE-DAYS        PIC S9(8) VALUE ZERO.
       01  WS-DORMANT-FLAG     PIC X VALUE 'N'.

      * Administrators: how many active ones stay in use, and which
      * dormant one was used last (kept if no other is left).
       01  WS-LIVE-ADMIN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-KEEPER-ID        PIC X(8) VALUE SPACES.
       01  WS-KEEPER-LAST-USED PIC 9(8) VALUE ZERO.
       01  WS-KEEPER-FOUND     PIC X VALUE 'N'.

       01  WS-LOG-DETAIL.
           05  FILLER              PIC X(8)  VALUE "DORMANT ".
           05  WS-LOG-DAYS         PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE " DAYS".

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(30) VALUE
               "DORMANT OPERATOR SUSPENSION".
           05  FILLER              PIC X(4)  VALUE "RUN ".
           05  WS-RH-DATE          PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  LIMIT ".
           05  WS-RH-DAYS          PIC ZZ9.
           05  FILLER              PIC X(12) VALUE " DAYS  WARN ".
           05  WS-RH-WARN          PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE " DAYS".

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE "OPER-ID".
           05  FILLER              PIC X(5)  VALUE "LVL".
           05  FILLER              PIC X(11) VALUE "LAST USED".
           05  FILLER              PIC X(7)  VALUE "  IDLE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-OPER-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-LEVEL          PIC X(1).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-D-LAST-USED      PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-D-IDLE           PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-D-ACTION         PIC X(40).

       01  WS-IDLE-EDIT            PIC ZZZZZ9.
       01  WS-DAYS-LEFT-EDIT       PIC ZZ9.

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(12) VALUE "SUSPENDED:".
           05  WS-F-SUSPENDED      PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "   WARNED:".
           05  WS-F-WARNED         PIC ZZZ9.
           05  FILLER              PIC X(22) VALUE
               "   KEPT (LAST ADMIN):".
           05  WS-F-KEPT           PIC ZZZ9.

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
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           COMPUTE WS-CUR-DAYS =
               WS-CUR-YEAR * 365 + WS-CUR-MONTH * 30 + WS-CUR-DAY.
           PERFORM LOAD-DORMANCY-PARAMETERS.
           COMPUTE WS-WARN-FROM-DAYS = WS-DORMANT-DAYS - WS-WARN-DAYS.
           PERFORM ACQUIRE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               PERFORM SWEEP-DORMANT-OPERATORS
               PERFORM RELEASE-MAINT-LOCK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SWEEP-DORMANT-OPERATORS.
           PERFORM OPEN-PRINT-FILE.
           PERFORM COUNT-LIVE-ADMINISTRATORS.
           PERFORM SUSPEND-DORMANT-OPERATORS.
           IF WS-SUSPEND-COUNT = ZERO
                   AND WS-WARN-COUNT = ZERO
                   AND WS-KEPT-COUNT = ZERO
               MOVE "  NO DORMANT OPERATORS." TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SUSPEND-COUNT TO WS-F-SUSPENDED.
           MOVE WS-WARN-COUNT TO WS-F-WARNED.
           MOVE WS-KEPT-COUNT TO WS-F-KEPT.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT-FILE.
           CALL 'RPTSPOOL' USING "OPERDRM " "OPERDRM.PRT ".
           DISPLAY "OPERDRM1: " WS-SUSPEND-COUNT " suspended, "
                   WS-WARN-COUNT " warned.".

       LOAD-DORMANCY-PARAMETERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PARM-LINE (1:5) = "DAYS="
                                   AND PARM-LINE (6:3) IS NUMERIC
                                   AND PARM-LINE (6:3) > "000"
                               MOVE PARM-LINE (6:3) TO
                                   WS-DORMANT-DAYS
                           WHEN PARM-LINE (1:5) = "WARN="
                                   AND PARM-LINE (6:3) IS NUMERIC
                               MOVE PARM-LINE (6:3) TO WS-WARN-DAYS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-FILE-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open OPERDRM.PRT file "
                       WS-PRINT-FILE-STATUS
               PERFORM RELEASE-MAINT-LOCK
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO WS-RH-DATE.
           MOVE WS-DORMANT-DAYS TO WS-RH-DAYS.
           MOVE WS-WARN-DAYS TO WS-RH-WARN.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       OPEN-OPERATOR-FILE.
           OPEN I-O OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open OPER.MASTER file "
                       WS-OPER-FILE-STATUS
               CLOSE PRINT-FILE
               PERFORM RELEASE-MAINT-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO OPER-ID.
           START OPER-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

      ******************************************************************
      * Pass 1: active administrators still in use, and the most
      * recently used dormant one in case none is.
      ******************************************************************
       COUNT-LIVE-ADMINISTRATORS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM OPEN-OPERATOR-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OPER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OPER-LEVEL = 'A'
                               AND OPER-SUSPENDED NOT = 'Y'
                           PERFORM MEASURE-IDLE-DAYS
                           PERFORM JUDGE-ADMIN-KEEPER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-FILE.

       JUDGE-ADMIN-KEEPER.
           IF WS-DORMANT-FLAG NOT = 'Y'
               ADD 1 TO WS-LIVE-ADMIN-COUNT
           ELSE
               IF WS-KEEPER-FOUND NOT = 'Y'
                       OR WS-LAST-USED-8 > WS-KEEPER-LAST-USED
                   MOVE 'Y' TO WS-KEEPER-FOUND
                   MOVE OPER-ID TO WS-KEEPER-ID
                   MOVE WS-LAST-USED-8 TO WS-KEEPER-LAST-USED
               END-IF
           END-IF.

      ******************************************************************
      * Pass 2: suspend, warn, or keep.
      ******************************************************************
       SUSPEND-DORMANT-OPERATORS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM OPEN-OPERATOR-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OPER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OPER-SUSPENDED NOT = 'Y'
                           PERFORM MEASURE-IDLE-DAYS
                           PERFORM JUDGE-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-FILE.

       JUDGE-ONE-OPERATOR.
           EVALUATE TRUE
               WHEN WS-DORMANT-FLAG = 'Y'
                       AND OPER-LEVEL = 'A'
                       AND WS-LIVE-ADMIN-COUNT = ZERO
                       AND OPER-ID = WS-KEEPER-ID
                   MOVE "KEPT - LAST ACTIVE ADMINISTRATOR" TO
                       WS-D-ACTION
                   ADD 1 TO WS-KEPT-COUNT
                   PERFORM PRINT-OPERATOR-LINE
               WHEN WS-DORMANT-FLAG = 'Y'
                   PERFORM SUSPEND-OPERATOR
               WHEN WS-IDLE-DAYS > WS-WARN-FROM-DAYS
                   COMPUTE WS-DAYS-LEFT-EDIT =
                       WS-DORMANT-DAYS - WS-IDLE-DAYS + 1
                   MOVE SPACES TO WS-D-ACTION
                   STRING "WARNING - SUSPENDED IN "
                              DELIMITED BY SIZE
                          WS-DAYS-LEFT-EDIT DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                          INTO WS-D-ACTION
                   END-STRING
                   ADD 1 TO WS-WARN-COUNT
                   PERFORM PRINT-OPERATOR-LINE
           END-EVALUATE.

       SUSPEND-OPERATOR.
           MOVE 'Y' TO OPER-SUSPENDED.
           REWRITE OPER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite OPER.MASTER "
                           WS-OPER-FILE-STATUS
           END-REWRITE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "SUSPENDED" TO WS-D-ACTION
               ADD 1 TO WS-SUSPEND-COUNT
               IF WS-LAST-USED-8 = ZERO
                   CALL 'OPLOG1' USING OPER-ID
                                       "SUSPEND "
                                       "DORMANT - NEVER USED"
               ELSE
                   MOVE WS-IDLE-DAYS TO WS-LOG-DAYS
                   CALL 'OPLOG1' USING OPER-ID
                                       "SUSPEND "
                                       WS-LOG-DETAIL
               END-IF
           ELSE
               MOVE "NOT SUSPENDED - REWRITE FAILED" TO WS-D-ACTION
           END-IF.
           PERFORM PRINT-OPERATOR-LINE.

       MEASURE-IDLE-DAYS.
      *    Last sign-on if there is one, else the password-set date;
      *    a record with neither has never been used and is dormant
      *    outright.
           MOVE ZERO TO WS-LAST-USED-8.
           IF OPER-LAST-SIGNON IS NUMERIC
               MOVE OPER-LAST-SIGNON TO WS-LAST-USED-8
           END-IF.
           IF WS-LAST-USED-8 = ZERO
                   AND OPER-PWD-DATE IS NUMERIC
               MOVE OPER-PWD-DATE TO WS-LAST-USED-8
           END-IF.
           IF WS-LAST-USED-8 = ZERO
               MOVE 99999 TO WS-IDLE-DAYS
               MOVE 'Y' TO WS-DORMANT-FLAG
           ELSE
               COMPUTE WS-LU-DAYS =
                   WS-LU-YEAR * 365 + WS-LU-MONTH * 30 + WS-LU-DAY
               COMPUTE WS-IDLE-DAYS = WS-CUR-DAYS - WS-LU-DAYS
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   MOVE 'Y' TO WS-DORMANT-FLAG
               ELSE
                   MOVE 'N' TO WS-DORMANT-FLAG
               END-IF
           END-IF.

       PRINT-OPERATOR-LINE.
           MOVE OPER-ID TO WS-D-OPER-ID.
           MOVE OPER-LEVEL TO WS-D-LEVEL.
           IF WS-LAST-USED-8 = ZERO
               MOVE "NEVER" TO WS-D-LAST-USED
               MOVE SPACES TO WS-D-IDLE
           ELSE
               MOVE WS-LAST-USED-8 TO WS-D-LAST-USED
               MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
               MOVE WS-IDLE-EDIT TO WS-D-IDLE
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      ******************************************************************
      * Maintenance lock: closes the system to sign-ons and online
      * updates while the master is rewritten (LCKCTL1).
      ******************************************************************
       ACQUIRE-MAINT-LOCK.
      *    Refuses to start while SESS.ACT still shows anyone signed
      *    on, unless the operator forces it -- SESSDSP1 shows who,
      *    SESSWP1 clears entries a dropped terminal left behind.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE "OPERDRM1" TO WS-LOCK-SET-BY.
           MOVE "DORMANT OPERATOR SUSPENSION (OPERDRM1)"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "OPERDRM1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "DORMANT OPERATOR SUSPENSION (OPERDRM1)"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "OPERDRM1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

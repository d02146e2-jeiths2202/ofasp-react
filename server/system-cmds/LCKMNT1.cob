      * LCKMNT1.cob - Maintenance Lock Set/Release Program
      * Fujitsu ASP COBOLG Program
      * Supervisor screen over the MAINT.LCK control record kept by
      * LCKCTL1. Action S sets the lock with a reason and an
      * expected end (YYYYMMDD and HHMM, either may be left blank)
      * so MAIN001 stops taking new sign-ons other than level 'A'
      * and the online maintenance programs stop updating, ahead of
      * a file rebuild; action R releases it; action D displays the
      * lock as it stands. The batch programs that rebuild a master
      * take and release the lock themselves -- this screen is for
      * closing the system ahead of them, or for clearing a lock a
      * failed run could not. Sets and releases are logged to
      * OPER.LOG through OPLOG1 under the supervisor's ID.
      *
      * MODIFICATION HISTORY
      * 2026-10-11  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCKMNT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-11.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.

       01  WS-INPUT-FIELDS.
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-END-DATE         PIC X(8).
           05  WS-END-TIME         PIC X(4).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Maintenance Lock".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ACTION-LABEL     PIC X(40)
               VALUE "Action (S=set R=release D=display):".
           05  WS-REASON-LABEL     PIC X(20) VALUE "Reason:".
           05  WS-END-DATE-LABEL   PIC X(30)
               VALUE "Expected end date (YYYYMMDD):".
           05  WS-END-TIME-LABEL   PIC X(30)
               VALUE "Expected end time (HHMM):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(11) VALUE "LOCKED BY ".
           05  WS-SL-SET-BY        PIC X(8).
           05  FILLER              PIC X(8)  VALUE "  UNTIL ".
           05  WS-SL-END           PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-OPERATOR-LABEL.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN 'S'
               WHEN 's'
                   PERFORM SET-MAINTENANCE-LOCK
               WHEN 'R'
               WHEN 'r'
                   PERFORM RELEASE-MAINTENANCE-LOCK
               WHEN 'D'
               WHEN 'd'
                   PERFORM DISPLAY-MAINTENANCE-LOCK
               WHEN OTHER
                   MOVE "Error: Action must be S, R or D" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SET-MAINTENANCE-LOCK.
           DISPLAY WS-REASON-LABEL.
           ACCEPT WS-LOCK-REASON.
           DISPLAY WS-END-DATE-LABEL.
           ACCEPT WS-END-DATE.
           DISPLAY WS-END-TIME-LABEL.
           ACCEPT WS-END-TIME.
           IF WS-LOCK-REASON = SPACES
               MOVE "Error: A reason is required" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE SPACES TO WS-LOCK-END
               STRING WS-END-DATE DELIMITED BY SIZE
                      WS-END-TIME DELIMITED BY SIZE
                      INTO WS-LOCK-END
               END-STRING
               MOVE WS-OPERATOR-ID TO WS-LOCK-SET-BY
               CALL 'LCKCTL1' USING "S" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               IF WS-LOCK-RESULT = 'Y'
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "MNTLOCK "
                                       WS-LOCK-REASON (1:20)
                   MOVE "Maintenance lock set." TO WS-MESSAGE-LINE
               ELSE
                   MOVE "Error: Maintenance lock NOT set" TO
                       WS-MESSAGE-LINE
               END-IF
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       RELEASE-MAINTENANCE-LOCK.
           MOVE WS-OPERATOR-ID TO WS-LOCK-SET-BY.
           CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'Y'
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "MNTFREE "
                                   "LOCK RELEASED       "
               MOVE "Maintenance lock released." TO WS-MESSAGE-LINE
           ELSE
               MOVE "Error: Maintenance lock NOT released" TO
                   WS-MESSAGE-LINE
           END-IF.
           DISPLAY WS-MESSAGE-LINE.

       DISPLAY-MAINTENANCE-LOCK.
           CALL 'LCKCTL1' USING "Q" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'Y'
               MOVE WS-LOCK-SET-BY TO WS-SL-SET-BY
               MOVE WS-LOCK-END TO WS-SL-END
               DISPLAY WS-STATUS-LINE
               DISPLAY WS-LOCK-REASON
           ELSE
               MOVE "No maintenance lock is set." TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

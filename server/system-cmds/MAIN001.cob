      *             language seeds one MENU.DEF label text per the
      *             site default and uses MN* labels for the fixed
      *             chrome.
      * 2026-10-05  EMPSUM1 (employee summary inquiry) takes the
      *             preset EMP-ID as its only parameter; this menu
      *             passes spaces so the operator types the ID or a
      *             name.
      * 2026-10-11  A suspended operator (OPER-SUSPENDED, set by the
      *             OPERDRM1 dormancy batch) is now refused at
      *             sign-on even with the right password -- OPERVAL1
      *             hands back a new seventh suspended flag -- and
      *             the refusal is logged to OPER.LOG via OPLOG1 as
      *             ACCOUNT SUSPENDED instead of bad credentials,
      *             until a supervisor reinstates the ID in
      *             OPERMNT1. Every successful sign-on now stamps
      *             the operator's last sign-on date on OPER.MASTER
      *             (via OPERSGN1) so the batch can tell a dormant
      *             ID from a live one.
      * 2026-10-11  While the maintenance lock is set (MAINT.LCK,
      *             via LCKCTL1 -- set by a supervisor in LCKMNT1 or
      *             by a batch rebuilding a master) only level 'A'
      *             operators may sign on; everyone else is shown
      *             the lock's reason and expected end and refused,
      *             and the refusal is logged to OPER.LOG via
      *             OPLOG1 as MAINTENANCE LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-TERMINAL-ID      PIC X(2) VALUE SPACES.
           05  WS-TIME-SEED        PIC 9(8) VALUE ZERO.
           05  WS-PWD-EXPIRED      PIC X(1) VALUE 'N'.
           05  WS-OPER-SUSPENDED   PIC X(1) VALUE 'N'.
           05  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
           05  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
           05  WS-LOCK-END         PIC X(12) VALUE SPACES.
           05  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.
           05  WS-PWD-CHANGE-OK    PIC X(1) VALUE 'N'.
           05  WS-PWD-RETRY-COUNT  PIC 9(2) VALUE 0.
           05  WS-NEW-PASSWORD     PIC X(8) VALUE SPACES.
                                     WS-OPERATOR-LEVEL
                                     WS-PWD-EXPIRED
                                     WS-OPERATOR-LANG
                                     WS-OPER-SUSPENDED
               IF WS-AUTH-VALID NOT = 'Y'
                   ADD 1 TO WS-AUTH-RETRY-COUNT
                   IF WS-OPER-SUSPENDED = 'Y'
                       MOVE "このオペレーターIDは停止されています"
                            TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       CALL 'OPLOG1' USING WS-OPERATOR-ID
                                           "LOGIN   "
                                           "ACCOUNT SUSPENDED   "
                   ELSE
                       MOVE "オペレーターIDまたはパスワードが不正です"
                            TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       CALL 'OPLOG1' USING WS-OPERATOR-ID
                                           "LOGIN   "
                                           "BAD CREDENTIALS     "
                   END-IF
               END-IF
           END-PERFORM

      *        language (blank on the record keeps the site
      *        default).
               PERFORM FETCH-SCREEN-LABELS
               PERFORM CHECK-MAINTENANCE-LOCK
               IF WS-LOGOFF-REQUESTED NOT = 'Y'
                   IF WS-PWD-EXPIRED = 'Y'
      *                The 90-day policy ran out -- the operator
      *                does not reach the menu until the password
      *                is changed.
                       MOVE "パスワードの有効期限が切れました"
                            TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       PERFORM CHANGE-PASSWORD
                       IF WS-PWD-CHANGE-OK NOT = 'Y'
                           MOVE "パスワード変更に失敗しました"
                                TO WS-MESSAGE-LINE
                           DISPLAY WS-MESSAGE-LINE
                           MOVE 'Y' TO WS-LOGOFF-REQUESTED
                       END-IF
                   ELSE
                       PERFORM OFFER-PASSWORD-CHANGE
                   END-IF
               END-IF
               IF WS-LOGOFF-REQUESTED NOT = 'Y'
                   PERFORM STAMP-LAST-SIGNON
                   PERFORM REGISTER-SESSION
               END-IF
           END-IF
           .

       CHECK-MAINTENANCE-LOCK.
      *    A master file rebuild is under way: only level 'A'
      *    operators get in, to run or watch it; everyone else is
      *    told why and for how long, and turned away.
           CALL 'LCKCTL1' USING "Q" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT
           IF WS-LOCK-RESULT = 'Y'
               MOVE "システムはメンテナンス中です" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               DISPLAY WS-LOCK-REASON
               DISPLAY "YYYYMMDDHHMM: " WS-LOCK-END
               IF WS-OPERATOR-LEVEL NOT = 'A'
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "LOGIN   "
                                       "MAINTENANCE LOCK    "
                   MOVE 'Y' TO WS-LOGOFF-REQUESTED
               END-IF
           END-IF
           .

       STAMP-LAST-SIGNON.
      *    Record today as this operator's last sign-on on
      *    OPER.MASTER, which the OPERDRM1 dormancy batch measures.
           CALL 'OPERSGN1' USING WS-OPERATOR-ID
           .

       REGISTER-SESSION.
      *    Record this sign-on in the SESS.ACT register so SESSDSP1
      *    can show who is on which terminal.
                   CALL 'DELETE1' USING WS-USER-SELECTION
                                        WS-OPERATOR-ID
                                        WS-PRESET-EMP-ID
               WHEN 'EMPSUM1 '
                   CALL 'EMPSUM1' USING WS-PRESET-EMP-ID
               WHEN OTHER
                   CALL WS-PROGRAM-TO-CALL
           END-EVALUATE

      *             This screen's own prompts come through LBLGET1
      *             too (label IDs OM*), with the literals below as
      *             the fallback.
      * 2026-10-10  OPER.MASTER now carries the operator's own
      *             employee ID (OPER-EMP-ID, carved out of
      *             OPER-FILLER), taken here as an optional entry,
      *             so SODRPT1 can flag an operator maintaining
      *             their own employee record.
      * 2026-10-11  OPER.MASTER now carries a last sign-on date
      *             (OPER-LAST-SIGNON) and a suspended flag
      *             (OPER-SUSPENDED), carved out of OPER-FILLER, for
      *             the OPERDRM1 dormancy batch. New action R
      *             reinstates a suspended operator: it clears the
      *             flag, restarts the dormancy clock from today so
      *             the next batch run does not suspend the ID
      *             again straight away, and logs the reinstatement
      *             to OPER.LOG via OPLOG1. Adds start with no
      *             sign-on date and not suspended; updates leave
      *             both as they were.
      * 2026-10-15  Refuses to start while the maintenance lock
      *             (LCKCTL1) is set -- FILEUTL1 reloads OPER.MASTER
      *             under it -- showing the lock's reason and
      *             expected end, so nothing keyed here is lost to
      *             the rebuilt file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT1.
           05  OPER-LEVEL      PIC X(1).
           05  OPER-PWD-DATE   PIC 9(8).
           05  OPER-LANG       PIC X(2).
           05  OPER-EMP-ID     PIC X(5).
           05  OPER-LAST-SIGNON PIC 9(8) COMP-3.
           05  OPER-SUSPENDED  PIC X(1).
           05  OPER-FILLER     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS PIC XX.
       01  WS-CURRENT-DATE-8   PIC 9(8).
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-WAS-SUSPENDED    PIC X VALUE 'N'.
       01  WS-DIGEST-WORK      PIC X(8) VALUE SPACES.
       01  WS-LBL-LANG         PIC X(2) VALUE SPACES.
       01  WS-LBL-ID           PIC X(8) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(20) VALUE "Operator Maint".
           05  WS-ACTION-LABEL     PIC X(20) VALUE "Action (A/U/R):".
           05  WS-ID-LABEL         PIC X(20) VALUE "Operator ID:".
           05  WS-PASSWORD-LABEL   PIC X(20) VALUE "Password:".
           05  WS-LEVEL-LABEL      PIC X(20) VALUE "Level (1=Admin):".
           05  WS-LANG-LABEL       PIC X(20) VALUE "Language (opt):".
           05  WS-EMP-ID-LABEL     PIC X(20) VALUE "Employee ID (opt):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-OPER-PASSWORD    PIC X(8).
           05  WS-OPER-LEVEL       PIC X(1).
           05  WS-OPER-LANG        PIC X(2).
           05  WS-OPER-EMP-ID      PIC X(5).

       01  WS-LOCK-SET-BY          PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON          PIC X(40) VALUE SPACES.
       01  WS-LOCK-END             PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FETCH-SCREEN-LABELS.
           PERFORM DISPLAY-MAINT-SCREEN.
           PERFORM ACCEPT-MAINT-REQUEST.
                   PERFORM ADD-OPERATOR-RECORD
               WHEN 'U'
                   PERFORM UPDATE-OPERATOR-RECORD
               WHEN 'R'
                   PERFORM REINSTATE-OPERATOR-RECORD
               WHEN OTHER
                   MOVE "Error: Action must be A, U or R (reinstate)"
                       TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           IF WS-LBL-TEXT NOT = SPACES
               MOVE WS-LBL-TEXT (1:20) TO WS-LANG-LABEL
           END-IF.
           MOVE "OMEMPID " TO WS-LBL-ID.
           PERFORM FETCH-ONE-LABEL.
           IF WS-LBL-TEXT NOT = SPACES
               MOVE WS-LBL-TEXT (1:20) TO WS-EMP-ID-LABEL
           END-IF.

       FETCH-ONE-LABEL.
           CALL 'LBLGET1' USING WS-LBL-LANG WS-LBL-ID WS-LBL-TEXT.
           ACCEPT WS-ACTION-CODE.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-OPER-ID.
      *    A reinstatement needs nothing but the operator ID.
           IF WS-ACTION-CODE NOT = 'R'
               DISPLAY WS-PASSWORD-LABEL
               ACCEPT WS-OPER-PASSWORD
               DISPLAY WS-LEVEL-LABEL
               ACCEPT WS-OPER-LEVEL
               DISPLAY WS-LANG-LABEL
               ACCEPT WS-OPER-LANG
               DISPLAY WS-EMP-ID-LABEL
               ACCEPT WS-OPER-EMP-ID
           END-IF.

       ADD-OPERATOR-RECORD.
           PERFORM CHECK-DUPLICATE-OPERATOR.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-8 TO OPER-PWD-DATE.
           MOVE WS-OPER-LANG TO OPER-LANG.
           MOVE WS-OPER-EMP-ID TO OPER-EMP-ID.
           MOVE ZERO TO OPER-LAST-SIGNON.
           MOVE 'N' TO OPER-SUSPENDED.
           MOVE SPACES TO OPER-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT OPER-FILE
                   MOVE WS-DIGEST-WORK TO OPER-PASSWORD
                   MOVE WS-OPER-LEVEL TO OPER-LEVEL
                   MOVE WS-OPER-LANG TO OPER-LANG
                   MOVE WS-OPER-EMP-ID TO OPER-EMP-ID
                   REWRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite OPER.MASTER "
               MOVE "Error: Operator ID not found" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       REINSTATE-OPERATOR-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-WAS-SUSPENDED.
           OPEN I-O OPER-FILE.
           MOVE WS-OPER-ID TO OPER-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   IF OPER-SUSPENDED = 'Y'
                       MOVE 'Y' TO WS-WAS-SUSPENDED
                       MOVE 'N' TO OPER-SUSPENDED
                       ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
                       MOVE WS-CURRENT-DATE-8 TO OPER-LAST-SIGNON
                       REWRITE OPER-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Cannot rewrite "
                                       "OPER.MASTER "
                                       WS-OPER-FILE-STATUS
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE OPER-FILE.
           EVALUATE TRUE
               WHEN WS-FOUND-FLAG NOT = 'Y'
                   MOVE "Error: Operator ID not found" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-WAS-SUSPENDED NOT = 'Y'
                   MOVE "Error: Operator is not suspended" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN OTHER
                   CALL 'OPLOG1' USING WS-OPER-ID
                                       "REINSTAT"
                                       "SUPERVISOR REINSTATE"
                   MOVE "Operator reinstated: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-OPER-ID
           END-EVALUATE.

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

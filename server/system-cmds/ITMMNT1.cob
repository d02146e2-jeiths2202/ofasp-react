      *             IM*) in the site default language LABEL.PRM
      *             names; the literals below stand as the fallback
      *             for labels not on file.
      * 2026-10-15  ITEM.MASTER now also carries the ABC class
      *             (ABCCLS1) and the last-count date and variance
      *             flag (CYCCNT1). They are not keyed here: a new
      *             item starts unclassified and never counted, and
      *             an update leaves them as they stand.
      * 2026-10-15  Refuses to run while LCKCTL1's maintenance lock
      *             is set (FILEUTL1 reloading ITEM.MASTER), as the
      *             other maintenance screens do.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMMNT1.
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  DSPF.
           COPY MITDSP OF XMDLIB JOINING DSP AS PREFIX.
       01  WS-LBL-LANG         PIC X(2) VALUE SPACES.
       01  WS-LBL-ID           PIC X(8) VALUE SPACES.
       01  WS-LBL-TEXT         PIC X(40) VALUE SPACES.
       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.
       01  WS-DSPF-FORMAT-NAME PIC X(08) VALUE 'MITDSP'.
       01  WS-DSPF-GROUP-NAME  PIC X(08) VALUE 'GROUP1'.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-MAINTENANCE-LOCK.
           IF WS-LOCK-RESULT = 'Y'
               GOBACK
           END-IF.
           PERFORM BUILD-DESTINATION-ID.
           PERFORM FETCH-SCREEN-LABELS.
           PERFORM DISPLAY-MAINT-SCREEN.
           MOVE WS-ON-ORDER-QTY TO IN-ON-ORDER-QTY.
           MOVE WS-VENDOR-CODE TO IN-VENDOR-CODE.
           MOVE WS-UNIT-COST TO IN-UNIT-COST.
           MOVE SPACE TO IN-ABC-CLASS.
           MOVE ZERO TO IN-LAST-COUNT-DATE.
           MOVE SPACE TO IN-LAST-COUNT-VAR.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT INFILE
           ELSE
           WRITE DSPF-RECORD.
           MOVE FILE-STATUS OF DSPF TO WS-FILE-STATUS.
           CLOSE DSPF.

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

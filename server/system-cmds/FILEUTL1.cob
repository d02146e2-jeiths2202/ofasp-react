      *             name as an attribute; the U/V/R actions here
      *             work the new shape. A file still keyed on the
      *             name migrates through DEPTMIG1, not action L.
      * 2026-10-11  Action R now takes the maintenance lock (LCKCTL1)
      *             for the length of the reload, so MAIN001 stops
      *             new sign-ons other than level 'A' and the online
      *             maintenance programs stop updating; it will not
      *             start while SESS.ACT still shows active sessions
      *             unless the operator forces it, and releases the
      *             lock when the reload ends, good or bad.
      * 2026-10-15  ITEM.MASTER now also carries the ABC class
      *             (ABCCLS1) and the last-count date and variance
      *             flag (CYCCNT1); the current record is 66 bytes.
      *             Action L for ITEM now reads the prior 56-byte
      *             shape and widens it unclassified and never
      *             counted.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEUTL1.
                  FILE STATUS IS WS-BKP-STATUS.
      *    The two masters whose on-disk shape changed, described as
      *    they were BEFORE the change, for the legacy unload only:
      *    EMP.INFO with no alternate key, ITEM.MASTER at its prior
      *    56 bytes.
           SELECT EMP-OLD-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  EMP-BKP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  IN-OLD-REORDER-PT   PIC 9(05).
           05  IN-OLD-ON-ORDER-QTY PIC 9(05).
           05  IN-OLD-VENDOR-CODE  PIC X(04).
           05  IN-OLD-UNIT-COST    PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC XX.
           05  WS-TRL-TAG      PIC X(6)  VALUE "*TRL* ".
           05  WS-TRL-COUNT    PIC 9(8).

      * A legacy 56-byte item record widened to the current 66-byte
      * shape: no ABC class until ABCCLS1 next runs, and never
      * counted, which CNTSCH1 puts first in line for a count.
       01  WS-ITEM-NEW-IMAGE.
           05  WS-NI-ITEM-ID       PIC X(10).
           05  WS-NI-ITEM-NAME     PIC X(20).
           05  WS-NI-ON-ORDER-QTY  PIC 9(05) VALUE ZEROS.
           05  WS-NI-VENDOR-CODE   PIC X(04) VALUE SPACES.
           05  WS-NI-UNIT-COST     PIC 9(05)V99 VALUE ZEROS.
           05  WS-NI-ABC-CLASS     PIC X(01) VALUE SPACES.
           05  WS-NI-LAST-COUNT-DATE PIC 9(08) VALUE ZEROS.
           05  WS-NI-LAST-COUNT-VAR PIC X(01) VALUE SPACES.

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE  PIC X(1).
               VALUE "File (1=EMP 2=DEPT 3=OPER 4=ITEM):".
           05  WS-MESSAGE-LINE PIC X(50).

       01  WS-LOCK-SET-BY      PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON      PIC X(40) VALUE SPACES.
       01  WS-LOCK-END         PIC X(12) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X(1) VALUE 'N'.
       01  WS-LOCK-HELD        PIC X(1) VALUE 'N'.
       01  WS-FORCE-ANSWER     PIC X(1) VALUE SPACE.
       01  WS-FORCE-LABEL      PIC X(40)
           VALUE "Sessions still active - force? (Y/N):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
                   PERFORM DO-VERIFY
               WHEN 'R'
               WHEN 'r'
                   PERFORM ACQUIRE-MAINT-LOCK
                   IF WS-LOCK-HELD = 'Y'
                       PERFORM DO-RELOAD
                       PERFORM RELEASE-MAINT-LOCK
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   PERFORM DO-OLD-UNLOAD
           END-IF.

       UNLOAD-OLD-ITEM-FILE.
      *    Reads the old 56-byte ITEM.MASTER and writes each record
      *    widened to the current 66-byte shape (no class, never
      *    counted), so the R action rebuilds the new file.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ITEM-OLD-FILE.
                               TO WS-NI-ON-ORDER-QTY
                           MOVE IN-OLD-VENDOR-CODE
                               TO WS-NI-VENDOR-CODE
                           MOVE IN-OLD-UNIT-COST
                               TO WS-NI-UNIT-COST
                           MOVE SPACES TO WS-NI-ABC-CLASS
                           MOVE ZEROS TO WS-NI-LAST-COUNT-DATE
                           MOVE SPACES TO WS-NI-LAST-COUNT-VAR
                           MOVE SPACES TO ITEM-BKP-LINE
                           MOVE WS-ITEM-NEW-IMAGE
                               TO ITEM-BKP-LINE (1:66)
                           WRITE ITEM-BKP-LINE
                   END-READ
               END-PERFORM
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE SPACES TO ITEM-BKP-LINE
                           MOVE ITEM-RECORD TO ITEM-BKP-LINE (1:66)
                           WRITE ITEM-BKP-LINE
                   END-READ
               END-PERFORM
                           NOT AT END
                               IF ITEM-BKP-LINE (1:6) NOT =
                                       WS-TRL-TAG
                                   MOVE ITEM-BKP-LINE (1:66)
                                       TO ITEM-RECORD
                                   WRITE ITEM-RECORD
                                       INVALID KEY
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

      ******************************************************************
      * Maintenance lock: closes the system to sign-ons and online
      * updates for the length of the rebuild (LCKCTL1).
      ******************************************************************
       ACQUIRE-MAINT-LOCK.
      *    Refuses to start while SESS.ACT still shows anyone signed
      *    on, unless the operator forces it -- SESSDSP1 shows who,
      *    SESSWP1 clears entries a dropped terminal left behind.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE "FILEUTL1" TO WS-LOCK-SET-BY.
           MOVE "MASTER FILE RELOAD IN PROGRESS"
               TO WS-LOCK-REASON.
           MOVE SPACES TO WS-LOCK-END.
           CALL 'LCKCTL1' USING "B" WS-LOCK-SET-BY WS-LOCK-REASON
                                WS-LOCK-END WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = 'S'
               DISPLAY "FILEUTL1: " WS-LOCK-REASON
               DISPLAY WS-FORCE-LABEL
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = 'Y' OR WS-FORCE-ANSWER = 'y'
                   MOVE "MASTER FILE RELOAD IN PROGRESS"
                       TO WS-LOCK-REASON
                   CALL 'LCKCTL1' USING "F" WS-LOCK-SET-BY
                                        WS-LOCK-REASON WS-LOCK-END
                                        WS-LOCK-RESULT
               END-IF
           END-IF.
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               DISPLAY "FILEUTL1: not started - maintenance lock "
                       "not taken."
           END-IF.

       RELEASE-MAINT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'LCKCTL1' USING "R" WS-LOCK-SET-BY WS-LOCK-REASON
                                    WS-LOCK-END WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

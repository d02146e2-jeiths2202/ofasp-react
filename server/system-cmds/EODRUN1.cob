      *             journal every night. An EOD.CTL from before the
      *             change simply has no step-6 line, which reads as
      *             pending.
      * 2026-10-10  EMPDQ1, the EMP.INFO data quality sweep, joins
      *             the sequence as step 7. A step ending with return
      *             code 4 (warning -- here, exceptions were printed)
      *             is recorded complete with its rc in EOD.CTL and
      *             the run carries on; only a return code above 4
      *             fails the step and stops the run.
      * 2026-10-14  LOCRCN1, the stock location integrity check,
      *             joins the sequence as step 8 after EMPDQ1, so the
      *             per-location quantities on ITEMLOC.MASTER are
      *             proved against each item's total every night.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODRUN1.
       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-STEP-COUNT           PIC 9(1) VALUE 8.
       01  WS-STEP-INDEX           PIC 9(1) VALUE ZERO.
       01  WS-RUN-FAILED-FLAG      PIC X VALUE 'N'.
       01  WS-ALL-COMPLETE-FLAG    PIC X VALUE 'N'.
       01  WS-STEP-RC              PIC S9(4) VALUE ZERO.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-STATUS  PIC X(1).
               10  WS-STEP-RC-SAVED PIC 9(4).
           MOVE "LOWSTK1 " TO WS-STEP-NAME (4).
           MOVE "RECON1  " TO WS-STEP-NAME (5).
           MOVE "STKRCN1 " TO WS-STEP-NAME (6).
           MOVE "EMPDQ1  " TO WS-STEP-NAME (7).
           MOVE "LOCRCN1 " TO WS-STEP-NAME (8).
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                     UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE 'P' TO WS-STEP-STATUS (WS-STEP-INDEX)
                   CALL 'RECON1'
               WHEN 6
                   CALL 'STKRCN1'
               WHEN 7
                   CALL 'EMPDQ1'
               WHEN 8
                   CALL 'LOCRCN1'
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           EVALUATE TRUE
               WHEN WS-STEP-RC = ZERO
                   MOVE 'C' TO WS-STEP-STATUS (WS-STEP-INDEX)
               WHEN WS-STEP-RC = 4
                   MOVE 'C' TO WS-STEP-STATUS (WS-STEP-INDEX)
                   DISPLAY "EODRUN1: step " WS-STEP-INDEX " "
                           WS-STEP-NAME (WS-STEP-INDEX)
                           " completed with warnings."
               WHEN OTHER
                   MOVE 'F' TO WS-STEP-STATUS (WS-STEP-INDEX)
                   MOVE 'Y' TO WS-RUN-FAILED-FLAG
           END-EVALUATE.
           MOVE WS-STEP-RC TO WS-STEP-RC-SAVED (WS-STEP-INDEX).
           PERFORM STAMP-STEP-TIME.
           PERFORM WRITE-RUN-CONTROL.

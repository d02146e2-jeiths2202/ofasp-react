      * REQAPR1.cob - Stock Requisition Approval Program
      * Fujitsu ASP COBOLG Program
      * Works through the requisitions REQENT1 has raised and that
      * are still waiting on REQ.MASTER (status O): each one is shown
      * line by line and the approving operator approves (A),
      * rejects (R) or skips (blank) it, the way SALAPPR1 works its
      * queue. Only a level 'A' operator may approve -- the ID and
      * password are checked through OPERVAL1 before anything is
      * shown, and a refused or suspended sign-on, or one below
      * level 'A', gets no further. Dual control as in SALAPPR1: the
      * operator who raised a requisition may not approve it. Every
      * line of the requisition takes the decision with the
      * approver and the date, and each decision is logged through
      * OPLOG1. Only an approved requisition can be picked by
      * REQPCK1.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQAPR1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "REQ.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REQ-KEY
                  FILE STATUS IS WS-REQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  REQ-RECORD.
           05  REQ-KEY.
               10  REQ-NUMBER      PIC X(8).
               10  REQ-LINE-NO     PIC 9(2).
           05  REQ-DEPT-CODE       PIC X(4).
           05  REQ-ITEM-ID         PIC X(10).
           05  REQ-QTY             PIC 9(5).
           05  REQ-ISSUED-QTY      PIC 9(5).
           05  REQ-STATUS          PIC X(1).
           05  REQ-DATE            PIC 9(8).
           05  REQ-RAISED-BY       PIC X(8).
           05  REQ-ACTION-BY       PIC X(8).
           05  REQ-ACTION-DATE     PIC 9(8).
           05  REQ-LAST-ISSUE-DATE PIC 9(8).
           05  REQ-FILLER          PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-REQ-END-FLAG         PIC X VALUE 'N'.
       01  WS-APPROVED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-DATE-8       PIC 9(8) VALUE ZERO.
       01  WS-NEW-STATUS           PIC X(1) VALUE SPACE.
       01  WS-CURRENT-REQ-NUMBER   PIC X(8) VALUE SPACES.
       01  WS-CURRENT-RAISED-BY    PIC X(8) VALUE SPACES.

      * What OPERVAL1 hands back for the approving operator.
       01  WS-APPROVER-VALID       PIC X(1) VALUE 'N'.
       01  WS-APPROVER-LEVEL       PIC X(1) VALUE SPACE.
       01  WS-APPROVER-PWD-EXPIRED PIC X(1) VALUE 'N'.
       01  WS-APPROVER-LANGUAGE    PIC X(2) VALUE SPACES.
       01  WS-APPROVER-SUSPENDED   PIC X(1) VALUE 'N'.

      * The requisitions waiting for a decision, gathered before
      * the review starts; the usual fixed-table bound and warning.
      * Decisions are written in place, so anything past the bound
      * simply waits for the next review.
       01  WS-QUEUE-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-MAX-QUEUE-TABLE      PIC 9(3) VALUE 200.
       01  WS-QUEUE-TABLE-FULL     PIC X VALUE 'N'.
       01  WS-QUEUE-INDEX          PIC 9(3) VALUE ZERO.
       01  WS-QUEUE-TABLE.
           05  WS-Q-REQ-NUMBER     PIC X(8) OCCURS 200 TIMES.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Stock Requisition Approval".
           05  WS-APPROVER-LABEL   PIC X(24)
               VALUE "Approving Operator ID:".
           05  WS-PASSWORD-LABEL   PIC X(24)
               VALUE "Password:".
           05  WS-ACTION-LABEL     PIC X(36)
               VALUE "Approve/Reject/Skip (A/R/blank):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-APPROVER-ID          PIC X(8).
       01  WS-APPROVER-PASSWORD    PIC X(8).
       01  WS-REVIEW-ACTION        PIC X(1).

       01  WS-REVIEW-HEADER.
           05  FILLER              PIC X(4)  VALUE "REQ ".
           05  WS-R-REQ-NUMBER     PIC X(8).
           05  FILLER              PIC X(7)  VALUE "  DEPT ".
           05  WS-R-DEPT-CODE      PIC X(4).
           05  FILLER              PIC X(7)  VALUE "  DATE ".
           05  WS-R-DATE           PIC 9(8).
           05  FILLER              PIC X(5)  VALUE "  BY ".
           05  WS-R-RAISED-BY      PIC X(8).

       01  WS-REVIEW-DETAIL.
           05  FILLER              PIC X(8)  VALUE "  LINE ".
           05  WS-R-LINE-NO        PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-R-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(6)  VALUE "  QTY ".
           05  WS-R-QTY            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           PERFORM CHECK-APPROVER.
           IF WS-APPROVER-VALID = 'Y'
               OPEN I-O REQ-FILE
               IF WS-REQ-FILE-STATUS NOT = "00"
                   MOVE "Nothing waiting for approval" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM LOAD-APPROVAL-QUEUE
                   IF WS-QUEUE-TABLE-COUNT = ZERO
                       MOVE "Nothing waiting for approval" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
                       PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                             UNTIL WS-QUEUE-INDEX >
                                   WS-QUEUE-TABLE-COUNT
                           PERFORM REVIEW-ONE-REQUISITION
                       END-PERFORM
                       DISPLAY "REQAPR1: " WS-APPROVED-COUNT
                               " approved, " WS-REJECTED-COUNT
                               " rejected."
                   END-IF
                   CLOSE REQ-FILE
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CHECK-APPROVER.
      *    The same OPERVAL1 check MAIN001 makes at sign-on; the
      *    level it hands back is the authority to approve.
           DISPLAY WS-APPROVER-LABEL.
           MOVE SPACES TO WS-APPROVER-ID.
           ACCEPT WS-APPROVER-ID.
           DISPLAY WS-PASSWORD-LABEL.
           MOVE SPACES TO WS-APPROVER-PASSWORD.
           ACCEPT WS-APPROVER-PASSWORD.
           MOVE 'N' TO WS-APPROVER-VALID.
           CALL 'OPERVAL1' USING WS-APPROVER-ID WS-APPROVER-PASSWORD
                                 WS-APPROVER-VALID WS-APPROVER-LEVEL
                                 WS-APPROVER-PWD-EXPIRED
                                 WS-APPROVER-LANGUAGE
                                 WS-APPROVER-SUSPENDED.
           EVALUATE TRUE
               WHEN WS-APPROVER-VALID NOT = 'Y'
                   MOVE "Error: Operator ID or password not valid" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-APPROVER-LEVEL NOT = 'A'
                   MOVE 'N' TO WS-APPROVER-VALID
                   MOVE "Error: Only a level A operator may approve"
                       TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
                   CALL 'OPLOG1' USING WS-APPROVER-ID
                                       "REQAPR  "
                                       "APPROVER NOT LEVEL A"
           END-EVALUATE.

       LOAD-APPROVAL-QUEUE.
      *    Every line of a requisition carries its status, so the
      *    number is taken from the first waiting line met.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-QUEUE-TABLE-FULL.
           MOVE ZERO TO WS-QUEUE-TABLE-COUNT.
           MOVE SPACES TO WS-CURRENT-REQ-NUMBER.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF REQ-STATUS = 'O'
                               AND REQ-NUMBER NOT =
                                   WS-CURRENT-REQ-NUMBER
                           MOVE REQ-NUMBER TO WS-CURRENT-REQ-NUMBER
                           PERFORM ADD-QUEUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-QUEUE-ENTRY.
           IF WS-QUEUE-TABLE-COUNT < WS-MAX-QUEUE-TABLE
               ADD 1 TO WS-QUEUE-TABLE-COUNT
               MOVE REQ-NUMBER TO
                   WS-Q-REQ-NUMBER (WS-QUEUE-TABLE-COUNT)
           ELSE
               IF WS-QUEUE-TABLE-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-QUEUE-TABLE-FULL
                   DISPLAY "REQAPR1: more than 200 requisitions "
                           "waiting - the rest wait for the next "
                           "review."
               END-IF
           END-IF.

       REVIEW-ONE-REQUISITION.
           MOVE WS-Q-REQ-NUMBER (WS-QUEUE-INDEX) TO
               WS-CURRENT-REQ-NUMBER.
           MOVE SPACES TO WS-CURRENT-RAISED-BY.
           PERFORM START-REQUISITION.
           PERFORM UNTIL WS-REQ-END-FLAG = 'Y'
               IF WS-CURRENT-RAISED-BY = SPACES
                   MOVE REQ-RAISED-BY TO WS-CURRENT-RAISED-BY
                   MOVE REQ-NUMBER TO WS-R-REQ-NUMBER
                   MOVE REQ-DEPT-CODE TO WS-R-DEPT-CODE
                   MOVE REQ-DATE TO WS-R-DATE
                   MOVE REQ-RAISED-BY TO WS-R-RAISED-BY
                   DISPLAY WS-REVIEW-HEADER
               END-IF
               MOVE REQ-LINE-NO TO WS-R-LINE-NO
               MOVE REQ-ITEM-ID TO WS-R-ITEM-ID
               MOVE REQ-QTY TO WS-R-QTY
               DISPLAY WS-REVIEW-DETAIL
               PERFORM READ-NEXT-REQUISITION-LINE
           END-PERFORM.
           IF WS-CURRENT-RAISED-BY = WS-APPROVER-ID
      *        Dual control: the raiser may not approve their own
      *        requisition.
               MOVE "Error: Raiser cannot approve own requisition"
                   TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               DISPLAY WS-ACTION-LABEL
               MOVE SPACE TO WS-REVIEW-ACTION
               ACCEPT WS-REVIEW-ACTION
               EVALUATE WS-REVIEW-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO WS-NEW-STATUS
                       PERFORM RECORD-DECISION
                       ADD 1 TO WS-APPROVED-COUNT
                       CALL 'OPLOG1' USING WS-APPROVER-ID
                                           "REQAPR  "
                                           "REQUISITION APPROVED"
                   WHEN 'R'
                   WHEN 'r'
                       MOVE 'R' TO WS-NEW-STATUS
                       PERFORM RECORD-DECISION
                       ADD 1 TO WS-REJECTED-COUNT
                       CALL 'OPLOG1' USING WS-APPROVER-ID
                                           "REQAPR  "
                                           "REQUISITION REJECTED"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RECORD-DECISION.
           PERFORM START-REQUISITION.
           PERFORM UNTIL WS-REQ-END-FLAG = 'Y'
               IF REQ-STATUS = 'O'
                   MOVE WS-NEW-STATUS TO REQ-STATUS
                   MOVE WS-APPROVER-ID TO REQ-ACTION-BY
                   MOVE WS-CURRENT-DATE-8 TO REQ-ACTION-DATE
                   REWRITE REQ-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite REQ.MASTER "
                                   WS-REQ-FILE-STATUS
                   END-REWRITE
               END-IF
               PERFORM READ-NEXT-REQUISITION-LINE
           END-PERFORM.

       START-REQUISITION.
      *    Positions on the first line of WS-CURRENT-REQ-NUMBER and
      *    reads it; WS-REQ-END-FLAG is set once the lines run out.
           MOVE 'N' TO WS-REQ-END-FLAG.
           MOVE WS-CURRENT-REQ-NUMBER TO REQ-NUMBER.
           MOVE ZERO TO REQ-LINE-NO.
           START REQ-FILE KEY IS GREATER THAN REQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-END-FLAG
           END-START.
           IF WS-REQ-END-FLAG NOT = 'Y'
               PERFORM READ-NEXT-REQUISITION-LINE
           END-IF.

       READ-NEXT-REQUISITION-LINE.
           READ REQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REQ-END-FLAG
               NOT AT END
                   IF REQ-NUMBER NOT = WS-CURRENT-REQ-NUMBER
                       MOVE 'Y' TO WS-REQ-END-FLAG
                   END-IF
           END-READ.

      * REQENT1.cob - Stock Requisition Entry Program
      * Fujitsu ASP COBOLG Program
      * Departments used to ask for supplies by email and the
      * storeman keyed an STKMOV1 issue against whichever department
      * was mentioned, so nothing recorded what was asked for against
      * what was given. A department now raises a requisition here:
      * its DEPT-CODE (validated through DEPTVAL1 against
      * DEPT.MASTER), the operator raising it (signed on with ID and
      * password through OPERVAL1), and up to 20 items and
      * quantities, each item checked against ITEM.MASTER. The
      * requisition is numbered RQ plus the number run on from
      * REQNUM.CTL (the way RTVEND1 keeps RTNNUM.CTL) and written to
      * REQ.MASTER, one record per line, keyed on the number and the
      * line. REQAPR1 approves or rejects it, REQPCK1 issues stock
      * against it and REQRPT1 lists what is still outstanding.
      * Line status on REQ.MASTER:
      *   O  raised, waiting for approval
      *   A  approved, nothing issued yet
      *   R  rejected
      *   P  partially filled, the rest still to be picked
      *   B  backordered -- stock on hand cannot cover what is
      *      still outstanding, which waits for the next receipt
      *   F  filled
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Initial version.
      * 2026-10-15  The raising operator now signs on with ID and
      *             password through OPERVAL1, the way REQAPR1 checks
      *             the approver, so REQAPR1's rule that the raiser
      *             may not approve cannot be got round by keying in
      *             another operator's ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQENT1.
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
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT REQNUM-FILE ASSIGN TO "REQNUM.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REQNUM-FILE-STATUS.

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

       FD  INFILE
           LABEL RECORD STANDARD.
       01  INFILE-REC.
           05  IN-ITEM-ID          PIC X(10).
           05  IN-ITEM-NAME        PIC X(20).
           05  IN-ITEM-QTY         PIC 9(05).
           05  IN-REORDER-POINT    PIC 9(05).
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  REQNUM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  REQNUM-RECORD           PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS      PIC XX.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-REQNUM-FILE-STATUS   PIC XX.
       01  WS-LINES-DONE-FLAG      PIC X VALUE 'N'.
       01  WS-WRITTEN-FLAG         PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-8       PIC 9(8) VALUE ZERO.
       01  WS-LAST-REQ-NUMBER      PIC 9(6) VALUE ZERO.

       01  WS-DEPT-VALID-FLAG      PIC X VALUE 'N'.
      * What OPERVAL1 hands back for the raising operator.
       01  WS-RAISER-VALID         PIC X(1) VALUE 'N'.
       01  WS-RAISER-LEVEL         PIC X(1) VALUE SPACE.
       01  WS-RAISER-PWD-EXPIRED   PIC X(1) VALUE 'N'.
       01  WS-RAISER-LANGUAGE      PIC X(2) VALUE SPACES.
       01  WS-RAISER-SUSPENDED     PIC X(1) VALUE 'N'.
       01  WS-DEPT-NAME-WORK       PIC X(15) VALUE SPACES.

       01  WS-REQ-NUMBER-BUILT.
           05  FILLER              PIC X(2) VALUE "RQ".
           05  WS-REQ-SEQ          PIC 9(6).

      * The lines are gathered first and the requisition numbered
      * only once at least one is good, so an abandoned entry burns
      * no number; the usual fixed-table bound.
       01  WS-LINE-TABLE-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-MAX-LINE-TABLE       PIC 9(2) VALUE 20.
       01  WS-LINE-INDEX           PIC 9(2) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 20 TIMES.
               10  WS-L-ITEM-ID    PIC X(10).
               10  WS-L-QTY        PIC 9(5).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Stock Requisition Entry".
           05  WS-DEPT-LABEL       PIC X(20) VALUE "Dept Code:".
           05  WS-RAISED-LABEL     PIC X(30)
               VALUE "Raised by (Operator ID):".
           05  WS-PASSWORD-LABEL   PIC X(30)
               VALUE "Password:".
           05  WS-ITEM-LABEL       PIC X(30)
               VALUE "Item ID (blank to finish):".
           05  WS-QTY-LABEL        PIC X(20) VALUE "Quantity:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-REQ-DEPT         PIC X(15).
           05  WS-RAISED-BY        PIC X(8).
           05  WS-RAISER-PASSWORD  PIC X(8).
           05  WS-ITEM-ID          PIC X(10).
           05  WS-REQ-QTY          PIC 9(5) VALUE ZERO.

       01  WS-LINE-ACCEPTED.
           05  FILLER              PIC X(8)  VALUE "  LINE ".
           05  WS-A-LINE-NO        PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-ITEM-NAME      PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-QTY            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           PERFORM ACCEPT-REQUISITION-HEADER.
           EVALUATE TRUE
               WHEN WS-DEPT-VALID-FLAG NOT = 'Y'
                   MOVE "Error: Unrecognized department code" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-RAISED-BY = SPACES
                   MOVE "Error: A raising operator is required" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-RAISER-SUSPENDED = 'Y'
                   MOVE "Error: Operator account is suspended" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN WS-RAISER-VALID NOT = 'Y'
                   MOVE "Error: Operator ID or password not valid" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               WHEN OTHER
                   PERFORM ACCEPT-REQUISITION-LINES
                   IF WS-LINE-TABLE-COUNT = ZERO
                       MOVE "Error: No items entered - nothing raised"
                           TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   ELSE
                       PERFORM WRITE-REQUISITION
                   END-IF
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-REQUISITION-HEADER.
      *    The same DEPTVAL1 gate STKMOV1 puts on an issue, so the
      *    department charged at picking is a real one.
           DISPLAY WS-DEPT-LABEL.
           MOVE SPACES TO WS-REQ-DEPT.
           ACCEPT WS-REQ-DEPT.
           MOVE 'N' TO WS-DEPT-VALID-FLAG.
           IF WS-REQ-DEPT NOT = SPACES
               CALL 'DEPTVAL1' USING WS-REQ-DEPT WS-DEPT-VALID-FLAG
                                     WS-DEPT-NAME-WORK
           END-IF.
           IF WS-DEPT-VALID-FLAG = 'Y'
               DISPLAY WS-DEPT-NAME-WORK
               DISPLAY WS-RAISED-LABEL
               MOVE SPACES TO WS-RAISED-BY
               ACCEPT WS-RAISED-BY
               IF WS-RAISED-BY NOT = SPACES
                   PERFORM CHECK-RAISER
               END-IF
           END-IF.

       CHECK-RAISER.
      *    The raiser signs on as REQAPR1's approver does, so the
      *    ID kept on the requisition is the operator who raised it.
           DISPLAY WS-PASSWORD-LABEL.
           MOVE SPACES TO WS-RAISER-PASSWORD.
           ACCEPT WS-RAISER-PASSWORD.
           CALL 'OPERVAL1' USING WS-RAISED-BY WS-RAISER-PASSWORD
                                 WS-RAISER-VALID WS-RAISER-LEVEL
                                 WS-RAISER-PWD-EXPIRED
                                 WS-RAISER-LANGUAGE
                                 WS-RAISER-SUSPENDED.

       ACCEPT-REQUISITION-LINES.
           MOVE ZERO TO WS-LINE-TABLE-COUNT.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
           ELSE
               MOVE 'N' TO WS-LINES-DONE-FLAG
               PERFORM UNTIL WS-LINES-DONE-FLAG = 'Y'
                   DISPLAY WS-ITEM-LABEL
                   MOVE SPACES TO WS-ITEM-ID
                   ACCEPT WS-ITEM-ID
                   IF WS-ITEM-ID = SPACES
                       MOVE 'Y' TO WS-LINES-DONE-FLAG
                   ELSE
                       DISPLAY WS-QTY-LABEL
                       MOVE ZERO TO WS-REQ-QTY
                       ACCEPT WS-REQ-QTY
                       PERFORM JUDGE-REQUISITION-LINE
                   END-IF
                   IF WS-LINE-TABLE-COUNT = WS-MAX-LINE-TABLE
                           AND WS-LINES-DONE-FLAG NOT = 'Y'
                       MOVE "Requisition full at 20 lines" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                       MOVE 'Y' TO WS-LINES-DONE-FLAG
                   END-IF
               END-PERFORM
               CLOSE INFILE
           END-IF.

       JUDGE-REQUISITION-LINE.
      *    A bad line is refused on its own; the lines already taken
      *    stand and entry carries on.
           IF WS-REQ-QTY = ZERO
               MOVE "Error: A requested quantity is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               MOVE WS-ITEM-ID TO IN-ITEM-ID
               READ INFILE
                   INVALID KEY
                       MOVE "Error: Item ID not found" TO
                           WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-LINE-TABLE-COUNT
                       MOVE WS-ITEM-ID TO
                           WS-L-ITEM-ID (WS-LINE-TABLE-COUNT)
                       MOVE WS-REQ-QTY TO
                           WS-L-QTY (WS-LINE-TABLE-COUNT)
                       MOVE WS-LINE-TABLE-COUNT TO WS-A-LINE-NO
                       MOVE WS-ITEM-ID TO WS-A-ITEM-ID
                       MOVE IN-ITEM-NAME TO WS-A-ITEM-NAME
                       MOVE WS-REQ-QTY TO WS-A-QTY
                       DISPLAY WS-LINE-ACCEPTED
               END-READ
           END-IF.

       WRITE-REQUISITION.
           MOVE 'N' TO WS-WRITTEN-FLAG.
           OPEN I-O REQ-FILE.
           IF WS-REQ-FILE-STATUS = "35"
      *        REQ.MASTER does not exist yet - first requisition
               OPEN OUTPUT REQ-FILE
               CLOSE REQ-FILE
               OPEN I-O REQ-FILE
           END-IF.
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open REQ.MASTER file "
                       WS-REQ-FILE-STATUS
           ELSE
               PERFORM TAKE-REQUISITION-NUMBER
               ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
               MOVE 'Y' TO WS-WRITTEN-FLAG
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                         UNTIL WS-LINE-INDEX > WS-LINE-TABLE-COUNT
                   PERFORM WRITE-REQUISITION-LINE
               END-PERFORM
               CLOSE REQ-FILE
           END-IF.
           IF WS-WRITTEN-FLAG = 'Y'
               MOVE "Requisition raised for approval: " TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-REQ-NUMBER-BUILT
           END-IF.

       WRITE-REQUISITION-LINE.
           MOVE SPACES TO REQ-RECORD.
           MOVE WS-REQ-NUMBER-BUILT TO REQ-NUMBER.
           MOVE WS-LINE-INDEX TO REQ-LINE-NO.
           MOVE WS-REQ-DEPT (1:4) TO REQ-DEPT-CODE.
           MOVE WS-L-ITEM-ID (WS-LINE-INDEX) TO REQ-ITEM-ID.
           MOVE WS-L-QTY (WS-LINE-INDEX) TO REQ-QTY.
           MOVE ZERO TO REQ-ISSUED-QTY.
           MOVE 'O' TO REQ-STATUS.
           MOVE WS-CURRENT-DATE-8 TO REQ-DATE.
           MOVE WS-RAISED-BY TO REQ-RAISED-BY.
           MOVE SPACES TO REQ-ACTION-BY.
           MOVE ZERO TO REQ-ACTION-DATE.
           MOVE ZERO TO REQ-LAST-ISSUE-DATE.
           WRITE REQ-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-WRITTEN-FLAG
                   DISPLAY "ERROR: Cannot write REQ.MASTER record "
                           WS-REQ-FILE-STATUS
           END-WRITE.

       TAKE-REQUISITION-NUMBER.
      *    Read and checkpoint at once, the way RTVEND1 keeps
      *    RTNNUM.CTL; a missing control file starts from zero.
           MOVE ZERO TO WS-LAST-REQ-NUMBER.
           OPEN INPUT REQNUM-FILE.
           IF WS-REQNUM-FILE-STATUS = "00"
               READ REQNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REQNUM-RECORD TO WS-LAST-REQ-NUMBER
               END-READ
               CLOSE REQNUM-FILE
           END-IF.
           ADD 1 TO WS-LAST-REQ-NUMBER.
           MOVE WS-LAST-REQ-NUMBER TO WS-REQ-SEQ.
           MOVE WS-LAST-REQ-NUMBER TO REQNUM-RECORD.
           OPEN OUTPUT REQNUM-FILE.
           WRITE REQNUM-RECORD.
           CLOSE REQNUM-FILE.

      * DEDMNT1.cob - Employee Standing Deduction Maintenance Program
      * Fujitsu ASP COBOLG Program
      * Maintains DEDUCT.MASTER, one record per EMP-ID holding up to
      * six standing deductions NETPAY1 takes off each period's
      * gross: a short code and description (HLTH health insurance,
      * PENS pension, UNIO union dues ...), whether it is a fixed
      * amount per period (F) or a percentage of the period gross
      * (P), whether it comes off before withholding tax is worked
      * out (Y -- social insurance) or after (N), and the amount or
      * percentage. A adds the record for an employee on EMP.INFO,
      * U re-keys all six slots, D removes it, I shows it. Every
      * change is logged to OPER.LOG through OPLOG1 under the
      * operator who keyed it.
      *
      * MODIFICATION HISTORY
      * 2026-10-05  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMNT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DED-FILE ASSIGN TO "DEDUCT.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DED-EMP-ID
                  FILE STATUS IS WS-DED-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DED-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  DED-RECORD.
           05  DED-EMP-ID      PIC X(5).
           05  DED-SLOT        OCCURS 6 TIMES.
               10  DED-CODE    PIC X(4).
               10  DED-DESC    PIC X(10).
               10  DED-TYPE    PIC X(1).
               10  DED-PRETAX  PIC X(1).
               10  DED-VALUE   PIC 9(5)V99.
           05  DED-FILLER      PIC X(7).

       FD  EMP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-ID          PIC X(5).
           05  EMP-NAME        PIC X(20).
           05  EMP-EMAIL       PIC X(20).
           05  EMP-STATUS      PIC X(1).
           05  EMP-DEPT        PIC X(15).
           05  EMP-HIRE-DATE   PIC 9(8).
           05  EMP-SALARY      PIC 9(8)V99.
           05  EMP-FILLER      PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-DED-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EMP-OK-FLAG      PIC X VALUE 'N'.
       01  WS-SLOT-OK-FLAG     PIC X VALUE 'N'.
       01  WS-MORE-SLOTS-FLAG  PIC X VALUE 'Y'.
       01  WS-SLOT-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-MAX-SLOTS        PIC 9(2) VALUE 6.

      * The six slots as keyed, applied to the record only once
      * every one has passed validation.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY   OCCURS 6 TIMES.
               10  WS-S-CODE   PIC X(4).
               10  WS-S-DESC   PIC X(10).
               10  WS-S-TYPE   PIC X(1).
               10  WS-S-PRETAX PIC X(1).
               10  WS-S-VALUE  PIC 9(5)V99.

       01  WS-SLOT-DETAIL.
           05  WS-D-SLOT-NO    PIC 9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-CODE       PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-DESC       PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-TYPE-TEXT  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-PRETAX-TXT PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-VALUE      PIC ZZ,ZZ9.99.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Standing Deduction Maint".
           05  WS-ACTION-LABEL     PIC X(22)
               VALUE "Action (A/U/D/I):".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ID-LABEL         PIC X(20) VALUE "Employee ID:".
           05  WS-CODE-LABEL       PIC X(36)
               VALUE "Deduction code (blank=no more):".
           05  WS-DESC-LABEL       PIC X(30)
               VALUE "Description:".
           05  WS-TYPE-LABEL       PIC X(36)
               VALUE "F=fixed amount P=percent of gross:".
           05  WS-PRETAX-LABEL     PIC X(36)
               VALUE "Before withholding tax (Y/N):".
           05  WS-VALUE-LABEL      PIC X(36)
               VALUE "Amount, or percent (nnnnn.nn):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-EMP-ID           PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-OPERATOR-LABEL.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY WS-ACTION-LABEL.
           ACCEPT WS-ACTION-CODE.
           DISPLAY WS-ID-LABEL.
           ACCEPT WS-EMP-ID.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ADD-DEDUCTION-RECORD
               WHEN 'U'
                   PERFORM UPDATE-DEDUCTION-RECORD
               WHEN 'D'
                   PERFORM DELETE-DEDUCTION-RECORD
               WHEN 'I'
                   PERFORM SHOW-DEDUCTION-RECORD
               WHEN OTHER
                   MOVE "Error: Action must be A, U, D or I" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-DEDUCTION-SLOTS.
      *    Up to six slots; a blank code ends the entry and leaves
      *    the remaining slots empty. A slot that fails validation
      *    is asked for again.
           INITIALIZE WS-SLOT-TABLE.
           MOVE 'Y' TO WS-MORE-SLOTS-FLAG.
           MOVE 1 TO WS-SLOT-INDEX.
           PERFORM UNTIL WS-MORE-SLOTS-FLAG = 'N'
                      OR WS-SLOT-INDEX > WS-MAX-SLOTS
               DISPLAY "Slot " WS-SLOT-INDEX
               DISPLAY WS-CODE-LABEL
               MOVE SPACES TO WS-S-CODE (WS-SLOT-INDEX)
               ACCEPT WS-S-CODE (WS-SLOT-INDEX)
               IF WS-S-CODE (WS-SLOT-INDEX) = SPACES
                   MOVE 'N' TO WS-MORE-SLOTS-FLAG
               ELSE
                   PERFORM ACCEPT-ONE-SLOT
                   IF WS-SLOT-OK-FLAG = 'Y'
                       ADD 1 TO WS-SLOT-INDEX
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-ONE-SLOT.
           MOVE 'Y' TO WS-SLOT-OK-FLAG.
           DISPLAY WS-DESC-LABEL.
           ACCEPT WS-S-DESC (WS-SLOT-INDEX).
           DISPLAY WS-TYPE-LABEL.
           ACCEPT WS-S-TYPE (WS-SLOT-INDEX).
           DISPLAY WS-PRETAX-LABEL.
           ACCEPT WS-S-PRETAX (WS-SLOT-INDEX).
           DISPLAY WS-VALUE-LABEL.
           ACCEPT WS-S-VALUE (WS-SLOT-INDEX).
           IF WS-S-TYPE (WS-SLOT-INDEX) NOT = 'F'
                   AND WS-S-TYPE (WS-SLOT-INDEX) NOT = 'P'
               MOVE "Error: Type must be F or P" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-SLOT-OK-FLAG
           END-IF.
           IF WS-S-PRETAX (WS-SLOT-INDEX) NOT = 'Y'
                   AND WS-S-PRETAX (WS-SLOT-INDEX) NOT = 'N'
               MOVE "Error: Before-tax flag must be Y or N" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-SLOT-OK-FLAG
           END-IF.
           IF WS-S-VALUE (WS-SLOT-INDEX) = ZERO
               MOVE "Error: Amount must not be zero" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-SLOT-OK-FLAG
           END-IF.
           IF WS-S-TYPE (WS-SLOT-INDEX) = 'P'
                   AND WS-S-VALUE (WS-SLOT-INDEX) > 100
               MOVE "Error: Percentage over 100" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-SLOT-OK-FLAG
           END-IF.
           IF WS-SLOT-OK-FLAG NOT = 'Y'
               MOVE SPACES TO WS-S-CODE (WS-SLOT-INDEX)
           END-IF.

       MOVE-SLOTS-TO-RECORD.
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                     UNTIL WS-SLOT-INDEX > WS-MAX-SLOTS
               IF WS-S-CODE (WS-SLOT-INDEX) = SPACES
                   MOVE SPACES TO DED-CODE (WS-SLOT-INDEX)
                   MOVE SPACES TO DED-DESC (WS-SLOT-INDEX)
                   MOVE SPACES TO DED-TYPE (WS-SLOT-INDEX)
                   MOVE SPACES TO DED-PRETAX (WS-SLOT-INDEX)
                   MOVE ZERO TO DED-VALUE (WS-SLOT-INDEX)
               ELSE
                   MOVE WS-S-CODE (WS-SLOT-INDEX)
                       TO DED-CODE (WS-SLOT-INDEX)
                   MOVE WS-S-DESC (WS-SLOT-INDEX)
                       TO DED-DESC (WS-SLOT-INDEX)
                   MOVE WS-S-TYPE (WS-SLOT-INDEX)
                       TO DED-TYPE (WS-SLOT-INDEX)
                   MOVE WS-S-PRETAX (WS-SLOT-INDEX)
                       TO DED-PRETAX (WS-SLOT-INDEX)
                   MOVE WS-S-VALUE (WS-SLOT-INDEX)
                       TO DED-VALUE (WS-SLOT-INDEX)
               END-IF
           END-PERFORM.

       CHECK-EMPLOYEE-EXISTS.
           MOVE 'N' TO WS-EMP-OK-FLAG.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE WS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-OK-FLAG
               END-READ
               CLOSE EMP-FILE
           END-IF.
           IF WS-EMP-OK-FLAG NOT = 'Y'
               MOVE "Error: Employee not on EMP.INFO" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       ADD-DEDUCTION-RECORD.
           PERFORM CHECK-EMPLOYEE-EXISTS.
           IF WS-EMP-OK-FLAG = 'Y'
               PERFORM CHECK-DUPLICATE-DEDUCTION
               IF WS-FOUND-FLAG = 'Y'
                   MOVE "Error: Record already exists - use U" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM ACCEPT-DEDUCTION-SLOTS
                   PERFORM APPEND-DEDUCTION-RECORD
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "DEDMNT  "
                                       "DEDUCTIONS ADDED    "
                   MOVE "Deductions added: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID
               END-IF
           END-IF.

       CHECK-DUPLICATE-DEDUCTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT DED-FILE.
           IF WS-DED-FILE-STATUS = "35"
      *        DEDUCT.MASTER DOES NOT EXIST YET - FIRST RECORD BEING
      *        ADDED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-EMP-ID TO DED-EMP-ID
               READ DED-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE DED-FILE
           END-IF.

       APPEND-DEDUCTION-RECORD.
           MOVE WS-EMP-ID TO DED-EMP-ID.
           PERFORM MOVE-SLOTS-TO-RECORD.
           MOVE SPACES TO DED-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT DED-FILE
           ELSE
               OPEN I-O DED-FILE
           END-IF.
           WRITE DED-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write DEDUCT.MASTER record "
                           WS-DED-FILE-STATUS
           END-WRITE.
           CLOSE DED-FILE.

       UPDATE-DEDUCTION-RECORD.
           PERFORM ACCEPT-DEDUCTION-SLOTS.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O DED-FILE.
           MOVE WS-EMP-ID TO DED-EMP-ID.
           READ DED-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   PERFORM MOVE-SLOTS-TO-RECORD
                   REWRITE DED-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite "
                                   "DEDUCT.MASTER "
                                   WS-DED-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE DED-FILE.
           IF WS-FOUND-FLAG = 'Y'
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "DEDMNT  "
                                   "DEDUCTIONS UPDATED  "
               MOVE "Deductions updated: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-EMP-ID
           ELSE
               MOVE "Error: No record on file - use A" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       DELETE-DEDUCTION-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O DED-FILE.
           MOVE WS-EMP-ID TO DED-EMP-ID.
           READ DED-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   DELETE DED-FILE
                       INVALID KEY
                           DISPLAY "ERROR: Cannot delete "
                                   "DEDUCT.MASTER "
                                   WS-DED-FILE-STATUS
                   END-DELETE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE DED-FILE.
           IF WS-FOUND-FLAG = 'Y'
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "DEDMNT  "
                                   "DEDUCTIONS REMOVED  "
               MOVE "Deductions removed: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-EMP-ID
           ELSE
               MOVE "Error: No record on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       SHOW-DEDUCTION-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT DED-FILE.
           IF WS-DED-FILE-STATUS = "00"
               MOVE WS-EMP-ID TO DED-EMP-ID
               READ DED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       PERFORM SHOW-DEDUCTION-SLOTS
               END-READ
               CLOSE DED-FILE
           END-IF.
           IF WS-FOUND-FLAG NOT = 'Y'
               MOVE "Error: No record on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       SHOW-DEDUCTION-SLOTS.
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                     UNTIL WS-SLOT-INDEX > WS-MAX-SLOTS
               IF DED-CODE (WS-SLOT-INDEX) NOT = SPACES
                   MOVE WS-SLOT-INDEX TO WS-D-SLOT-NO
                   MOVE DED-CODE (WS-SLOT-INDEX) TO WS-D-CODE
                   MOVE DED-DESC (WS-SLOT-INDEX) TO WS-D-DESC
                   IF DED-TYPE (WS-SLOT-INDEX) = 'P'
                       MOVE "PERCENT" TO WS-D-TYPE-TEXT
                   ELSE
                       MOVE "FIXED" TO WS-D-TYPE-TEXT
                   END-IF
                   IF DED-PRETAX (WS-SLOT-INDEX) = 'Y'
                       MOVE "PRE-TAX" TO WS-D-PRETAX-TXT
                   ELSE
                       MOVE "POST-TAX" TO WS-D-PRETAX-TXT
                   END-IF
                   MOVE DED-VALUE (WS-SLOT-INDEX) TO WS-D-VALUE
                   DISPLAY WS-SLOT-DETAIL
               END-IF
           END-PERFORM.

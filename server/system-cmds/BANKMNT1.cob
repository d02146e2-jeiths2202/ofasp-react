      * BANKMNT1.cob - Employee Bank Account Maintenance Program
      * Fujitsu ASP COBOLG Program
      * Salary goes out by bank transfer, but the account details
      * lived on the vendor's system and on paper forms -- EMP.EXT
      * has no room left for them. This screen maintains BANK.MASTER,
      * one record per EMP-ID holding the Zengin bank code and branch
      * code (with the half-width kana bank and branch names the
      * transfer file carries), the account type, the account number
      * and the account holder name in half-width kana, exactly as
      * the bank has it. A adds the record for an employee on
      * EMP.INFO, U re-keys it, D removes it, I shows it. Every code
      * is checked before anything is written: four-digit bank,
      * three-digit branch, account type 1 (ordinary), 2 (current),
      * 4 (savings) or 9 (other), a seven-digit account number, and
      * a holder name made only of the characters a Zengin record
      * may carry (half-width kana, A-Z, 0-9, space and ( ) - . /).
      * ZENGIN1 reads this file to build the transfer file. Changes
      * are logged to OPER.LOG through OPLOG1.
      *
      * MODIFICATION HISTORY
      * 2026-10-06  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-06.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "BANK.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BNK-EMP-ID
                  FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMP.INFO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS EMP-NAME
                      WITH DUPLICATES
                  FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  BANK-RECORD.
           05  BNK-EMP-ID      PIC X(5).
           05  BNK-BANK-CODE   PIC X(4).
           05  BNK-BANK-NAME   PIC X(15).
           05  BNK-BRANCH-CODE PIC X(3).
           05  BNK-BRANCH-NAME PIC X(15).
           05  BNK-ACCT-TYPE   PIC X(1).
           05  BNK-ACCT-NO     PIC X(7).
           05  BNK-HOLDER-KANA PIC X(30).
           05  BNK-FILLER      PIC X(20).

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
       01  WS-BANK-FILE-STATUS PIC XX.
       01  WS-EMP-FILE-STATUS  PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EMP-OK-FLAG      PIC X VALUE 'N'.
       01  WS-ENTRY-OK-FLAG    PIC X VALUE 'N'.
       01  WS-KANA-OK-FLAG     PIC X VALUE 'N'.
       01  WS-CHAR-INDEX       PIC 9(2) VALUE ZERO.
       01  WS-ONE-CHAR         PIC X(1).

      * Kana text being checked -- the holder name, or a bank or
      * branch name.
       01  WS-KANA-TEXT        PIC X(30).

       01  WS-DETAIL-LINE-1.
           05  FILLER          PIC X(9)  VALUE "Bank:    ".
           05  WS-D-BANK-CODE  PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-BANK-NAME  PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "Branch: ".
           05  WS-D-BR-CODE    PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-BR-NAME    PIC X(15).
       01  WS-DETAIL-LINE-2.
           05  FILLER          PIC X(9)  VALUE "Account: ".
           05  WS-D-ACCT-TYPE  PIC X(1).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-ACCT-NO    PIC X(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-D-HOLDER     PIC X(30).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
               VALUE "Employee Bank Account Maint".
           05  WS-ACTION-LABEL     PIC X(22)
               VALUE "Action (A/U/D/I):".
           05  WS-OPERATOR-LABEL   PIC X(20) VALUE "Operator ID:".
           05  WS-ID-LABEL         PIC X(20) VALUE "Employee ID:".
           05  WS-BANK-LABEL       PIC X(30)
               VALUE "Bank code (4 digits):".
           05  WS-BANK-NAME-LABEL  PIC X(30)
               VALUE "Bank name (kana):".
           05  WS-BRANCH-LABEL     PIC X(30)
               VALUE "Branch code (3 digits):".
           05  WS-BR-NAME-LABEL    PIC X(30)
               VALUE "Branch name (kana):".
           05  WS-TYPE-LABEL       PIC X(40)
               VALUE "Account type (1/2/4/9):".
           05  WS-ACCT-LABEL       PIC X(30)
               VALUE "Account number (7 digits):".
           05  WS-HOLDER-LABEL     PIC X(30)
               VALUE "Holder name (kana):".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-EMP-ID           PIC X(5).
           05  WS-BANK-CODE        PIC X(4).
           05  WS-BANK-NAME        PIC X(15).
           05  WS-BRANCH-CODE      PIC X(3).
           05  WS-BRANCH-NAME      PIC X(15).
           05  WS-ACCT-TYPE        PIC X(1).
           05  WS-ACCT-NO          PIC X(7).
           05  WS-HOLDER-KANA      PIC X(30).

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
                   PERFORM ADD-BANK-RECORD
               WHEN 'U'
                   PERFORM UPDATE-BANK-RECORD
               WHEN 'D'
                   PERFORM DELETE-BANK-RECORD
               WHEN 'I'
                   PERFORM SHOW-BANK-RECORD
               WHEN OTHER
                   MOVE "Error: Action must be A, U, D or I" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCEPT-BANK-ENTRY.
           DISPLAY WS-BANK-LABEL.
           ACCEPT WS-BANK-CODE.
           DISPLAY WS-BANK-NAME-LABEL.
           ACCEPT WS-BANK-NAME.
           DISPLAY WS-BRANCH-LABEL.
           ACCEPT WS-BRANCH-CODE.
           DISPLAY WS-BR-NAME-LABEL.
           ACCEPT WS-BRANCH-NAME.
           DISPLAY WS-TYPE-LABEL.
           ACCEPT WS-ACCT-TYPE.
           DISPLAY WS-ACCT-LABEL.
           ACCEPT WS-ACCT-NO.
           DISPLAY WS-HOLDER-LABEL.
           ACCEPT WS-HOLDER-KANA.

       VALIDATE-BANK-ENTRY.
      *    Every code the transfer file carries is checked here, so
      *    ZENGIN1 never has to reject a record the bank would.
           MOVE 'Y' TO WS-ENTRY-OK-FLAG.
           IF WS-BANK-CODE IS NOT NUMERIC OR WS-BANK-CODE = "0000"
               MOVE "Error: Bank code must be 4 digits" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-BRANCH-CODE IS NOT NUMERIC
               MOVE "Error: Branch code must be 3 digits" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-ACCT-TYPE NOT = '1' AND WS-ACCT-TYPE NOT = '2'
                   AND WS-ACCT-TYPE NOT = '4'
                   AND WS-ACCT-TYPE NOT = '9'
               MOVE "Error: Account type must be 1, 2, 4 or 9" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-ACCT-NO IS NOT NUMERIC OR WS-ACCT-NO = "0000000"
               MOVE "Error: Account number must be 7 digits" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-HOLDER-KANA = SPACES
               MOVE "Error: Holder name is required" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           ELSE
               MOVE WS-HOLDER-KANA TO WS-KANA-TEXT
               PERFORM CHECK-KANA-TEXT
               IF WS-KANA-OK-FLAG NOT = 'Y'
                   MOVE "Error: Holder name not half-width kana" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
                   MOVE 'N' TO WS-ENTRY-OK-FLAG
               END-IF
           END-IF.
           MOVE SPACES TO WS-KANA-TEXT.
           MOVE WS-BANK-NAME TO WS-KANA-TEXT.
           PERFORM CHECK-KANA-TEXT.
           IF WS-KANA-OK-FLAG NOT = 'Y'
               MOVE "Error: Bank name not half-width kana" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.
           MOVE SPACES TO WS-KANA-TEXT.
           MOVE WS-BRANCH-NAME TO WS-KANA-TEXT.
           PERFORM CHECK-KANA-TEXT.
           IF WS-KANA-OK-FLAG NOT = 'Y'
               MOVE "Error: Branch name not half-width kana" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.

       CHECK-KANA-TEXT.
      *    The Zengin character set: half-width katakana (the
      *    single-byte X'A6' to X'DF' range), upper-case A-Z, 0-9,
      *    space and ( ) - . /.
           MOVE 'Y' TO WS-KANA-OK-FLAG.
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                     UNTIL WS-CHAR-INDEX > 30
               MOVE WS-KANA-TEXT (WS-CHAR-INDEX:1) TO WS-ONE-CHAR
               IF (WS-ONE-CHAR >= X"A6" AND WS-ONE-CHAR <= X"DF")
                       OR (WS-ONE-CHAR >= 'A' AND WS-ONE-CHAR <= 'Z')
                       OR (WS-ONE-CHAR >= '0' AND WS-ONE-CHAR <= '9')
                       OR WS-ONE-CHAR = SPACE
                       OR WS-ONE-CHAR = '('
                       OR WS-ONE-CHAR = ')'
                       OR WS-ONE-CHAR = '-'
                       OR WS-ONE-CHAR = '.'
                       OR WS-ONE-CHAR = '/'
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-KANA-OK-FLAG
               END-IF
           END-PERFORM.

       MOVE-ENTRY-TO-RECORD.
           MOVE WS-BANK-CODE TO BNK-BANK-CODE.
           MOVE WS-BANK-NAME TO BNK-BANK-NAME.
           MOVE WS-BRANCH-CODE TO BNK-BRANCH-CODE.
           MOVE WS-BRANCH-NAME TO BNK-BRANCH-NAME.
           MOVE WS-ACCT-TYPE TO BNK-ACCT-TYPE.
           MOVE WS-ACCT-NO TO BNK-ACCT-NO.
           MOVE WS-HOLDER-KANA TO BNK-HOLDER-KANA.

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

       ADD-BANK-RECORD.
           PERFORM CHECK-EMPLOYEE-EXISTS.
           IF WS-EMP-OK-FLAG = 'Y'
               PERFORM CHECK-DUPLICATE-BANK
               IF WS-FOUND-FLAG = 'Y'
                   MOVE "Error: Record already exists - use U" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               ELSE
                   PERFORM ACCEPT-BANK-ENTRY
                   PERFORM VALIDATE-BANK-ENTRY
                   IF WS-ENTRY-OK-FLAG = 'Y'
                       PERFORM APPEND-BANK-RECORD
                       CALL 'OPLOG1' USING WS-OPERATOR-ID
                                           "BANKMNT "
                                           "BANK ACCOUNT ADDED  "
                       MOVE "Bank account added: " TO WS-MESSAGE-LINE
                       DISPLAY WS-MESSAGE-LINE WS-EMP-ID
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-BANK.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-FILE-STATUS = "35"
      *        BANK.MASTER DOES NOT EXIST YET - FIRST RECORD BEING
      *        ADDED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-EMP-ID TO BNK-EMP-ID
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE BANK-FILE
           END-IF.

       APPEND-BANK-RECORD.
           MOVE WS-EMP-ID TO BNK-EMP-ID.
           PERFORM MOVE-ENTRY-TO-RECORD.
           MOVE SPACES TO BNK-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT BANK-FILE
           ELSE
               OPEN I-O BANK-FILE
           END-IF.
           WRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write BANK.MASTER record "
                           WS-BANK-FILE-STATUS
           END-WRITE.
           CLOSE BANK-FILE.

       UPDATE-BANK-RECORD.
           PERFORM ACCEPT-BANK-ENTRY.
           PERFORM VALIDATE-BANK-ENTRY.
           IF WS-ENTRY-OK-FLAG = 'Y'
               MOVE 'N' TO WS-FOUND-FLAG
               OPEN I-O BANK-FILE
               MOVE WS-EMP-ID TO BNK-EMP-ID
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       PERFORM MOVE-ENTRY-TO-RECORD
                       REWRITE BANK-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Cannot rewrite "
                                       "BANK.MASTER "
                                       WS-BANK-FILE-STATUS
                       END-REWRITE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE BANK-FILE
               IF WS-FOUND-FLAG = 'Y'
                   CALL 'OPLOG1' USING WS-OPERATOR-ID
                                       "BANKMNT "
                                       "BANK ACCOUNT UPDATED"
                   MOVE "Bank account updated: " TO WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE WS-EMP-ID
               ELSE
                   MOVE "Error: No record on file - use A" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
               END-IF
           END-IF.

       DELETE-BANK-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O BANK-FILE.
           MOVE WS-EMP-ID TO BNK-EMP-ID.
           READ BANK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   DELETE BANK-FILE
                       INVALID KEY
                           DISPLAY "ERROR: Cannot delete "
                                   "BANK.MASTER "
                                   WS-BANK-FILE-STATUS
                   END-DELETE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE BANK-FILE.
           IF WS-FOUND-FLAG = 'Y'
               CALL 'OPLOG1' USING WS-OPERATOR-ID
                                   "BANKMNT "
                                   "BANK ACCOUNT REMOVED"
               MOVE "Bank account removed: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-EMP-ID
           ELSE
               MOVE "Error: No record on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       SHOW-BANK-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-FILE-STATUS = "00"
               MOVE WS-EMP-ID TO BNK-EMP-ID
               READ BANK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE BNK-BANK-CODE TO WS-D-BANK-CODE
                       MOVE BNK-BANK-NAME TO WS-D-BANK-NAME
                       MOVE BNK-BRANCH-CODE TO WS-D-BR-CODE
                       MOVE BNK-BRANCH-NAME TO WS-D-BR-NAME
                       MOVE BNK-ACCT-TYPE TO WS-D-ACCT-TYPE
                       MOVE BNK-ACCT-NO TO WS-D-ACCT-NO
                       MOVE BNK-HOLDER-KANA TO WS-D-HOLDER
                       DISPLAY WS-DETAIL-LINE-1
                       DISPLAY WS-DETAIL-LINE-2
               END-READ
               CLOSE BANK-FILE
           END-IF.
           IF WS-FOUND-FLAG NOT = 'Y'
               MOVE "Error: No record on file" TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

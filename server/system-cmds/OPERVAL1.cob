      *             it back in a new sixth parameter so MAIN001 can
      *             pull its labels in the operator's language
      *             through LBLGET1.
      * 2026-10-11  OPER.MASTER now carries a last sign-on date
      *             (OPER-LAST-SIGNON, stamped by OPERSGN1) and a
      *             suspended flag (OPER-SUSPENDED, set by the
      *             OPERDRM1 dormancy batch), both carved out of
      *             OPER-FILLER. A suspended operator is refused
      *             even with the right password, and a new seventh
      *             parameter tells MAIN001 why, so the refusal can
      *             be logged as a suspension rather than as bad
      *             credentials. The suspension is only revealed
      *             once the password has verified.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERVAL1.
           05  OPER-LEVEL      PIC X(1).
           05  OPER-PWD-DATE   PIC 9(8).
           05  OPER-LANG       PIC X(2).
           05  OPER-EMP-ID     PIC X(5).
           05  OPER-LAST-SIGNON PIC 9(8) COMP-3.
           05  OPER-SUSPENDED  PIC X(1).
           05  OPER-FILLER     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS PIC XX.
       01  OPERVAL-OPER-LEVEL  PIC X(1).
       01  OPERVAL-PWD-EXPIRED PIC X(1).
       01  OPERVAL-LANGUAGE    PIC X(2).
       01  OPERVAL-SUSPENDED   PIC X(1).

       PROCEDURE DIVISION USING OPERVAL-OPER-ID
                                 OPERVAL-PASSWORD
                                 OPERVAL-VALID-FLAG
                                 OPERVAL-OPER-LEVEL
                                 OPERVAL-PWD-EXPIRED
                                 OPERVAL-LANGUAGE
                                 OPERVAL-SUSPENDED.
       MAIN-PROCEDURE.
           MOVE 'N' TO OPERVAL-VALID-FLAG.
           MOVE 'N' TO OPERVAL-SUSPENDED.
           MOVE 'N' TO OPERVAL-PWD-EXPIRED.
           MOVE SPACES TO OPERVAL-OPER-LEVEL.
           MOVE SPACES TO OPERVAL-LANGUAGE.
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VERIFY-PASSWORD
                       IF OPERVAL-VALID-FLAG = 'Y'
                               AND OPER-SUSPENDED = 'Y'
                           MOVE 'N' TO OPERVAL-VALID-FLAG
                           MOVE 'N' TO OPERVAL-PWD-EXPIRED
                           MOVE 'Y' TO OPERVAL-SUSPENDED
                       END-IF
                       IF OPERVAL-VALID-FLAG = 'Y'
                           MOVE OPER-LEVEL TO OPERVAL-OPER-LEVEL
                           MOVE OPER-LANG TO OPERVAL-LANGUAGE

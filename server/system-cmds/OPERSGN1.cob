      * OPERSGN1.cob - Operator Last Sign-On Stamp Subprogram
      * Fujitsu ASP COBOLG Program
      * CALLed by MAIN001 once AUTHENTICATE-OPERATOR has let an
      * operator through to the menu, to stamp today's date in
      * OPER-LAST-SIGNON on that operator's OPER.MASTER record.
      * OPERVAL1 only ever OPENs the file for INPUT; the OPERDRM1
      * dormancy batch measures this date to find IDs nobody has
      * used in a while. A failure here never blocks the sign-on.
      *
      * MODIFICATION HISTORY
      * 2026-10-11  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSGN1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPER.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  OPER-RECORD.
           05  OPER-ID         PIC X(8).
           05  OPER-PASSWORD   PIC X(8).
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

       LINKAGE SECTION.
       01  OPERSGN-OPER-ID     PIC X(8).

       PROCEDURE DIVISION USING OPERSGN-OPER-ID.
       MAIN-PROCEDURE.
           OPEN I-O OPER-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE OPERSGN-OPER-ID TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REWRITE-LAST-SIGNON
               END-READ
               CLOSE OPER-FILE
           END-IF.
           GOBACK.

       REWRITE-LAST-SIGNON.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-8 TO OPER-LAST-SIGNON.
           REWRITE OPER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite OPER.MASTER "
                           WS-OPER-FILE-STATUS
           END-REWRITE.

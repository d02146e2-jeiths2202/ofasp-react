      * LOCVAL1.cob - Stock Location Validation Subprogram
      * Fujitsu ASP COBOLG Program
      * CALLed (in the style of VENDVAL1) by the stock movement
      * programs to check a typed location code against LOC.MASTER
      * before any quantity is posted to it, and by the stock
      * displays to resolve a code to the location name. A location
      * LOCMNT1 has deactivated ('I') fails validation the same as
      * one not on file; the name comes back either way when the
      * record exists.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCVAL1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOC-FILE ASSIGN TO "LOC.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LOC-CODE
                  FILE STATUS IS WS-LOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOC-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  LOC-RECORD.
           05  LOC-CODE        PIC X(4).
           05  LOC-NAME        PIC X(20).
           05  LOC-STATUS      PIC X(1).
           05  LOC-FILLER      PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-LOC-FILE-STATUS  PIC XX.

       LINKAGE SECTION.
       01  LOCVAL-LOC-CODE     PIC X(4).
       01  LOCVAL-VALID-FLAG   PIC X(1).
       01  LOCVAL-LOC-NAME     PIC X(20).

       PROCEDURE DIVISION USING LOCVAL-LOC-CODE
                                 LOCVAL-VALID-FLAG
                                 LOCVAL-LOC-NAME.
       MAIN-PROCEDURE.
           MOVE 'N' TO LOCVAL-VALID-FLAG.
           MOVE SPACES TO LOCVAL-LOC-NAME.
           OPEN INPUT LOC-FILE.
           IF WS-LOC-FILE-STATUS = "00"
               MOVE LOCVAL-LOC-CODE TO LOC-CODE
               READ LOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOC-NAME TO LOCVAL-LOC-NAME
                       IF LOC-STATUS NOT = 'I'
                           MOVE 'Y' TO LOCVAL-VALID-FLAG
                       END-IF
               END-READ
               CLOSE LOC-FILE
           END-IF.
           GOBACK.

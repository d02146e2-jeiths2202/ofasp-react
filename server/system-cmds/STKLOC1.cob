      * STKLOC1.cob - Item Stock by Location Update Subprogram
      * Fujitsu ASP COBOLG Program
      * ITEM.MASTER holds one IN-ITEM-QTY per item -- the total
      * across every stockroom. ITEMLOC.MASTER splits that total by
      * location, one record per item and LOC-CODE. Every program
      * that moves stock CALLs this routine (the way they CALL
      * PRDCTL1) so the per-location quantity moves with the total:
      *   Q  query   -- the quantity held at the location (zero,
      *                 result N, when the item has never been
      *                 there)
      *   A  add     -- the quantity goes into the location; the
      *                 record is created on the first receipt
      *   S  subtract -- the quantity comes out of the location;
      *                 refused (result N) when the location does
      *                 not hold that much
      *   P  put     -- the location is set to the quantity, the way
      *                 a count correction arrives
      * The quantity now held comes back in the fifth parameter;
      * the result is Y when the action was applied.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Initial version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKLOC1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ILOC-FILE ASSIGN TO "ITEMLOC.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS WS-ILOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ILOC-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  ILOC-RECORD.
           05  IL-KEY.
               10  IL-ITEM-ID      PIC X(10).
               10  IL-LOC-CODE     PIC X(4).
           05  IL-QTY              PIC 9(5).
           05  IL-FILLER           PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-ILOC-FILE-STATUS     PIC XX.
       01  WS-FOUND-FLAG           PIC X VALUE 'N'.
       01  WS-QTY-WORK             PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  STKLOC-ACTION           PIC X(1).
       01  STKLOC-ITEM-ID          PIC X(10).
       01  STKLOC-LOC-CODE         PIC X(4).
       01  STKLOC-QTY              PIC 9(5).
       01  STKLOC-LOC-QTY          PIC 9(5).
       01  STKLOC-RESULT           PIC X(1).

       PROCEDURE DIVISION USING STKLOC-ACTION
                                 STKLOC-ITEM-ID
                                 STKLOC-LOC-CODE
                                 STKLOC-QTY
                                 STKLOC-LOC-QTY
                                 STKLOC-RESULT.
       MAIN-PROCEDURE.
           MOVE 'N' TO STKLOC-RESULT.
           MOVE ZERO TO STKLOC-LOC-QTY.
           IF STKLOC-ACTION = 'Q'
               OPEN INPUT ILOC-FILE
           ELSE
               OPEN I-O ILOC-FILE
               IF WS-ILOC-FILE-STATUS = "35"
      *            ITEMLOC.MASTER DOES NOT EXIST YET - FIRST STOCK
      *            BEING PLACED
                   OPEN OUTPUT ILOC-FILE
                   CLOSE ILOC-FILE
                   OPEN I-O ILOC-FILE
               END-IF
           END-IF.
           IF WS-ILOC-FILE-STATUS NOT = "00"
               IF STKLOC-ACTION NOT = 'Q'
                   DISPLAY "ERROR: Cannot open ITEMLOC.MASTER file "
                           WS-ILOC-FILE-STATUS
               END-IF
               GOBACK
           END-IF.
           PERFORM FETCH-LOCATION-RECORD.
           EVALUATE STKLOC-ACTION
               WHEN 'Q'
                   MOVE WS-FOUND-FLAG TO STKLOC-RESULT
               WHEN 'A'
                   COMPUTE WS-QTY-WORK = IL-QTY + STKLOC-QTY
                   IF WS-QTY-WORK > 99999
                       DISPLAY "ERROR: Location quantity would "
                               "overflow " STKLOC-LOC-CODE
                   ELSE
                       MOVE WS-QTY-WORK TO IL-QTY
                       PERFORM STORE-LOCATION-RECORD
                   END-IF
               WHEN 'S'
                   IF STKLOC-QTY > IL-QTY
                       CONTINUE
                   ELSE
                       SUBTRACT STKLOC-QTY FROM IL-QTY
                       PERFORM STORE-LOCATION-RECORD
                   END-IF
               WHEN 'P'
                   MOVE STKLOC-QTY TO IL-QTY
                   PERFORM STORE-LOCATION-RECORD
           END-EVALUATE.
           MOVE IL-QTY TO STKLOC-LOC-QTY.
           CLOSE ILOC-FILE.
           GOBACK.

       FETCH-LOCATION-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE STKLOC-ITEM-ID TO IL-ITEM-ID.
           MOVE STKLOC-LOC-CODE TO IL-LOC-CODE.
           READ ILOC-FILE
               INVALID KEY
                   MOVE ZERO TO IL-QTY
                   MOVE SPACES TO IL-FILLER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   IF IL-QTY NOT NUMERIC
                       MOVE ZERO TO IL-QTY
                   END-IF
           END-READ.

       STORE-LOCATION-RECORD.
           IF WS-FOUND-FLAG = 'Y'
               REWRITE ILOC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot rewrite ITEMLOC.MASTER "
                               WS-ILOC-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE STKLOC-ITEM-ID TO IL-ITEM-ID
               MOVE STKLOC-LOC-CODE TO IL-LOC-CODE
               WRITE ILOC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot write ITEMLOC.MASTER "
                               "record " WS-ILOC-FILE-STATUS
               END-WRITE
           END-IF.
           IF WS-ILOC-FILE-STATUS = "00"
               MOVE 'Y' TO STKLOC-RESULT
           END-IF.

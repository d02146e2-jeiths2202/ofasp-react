      * LOCMNT1.cob - Stock Location Master Maintenance Program
      * Fujitsu ASP COBOLG Program
      * Adds a new LOC-CODE to LOC.MASTER or updates an existing
      * location's name, in the style of VENDMNT1 -- the main store
      * and each satellite stockroom is one record, and LOCVAL1 only
      * passes a code that is on file. The D action retires a
      * location, after first scanning ITEMLOC.MASTER and refusing
      * while any item still has stock there. The T action (take-on)
      * places every item's unlocated stock -- IN-ITEM-QTY less what
      * ITEMLOC.MASTER already holds for it across all locations --
      * into the location given, which is how the per-location file
      * is first loaded from the item totals, and how stock keyed
      * straight onto ITEM.MASTER through ITMMNT1 is given a home.
      * Items whose locations already hold more than the total are
      * listed for LOCRCN1's attention, not changed.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Initial version.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMNT1.
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
           SELECT ILOC-FILE ASSIGN TO "ITEMLOC.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS WS-ILOC-FILE-STATUS.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-LOC-FILE-STATUS  PIC XX.
       01  WS-ILOC-FILE-STATUS PIC XX.
       01  WS-INFILE-STATUS    PIC XX.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-FILE-IS-NEW      PIC X VALUE 'N'.
       01  WS-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-ILOC-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-IN-USE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-LOCATED-QTY      PIC 9(7) VALUE ZERO.
       01  WS-UNLOCATED-QTY    PIC 9(5) VALUE ZERO.
       01  WS-TARGET-FOUND     PIC X VALUE 'N'.
       01  WS-TARGET-QTY       PIC 9(5) VALUE ZERO.
       01  WS-PLACED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OVER-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LOC-VALID-FLAG   PIC X VALUE 'N'.
       01  WS-LOC-NAME-WORK    PIC X(20) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(20) VALUE "Location Maint".
           05  WS-ACTION-LABEL     PIC X(20) VALUE "Action (A/U/D/T):".
           05  WS-CODE-LABEL       PIC X(20) VALUE "Location Code:".
           05  WS-NAME-LABEL       PIC X(20) VALUE "Location Name:".
           05  WS-MESSAGE-LINE     PIC X(50).

       01  WS-INPUT-FIELDS.
           05  WS-ACTION-CODE      PIC X(1).
           05  WS-LOC-CODE         PIC X(4).
           05  WS-LOC-NAME         PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DISPLAY-MAINT-SCREEN.
           PERFORM ACCEPT-MAINT-REQUEST.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM ADD-LOCATION-RECORD
               WHEN 'U'
                   PERFORM UPDATE-LOCATION-RECORD
               WHEN 'D'
                   PERFORM DEACTIVATE-LOCATION-RECORD
               WHEN 'T'
                   PERFORM TAKE-ON-UNLOCATED-STOCK
               WHEN OTHER
                   MOVE "Error: Action must be A, U, D or T" TO
                       WS-MESSAGE-LINE
                   DISPLAY WS-MESSAGE-LINE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       DISPLAY-MAINT-SCREEN.
           DISPLAY WS-TITLE-LINE.
           DISPLAY WS-ACTION-LABEL.

       ACCEPT-MAINT-REQUEST.
           ACCEPT WS-ACTION-CODE.
           DISPLAY WS-CODE-LABEL.
           ACCEPT WS-LOC-CODE.
           IF WS-ACTION-CODE = 'A' OR WS-ACTION-CODE = 'U'
               DISPLAY WS-NAME-LABEL
               ACCEPT WS-LOC-NAME
           END-IF.

       ADD-LOCATION-RECORD.
           PERFORM CHECK-DUPLICATE-LOCATION.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Error: Location code already exists" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               PERFORM APPEND-LOCATION-RECORD
               MOVE "Location added: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-LOC-CODE
           END-IF.

       CHECK-DUPLICATE-LOCATION.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-IS-NEW.
           OPEN INPUT LOC-FILE.
           IF WS-LOC-FILE-STATUS = "35"
      *        LOC.MASTER DOES NOT EXIST YET - FIRST LOCATION BEING
      *        ADDED
               MOVE 'Y' TO WS-FILE-IS-NEW
           ELSE
               MOVE WS-LOC-CODE TO LOC-CODE
               READ LOC-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE LOC-FILE
           END-IF.

       APPEND-LOCATION-RECORD.
           MOVE WS-LOC-CODE TO LOC-CODE.
           MOVE WS-LOC-NAME TO LOC-NAME.
           MOVE 'A' TO LOC-STATUS.
           MOVE SPACES TO LOC-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT LOC-FILE
           ELSE
               OPEN I-O LOC-FILE
           END-IF.
           WRITE LOC-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write LOC.MASTER record "
                           WS-LOC-FILE-STATUS
           END-WRITE.
           CLOSE LOC-FILE.

       UPDATE-LOCATION-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O LOC-FILE.
           MOVE WS-LOC-CODE TO LOC-CODE.
           READ LOC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE WS-LOC-NAME TO LOC-NAME
                   REWRITE LOC-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite LOC.MASTER "
                                   WS-LOC-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE LOC-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Location updated: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-LOC-CODE
           ELSE
               MOVE "Error: Location code not found" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       DEACTIVATE-LOCATION-RECORD.
      *    Retiring a stockroom is refused while any item still has
      *    stock there -- it would vanish from every location count
      *    while still sitting in the item total.
           PERFORM COUNT-ITEMS-AT-LOCATION.
           IF WS-IN-USE-COUNT > ZERO
               DISPLAY "Error: " WS-IN-USE-COUNT " items still held "
                       "at " WS-LOC-CODE " - not deactivated."
           ELSE
               PERFORM FLAG-LOCATION-INACTIVE
           END-IF.

       COUNT-ITEMS-AT-LOCATION.
           MOVE ZERO TO WS-IN-USE-COUNT.
           MOVE 'N' TO WS-ILOC-EOF-FLAG.
           OPEN INPUT ILOC-FILE.
           IF WS-ILOC-FILE-STATUS NOT = "00"
      *        No per-location file at all means nothing is held
      *        anywhere; any other failure is reported and treated
      *        as in-use so a location is never retired blind.
               IF WS-ILOC-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: Cannot open ITEMLOC.MASTER file "
                           WS-ILOC-FILE-STATUS
                   MOVE 1 TO WS-IN-USE-COUNT
               END-IF
               MOVE 'Y' TO WS-ILOC-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-ILOC-EOF-FLAG = 'Y'
               READ ILOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ILOC-EOF-FLAG
                   NOT AT END
                       IF IL-LOC-CODE = WS-LOC-CODE
                               AND IL-QTY IS NUMERIC
                               AND IL-QTY > ZERO
                           ADD 1 TO WS-IN-USE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ILOC-FILE-STATUS NOT = "35"
                   AND WS-ILOC-FILE-STATUS NOT = "91"
               CLOSE ILOC-FILE
           END-IF.

       FLAG-LOCATION-INACTIVE.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O LOC-FILE.
           MOVE WS-LOC-CODE TO LOC-CODE.
           READ LOC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'I' TO LOC-STATUS
                   REWRITE LOC-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite LOC.MASTER "
                                   WS-LOC-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           CLOSE LOC-FILE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "Location deactivated: " TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE WS-LOC-CODE
           ELSE
               MOVE "Error: Location code not found" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       TAKE-ON-UNLOCATED-STOCK.
           MOVE 'N' TO WS-LOC-VALID-FLAG.
           CALL 'LOCVAL1' USING WS-LOC-CODE WS-LOC-VALID-FLAG
                                WS-LOC-NAME-WORK.
           IF WS-LOC-VALID-FLAG NOT = 'Y'
               MOVE "Error: Unrecognized location code" TO
                   WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           ELSE
               PERFORM OPEN-TAKE-ON-FILES
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ INFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PLACE-ITEM-REMAINDER
                   END-READ
               END-PERFORM
               CLOSE INFILE
               CLOSE ILOC-FILE
               DISPLAY "LOCMNT1: " WS-PLACED-COUNT
                       " items placed at " WS-LOC-CODE ", "
                       WS-OVER-COUNT " over-located."
           END-IF.

       OPEN-TAKE-ON-FILES.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-PLACED-COUNT.
           MOVE ZERO TO WS-OVER-COUNT.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ILOC-FILE.
           IF WS-ILOC-FILE-STATUS = "35"
      *        ITEMLOC.MASTER DOES NOT EXIST YET - FIRST TAKE-ON
               OPEN OUTPUT ILOC-FILE
               CLOSE ILOC-FILE
               OPEN I-O ILOC-FILE
           END-IF.
           IF WS-ILOC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEMLOC.MASTER file "
                       WS-ILOC-FILE-STATUS
               STOP RUN
           END-IF.

       PLACE-ITEM-REMAINDER.
           PERFORM SUM-ITEM-LOCATIONS.
           IF WS-LOCATED-QTY > IN-ITEM-QTY
               ADD 1 TO WS-OVER-COUNT
               DISPLAY "LOCMNT1: " IN-ITEM-ID " locations hold "
                       WS-LOCATED-QTY " against a total of "
                       IN-ITEM-QTY
           ELSE
               COMPUTE WS-UNLOCATED-QTY =
                   IN-ITEM-QTY - WS-LOCATED-QTY
               IF WS-UNLOCATED-QTY > ZERO
                   PERFORM STORE-TAKE-ON-QTY
               END-IF
           END-IF.

       SUM-ITEM-LOCATIONS.
      *    ITEMLOC.MASTER is keyed item then location, so an item's
      *    records sit together from the first key at or above the
      *    item with the lowest location.
           MOVE ZERO TO WS-LOCATED-QTY.
           MOVE 'N' TO WS-TARGET-FOUND.
           MOVE ZERO TO WS-TARGET-QTY.
           MOVE 'N' TO WS-ILOC-EOF-FLAG.
           MOVE IN-ITEM-ID TO IL-ITEM-ID.
           MOVE LOW-VALUES TO IL-LOC-CODE.
           START ILOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ILOC-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-ILOC-EOF-FLAG = 'Y'
               READ ILOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ILOC-EOF-FLAG
                   NOT AT END
                       IF IL-ITEM-ID NOT = IN-ITEM-ID
                           MOVE 'Y' TO WS-ILOC-EOF-FLAG
                       ELSE
                           IF IL-QTY IS NUMERIC
                               ADD IL-QTY TO WS-LOCATED-QTY
                               IF IL-LOC-CODE = WS-LOC-CODE
                                   MOVE 'Y' TO WS-TARGET-FOUND
                                   MOVE IL-QTY TO WS-TARGET-QTY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       STORE-TAKE-ON-QTY.
           MOVE IN-ITEM-ID TO IL-ITEM-ID.
           MOVE WS-LOC-CODE TO IL-LOC-CODE.
           COMPUTE IL-QTY = WS-TARGET-QTY + WS-UNLOCATED-QTY.
           MOVE SPACES TO IL-FILLER.
           IF WS-TARGET-FOUND = 'Y'
               REWRITE ILOC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot rewrite ITEMLOC.MASTER "
                               WS-ILOC-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE ILOC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot write ITEMLOC.MASTER "
                               "record " WS-ILOC-FILE-STATUS
               END-WRITE
           END-IF.
           IF WS-ILOC-FILE-STATUS = "00"
               ADD 1 TO WS-PLACED-COUNT
           END-IF.

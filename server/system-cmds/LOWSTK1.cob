      *             report itself are unchanged.
      * 2026-09-01  INFILE-REC extended again with the per-item unit
      *             cost ITMMNT1 now maintains; unused here.
      * 2026-10-14  Stock is now held by location. Under each
      *             exception item the report lists what each
      *             location holds, from ITEMLOC.MASTER, so the
      *             storeman can see whether a satellite stockroom
      *             can cover before anything is ordered. Before the
      *             first stock is placed there is no location file
      *             and the report prints as before.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOWSTK1.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT ILOC-FILE ASSIGN TO "ITEMLOC.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS WS-ILOC-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LOWSTOCK.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

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

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-ILOC-FILE-STATUS     PIC XX.
       01  WS-ILOC-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-ILOC-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-DEFAULT-REORDER      PIC 9(05) VALUE 00010.
       01  WS-ITEM-REORDER         PIC 9(05) VALUE ZERO.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  WS-D-ON-ORDER  PIC ZZZZ9.

      * One line per location holding the exception item, the
      * quantity under the QTY column.
       01  WS-LOC-LINE.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(3)  VALUE "AT ".
           05  WS-L-LOC-CODE  PIC X(4).
           05  FILLER         PIC X(13) VALUE SPACES.
           05  WS-L-QTY       PIC ZZZZ9.

       01  WS-FOOTER-LINE.
           05  FILLER         PIC X(30) VALUE
               "ITEMS BELOW REORDER POINT:".
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-ILOC-OPEN-FLAG.
           OPEN INPUT ILOC-FILE.
           IF WS-ILOC-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ILOC-OPEN-FLAG
           END-IF.

       CHECK-ITEM-QUANTITY.
      *    The item's own reorder point governs; a record written
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-LOW-STOCK-COUNT
               IF WS-ILOC-OPEN-FLAG = 'Y'
                   PERFORM PRINT-ITEM-LOCATIONS
               END-IF
           END-IF.

       PRINT-ITEM-LOCATIONS.
      *    ITEMLOC.MASTER is keyed item then location, so an item's
      *    records sit together from the first key at or above the
      *    item with the lowest location.
           MOVE 'N' TO WS-ILOC-EOF-FLAG.
           MOVE IN-ITEM-ID OF INFILE-REC TO IL-ITEM-ID.
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
                       IF IL-ITEM-ID NOT = IN-ITEM-ID OF INFILE-REC
                           MOVE 'Y' TO WS-ILOC-EOF-FLAG
                       ELSE
                           IF IL-QTY IS NUMERIC AND IL-QTY > ZERO
                               MOVE IL-LOC-CODE TO WS-L-LOC-CODE
                               MOVE IL-QTY TO WS-L-QTY
                               MOVE WS-LOC-LINE TO PRINT-LINE
                               WRITE PRINT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-REPORT-FOOTER.
           MOVE WS-LOW-STOCK-COUNT TO WS-F-COUNT.
           MOVE WS-FOOTER-LINE TO PRINT-LINE.

       CLOSE-FILES.
           CLOSE INFILE.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               CLOSE ILOC-FILE
           END-IF.
           CLOSE PRINT-FILE.

      * LOCRCN1.cob - Stock Location Integrity Check Program
      * Fujitsu ASP COBOLG Program
      * IN-ITEM-QTY on ITEM.MASTER is the total across every stock
      * location; ITEMLOC.MASTER holds the split by LOC-CODE. The
      * movement programs keep the two in step through STKLOC1, but
      * a failed location update, or a quantity typed straight over
      * in ITMMNT1, leaves them apart. In the manner of STKRCN1 this
      * batch reads ITEM.MASTER, adds up each item's location records
      * and prints every item whose locations do not add up to its
      * total -- book quantity, located quantity and the difference
      * -- to LOCRCN.PRT, captured through RPTSPOOL. An item with
      * stock but no location records at all shows the whole
      * quantity as unlocated; LOCMNT1's take-on action places such
      * remainders. Exceptions report but do not fail the run, so
      * the nightly EODRUN1 sequence carries on past it.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Initial version.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCRCN1.
       AUTHOR. OpenASP System.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "ITEM.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IN-ITEM-ID
                  FILE STATUS IS WS-INFILE-STATUS.
           SELECT ILOC-FILE ASSIGN TO "ITEMLOC.MASTER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS WS-ILOC-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LOCRCN.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS        PIC XX.
       01  WS-ILOC-FILE-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS    PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-ILOC-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-ILOC-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CHECKED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LOCATED-QTY          PIC 9(6) VALUE ZERO.
       01  WS-VARIANCE             PIC S9(6) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(40) VALUE
               "STOCK LOCATION INTEGRITY EXCEPTIONS".

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(12) VALUE "ITEM ID".
           05  FILLER              PIC X(10) VALUE "BOOK QTY".
           05  FILLER              PIC X(12) VALUE "LOCATED QTY".
           05  FILLER              PIC X(10) VALUE "VARIANCE".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-ID        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-BOOK-QTY       PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-D-LOCATED-QTY    PIC ZZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-D-VARIANCE       PIC -ZZZZZ9.

       01  WS-FOOTER-LINE-1.
           05  FILLER              PIC X(20) VALUE "ITEMS CHECKED:".
           05  WS-F-CHECKED        PIC ZZZZ9.

       01  WS-FOOTER-LINE-2.
           05  FILLER              PIC X(20) VALUE "ITEMS NOT TYING:".
           05  WS-F-EXCEPTIONS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-COMPARE-FILES.
           PERFORM COMPARE-TOTAL-TO-LOCATIONS.
           PERFORM PRINT-REPORT-FOOTER.
           PERFORM CLOSE-COMPARE-FILES.
           CALL 'RPTSPOOL' USING "LOCRCN  " "LOCRCN.PRT  ".
           IF WS-EXCEPTION-COUNT = ZERO
               DISPLAY "LOCRCN1: stock locations tie - "
                       WS-CHECKED-COUNT " items checked."
           ELSE
               DISPLAY "LOCRCN1: WARNING - " WS-EXCEPTION-COUNT
                       " of " WS-CHECKED-COUNT
                       " items do not tie to their locations."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       OPEN-COMPARE-FILES.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ITEM.MASTER file "
                       WS-INFILE-STATUS
               STOP RUN
           END-IF.
      *    Before the first stock is placed there is no
      *    ITEMLOC.MASTER; every item with stock is then unlocated.
           MOVE 'N' TO WS-ILOC-OPEN-FLAG.
           OPEN INPUT ILOC-FILE.
           IF WS-ILOC-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ILOC-OPEN-FLAG
           ELSE
               IF WS-ILOC-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: Cannot open ITEMLOC.MASTER file "
                           WS-ILOC-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open LOCRCN.PRT file "
                       WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REPORT-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUMN-HEADER TO PRINT-LINE.
           WRITE PRINT-LINE.

       COMPARE-TOTAL-TO-LOCATIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-ONE-ITEM
               END-READ
           END-PERFORM.

       JUDGE-ONE-ITEM.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM SUM-ITEM-LOCATIONS.
           IF IN-ITEM-QTY NOT = WS-LOCATED-QTY
               ADD 1 TO WS-EXCEPTION-COUNT
               COMPUTE WS-VARIANCE = IN-ITEM-QTY - WS-LOCATED-QTY
               MOVE IN-ITEM-ID TO WS-D-ITEM-ID
               MOVE IN-ITEM-QTY TO WS-D-BOOK-QTY
               MOVE WS-LOCATED-QTY TO WS-D-LOCATED-QTY
               MOVE WS-VARIANCE TO WS-D-VARIANCE
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SUM-ITEM-LOCATIONS.
      *    ITEMLOC.MASTER is keyed item then location, so an item's
      *    records sit together from the first key at or above the
      *    item with the lowest location.
           MOVE ZERO TO WS-LOCATED-QTY.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               MOVE 'N' TO WS-ILOC-EOF-FLAG
               MOVE IN-ITEM-ID TO IL-ITEM-ID
               MOVE LOW-VALUES TO IL-LOC-CODE
               START ILOC-FILE KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ILOC-EOF-FLAG
               END-START
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
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-REPORT-FOOTER.
           MOVE WS-CHECKED-COUNT TO WS-F-CHECKED.
           MOVE WS-FOOTER-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-F-EXCEPTIONS.
           MOVE WS-FOOTER-LINE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.

       CLOSE-COMPARE-FILES.
           CLOSE INFILE.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               CLOSE ILOC-FILE
           END-IF.
           CLOSE PRINT-FILE.

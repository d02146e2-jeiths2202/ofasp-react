      *             DF*) in the site default language LABEL.PRM
      *             names; the literals below stand as the fallback
      *             for labels not on file.
      * 2026-10-14  Stock is now held by location. After each item
      *             the display adds one line per location holding
      *             it, from ITEMLOC.MASTER -- "@" with the location
      *             code and name (LOCVAL1) in the name field and the
      *             quantity there in the quantity field. With no
      *             location file yet the display is as before.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.
      * 2026-10-15  The location paragraphs moved below END-PROGRAM so
      *             they are only reached by PERFORM; the last item's
      *             locations were shown twice at end of file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IN-ITEM-ID.
           SELECT ILOC-FILE ASSIGN TO DA-S-ITEMLOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS WS-ILOC-STATUS.
           SELECT DSPF   ASSIGN TO GS-DSPF
               ORGANIZATION IS SEQUENTIAL
               PROCESSING MODE IS DISPLAY
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  ILOC-FILE
           LABEL RECORD STANDARD.
       01  ILOC-RECORD.
           05  IL-KEY.
               10  IL-ITEM-ID      PIC X(10).
               10  IL-LOC-CODE     PIC X(4).
           05  IL-QTY              PIC 9(5).
           05  IL-FILLER           PIC X(11).

       FD  DSPF.
           COPY MITDSP OF XMDLIB JOINING DSP AS PREFIX.
           05  WS-TERMINAL-ID        PIC X(02) VALUE SPACES.
           05  WS-TIME-SEED          PIC 9(08) VALUE ZERO.
           05  WS-DESTINATION-ID     PIC X(20) VALUE 'DSP'.
           05  WS-ILOC-STATUS        PIC X(02).
           05  WS-ILOC-OPEN-FLAG     PIC X(01) VALUE 'N'.
           05  WS-ILOC-EOF-FLAG      PIC X(01) VALUE 'N'.

       01  WS-LOCATION-FIELDS.
           05  WS-LOC-VALID-FLAG     PIC X(01) VALUE 'N'.
           05  WS-LOC-NAME           PIC X(20) VALUE SPACES.
           05  WS-LOC-DISPLAY-NAME   PIC X(20) VALUE SPACES.

       01  WS-LABEL-FIELDS.
           05  WS-LBL-LANG           PIC X(02) VALUE SPACES.
                  INTO WS-DESTINATION-ID.

           OPEN INPUT INFILE.
           OPEN INPUT ILOC-FILE.
           IF WS-ILOC-STATUS = '00'
               MOVE 'Y' TO WS-ILOC-OPEN-FLAG
           END-IF.
           OPEN I-O DSPF.

           MOVE WS-DSPF-FORMAT-NAME TO DSP-FORMAT-NAME OF DSPF-RECORD.
                       IF WS-FILE-STATUS NOT = '00' THEN
                           DISPLAY WS-WRITE-ERROR-MSG WS-FILE-STATUS
                           PERFORM END-PROGRAM
                       END-IF
                       PERFORM SHOW-ITEM-LOCATIONS.
               END-READ
           END-PERFORM.

       END-PROGRAM.
           CLOSE INFILE.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               CLOSE ILOC-FILE
           END-IF.
           CLOSE DSPF.
           STOP RUN.

           CALL 'LBLGET1' USING WS-LBL-LANG WS-LBL-ID WS-LBL-TEXT.
           IF WS-LBL-TEXT NOT = SPACES
               MOVE WS-LBL-TEXT TO WS-WRITE-ERROR-MSG
           END-IF.

       SHOW-ITEM-LOCATIONS.
      *    ITEMLOC.MASTER is keyed item then location, so an item's
      *    records sit together from the first key at or above the
      *    item with the lowest location.
           IF WS-ILOC-OPEN-FLAG = 'Y'
               MOVE 'N' TO WS-ILOC-EOF-FLAG
               MOVE IN-ITEM-ID OF INFILE-REC TO IL-ITEM-ID
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
                           IF IL-ITEM-ID NOT = IN-ITEM-ID OF INFILE-REC
                               MOVE 'Y' TO WS-ILOC-EOF-FLAG
                           ELSE
                               IF IL-QTY IS NUMERIC AND IL-QTY > ZERO
                                   PERFORM SHOW-ONE-LOCATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SHOW-ONE-LOCATION.
           CALL 'LOCVAL1' USING IL-LOC-CODE WS-LOC-VALID-FLAG
                                WS-LOC-NAME.
           MOVE SPACES TO WS-LOC-DISPLAY-NAME.
           STRING '@ ' DELIMITED BY SIZE
                  IL-LOC-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LOC-NAME DELIMITED BY SIZE
                  INTO WS-LOC-DISPLAY-NAME.
           MOVE IN-ITEM-ID OF INFILE-REC TO DSP-ITEM-ID OF DSPF-RECORD.
           MOVE WS-LOC-DISPLAY-NAME TO DSP-ITEM-NAME OF DSPF-RECORD.
           MOVE IL-QTY TO DSP-ITEM-QTY OF DSPF-RECORD.
           WRITE DSPF-RECORD.
           MOVE FILE-STATUS OF DSPF TO WS-FILE-STATUS.
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY WS-WRITE-ERROR-MSG WS-FILE-STATUS
               PERFORM END-PROGRAM
           END-IF.

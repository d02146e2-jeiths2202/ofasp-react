      *             vendor assigned grouped on their own page.
      * 2026-09-01  INFILE-REC extended with the per-item unit cost
      *             ITMMNT1 now maintains; unused here.
      * 2026-10-13  PO-RECORD carries the date PORECV1 cancels an
      *             order (PO-CANCEL-DATE, carved out of PO-FILLER)
      *             for the VENDSC1 vendor scorecard; new orders
      *             start it at zero.
      * 2026-10-15  INFILE-REC extended with the ABC class ABCCLS1
      *             assigns and the last-count date and variance
      *             flag CYCCNT1 records for CNTSCH1; unused here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN1.
           05  IN-ON-ORDER-QTY     PIC 9(05).
           05  IN-VENDOR-CODE      PIC X(04).
           05  IN-UNIT-COST        PIC 9(05)V99.
           05  IN-ABC-CLASS        PIC X(01).
           05  IN-LAST-COUNT-DATE  PIC 9(08).
           05  IN-LAST-COUNT-VAR   PIC X(01).

       FD  PO-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  PO-STATUS       PIC X(1).
           05  PO-RECVD-QTY    PIC 9(5).
           05  PO-VEND-CODE    PIC X(4).
           05  PO-CANCEL-DATE  PIC 9(8).
           05  PO-FILLER       PIC X(11).

       FD  PONUM-FILE
           RECORD CONTAINS 6 CHARACTERS.
           MOVE 'O' TO PO-STATUS.
           MOVE ZEROS TO PO-RECVD-QTY.
           MOVE IN-VENDOR-CODE OF INFILE-REC TO PO-VEND-CODE.
           MOVE ZEROS TO PO-CANCEL-DATE.
           MOVE SPACES TO PO-FILLER.
           WRITE PO-RECORD
               INVALID KEY

      *             unit cost to each line; the read-back layout
      *             carries it so the re-description stays faithful,
      *             though this report still totals quantities only.
      * 2026-10-14  RTVEND1 posts goods sent back to the supplier as
      *             movement type 'V'; they are totaled in a VEND RTN
      *             column of their own rather than dropped or mixed
      *             in with the issues.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKRPT1.
               10  WS-E-ISSUES     PIC 9(7).
               10  WS-E-ADJUSTS    PIC 9(5).
               10  WS-E-CYCLES     PIC 9(5).
               10  WS-E-RETURNS    PIC 9(7).

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(30)
           05  FILLER              PIC X(12) VALUE "RECEIPTS".
           05  FILLER              PIC X(12) VALUE "ISSUES".
           05  FILLER              PIC X(12) VALUE "ADJUSTMENTS".
           05  FILLER              PIC X(12) VALUE "CYCLE CNT".
           05  FILLER              PIC X(10) VALUE "VEND RTN".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-ID        PIC X(10).
           05  WS-D-ADJUSTS        PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-D-CYCLES         PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-D-RETURNS        PIC ZZZZZZ9.

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(22) VALUE
                   MOVE ZERO TO WS-E-ISSUES (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-E-ADJUSTS (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-E-CYCLES (WS-MATCH-INDEX)
                   MOVE ZERO TO WS-E-RETURNS (WS-MATCH-INDEX)
               ELSE
                   IF WS-ITEM-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-ITEM-TABLE-FULL
                       ADD 1 TO WS-E-ADJUSTS (WS-MATCH-INDEX)
                   WHEN 'C'
                       ADD 1 TO WS-E-CYCLES (WS-MATCH-INDEX)
                   WHEN 'V'
                       ADD WS-T-QTY TO
                           WS-E-RETURNS (WS-MATCH-INDEX)
               END-EVALUATE
           END-IF.

               MOVE WS-E-ISSUES (WS-TABLE-INDEX) TO WS-D-ISSUES
               MOVE WS-E-ADJUSTS (WS-TABLE-INDEX) TO WS-D-ADJUSTS
               MOVE WS-E-CYCLES (WS-TABLE-INDEX) TO WS-D-CYCLES
               MOVE WS-E-RETURNS (WS-TABLE-INDEX) TO WS-D-RETURNS
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

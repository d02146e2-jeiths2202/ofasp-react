      *
      * MODIFICATION HISTORY
      * 2026-09-01  Initial version.
      * 2026-10-07  LV-CARRIED/LV-FORFEITED carved out of the filler
      *             for the LVROLL1 year-end rollover; a keyed
      *             entitlement is the whole entitlement, so A and U
      *             clear the carried days, and I shows them.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVENT1.
           05  LV-YEAR         PIC 9(4).
           05  LV-ENTITLEMENT  PIC 9(3).
           05  LV-USED         PIC 9(3).
           05  LV-CARRIED      PIC 9(3).
           05  LV-FORFEITED    PIC 9(3).
           05  LV-FILLER       PIC X(19).

       FD  EMP-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  WS-B-USED       PIC ZZ9.
           05  FILLER          PIC X(12) VALUE "  REMAINING ".
           05  WS-B-REMAINING  PIC -ZZ9.
           05  FILLER          PIC X(10) VALUE "  CARRIED ".
           05  WS-B-CARRIED    PIC ZZ9.

       01  WS-SCREEN-FIELDS.
           05  WS-TITLE-LINE       PIC X(24)
           MOVE WS-YEAR TO LV-YEAR.
           MOVE WS-ENTITLEMENT TO LV-ENTITLEMENT.
           MOVE ZERO TO LV-USED.
           MOVE ZERO TO LV-CARRIED.
           MOVE ZERO TO LV-FORFEITED.
           MOVE SPACES TO LV-FILLER.
           IF WS-FILE-IS-NEW = 'Y'
               OPEN OUTPUT LVBAL-FILE
                       MOVE ZERO TO LV-USED
                   END-IF
                   MOVE WS-ENTITLEMENT TO LV-ENTITLEMENT
                   MOVE ZERO TO LV-CARRIED
                   REWRITE LVBAL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite LEAVE.BAL "
                       COMPUTE WS-REMAINING-DAYS =
                           LV-ENTITLEMENT - LV-USED
                       MOVE WS-REMAINING-DAYS TO WS-B-REMAINING
                       IF LV-CARRIED IS NUMERIC
                           MOVE LV-CARRIED TO WS-B-CARRIED
                       ELSE
                           MOVE ZERO TO WS-B-CARRIED
                       END-IF
                       DISPLAY WS-BALANCE-DETAIL
               END-READ
               CLOSE LVBAL-FILE

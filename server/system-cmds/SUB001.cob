      *             operator. No record (or no label on file) leaves
      *             the original hardcoded SJIS literals standing,
      *             mojibake and all, exactly as before.
      * 2026-10-05  Work-with action E opens the EMPSUM1 employee
      *             summary (contact, leave, salary, transfer,
      *             termination and audit panels) on the selected
      *             row's EMP-ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB001.
               IF WS-WW-EMP-ID = SPACES
                   DISPLAY "No employee on that row"
               ELSE
                   DISPLAY "Action (S=detail E=summary U=update "
                           "D=delete):"
                   MOVE SPACE TO WS-SELECT-ACTION
                   ACCEPT WS-SELECT-ACTION
                   EVALUATE WS-SELECT-ACTION
                       WHEN 'S'
                       WHEN 's'
                           PERFORM SHOW-EMPLOYEE-DETAIL
                       WHEN 'E'
                       WHEN 'e'
                           CALL 'EMPSUM1' USING WS-WW-EMP-ID
                       WHEN 'U'
                       WHEN 'u'
                           PERFORM REQUIRE-OPERATOR-ID

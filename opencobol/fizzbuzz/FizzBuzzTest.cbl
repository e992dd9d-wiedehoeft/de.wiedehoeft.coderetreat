           MOVE 1 TO START-NUMBER.
           MOVE SPACES TO LOT-ID.
           MOVE SPACE TO REPORT-MODE.
           MOVE 0 TO RULES-VERSION.
           PERFORM NON-CONVERSION.
           PERFORM FIZZ-CONVERSION.
           PERFORM BUZZ-CONVERSION.

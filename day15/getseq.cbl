           MOVE WS-SEQ-LAST(WS-FOUND-IDX) TO LK-SEQ-NEXT.

      * Nine tenths of the ceiling is the shout, the ceiling itself
      * the alarm : ORD-IN-ID is five digits, widened once already
      * when the shop went past 900.
           IF WS-SEQ-CEILING(WS-FOUND-IDX) > 0 THEN
               COMPUTE WS-WARN-POINT =
                   WS-SEQ-CEILING(WS-FOUND-IDX) * 9 / 10

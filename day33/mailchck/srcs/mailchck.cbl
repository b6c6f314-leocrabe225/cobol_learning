                   IF WS-RETURN-OK THEN
                       MOVE FUNCTION NUMVAL(WS-USER-ID(WS-IDX))
                           TO WS-USER-ID-NUM
      * A user ID above the four-digit key range can match no client,
      * and must not be truncated into one that does.
                       IF WS-USER-ID-NUM > 9999 THEN
                           SET WS-RETURN-CLIENT-NOT-FOUND TO TRUE
                           MOVE WS-RETURN-VALUE TO WS-ERROR(WS-IDX)
                       ELSE


      *    A rate silently dropped would surface as a spurious RATE
      *    reject, so a full table refuses the run loudly instead.
      *    Held rates are skipped and a later row for the same date
      *    and currency replaces the earlier rate, as in the batch.
       1110-LOAD-ONE-RATE.
           READ ADDRATE-FILE
               AT END SET END-OF-ADDRATE TO TRUE
               NOT AT END
                   IF NOT ADDRATE-HELD
                       PERFORM 1120-FIND-LOADED-RATE
                       IF WS-RATE-FOUND-SUB > ZERO
                           MOVE ADDRATE-RATE
                               TO WS-RATE-VALUE (WS-RATE-FOUND-SUB)
                       ELSE
                           PERFORM 1130-ADD-RATE
                       END-IF
                   END-IF
           END-READ.

       1120-FIND-LOADED-RATE.
           MOVE ZERO TO WS-RATE-FOUND-SUB
           PERFORM 1125-SCAN-LOADED-RATES
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-FOUND-SUB > ZERO.

       1125-SCAN-LOADED-RATES.
           IF WS-RATE-DATE (WS-RATE-SUB) = ADDRATE-DATE
                   AND WS-RATE-CCY (WS-RATE-SUB) = ADDRATE-CURRENCY
               MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
           END-IF.

       1130-ADD-RATE.
           IF WS-RATE-COUNT < 200
               ADD 1 TO WS-RATE-COUNT
               MOVE ADDRATE-DATE     TO WS-RATE-DATE (WS-RATE-COUNT)
               MOVE ADDRATE-CURRENCY TO WS-RATE-CCY (WS-RATE-COUNT)
               MOVE ADDRATE-RATE     TO WS-RATE-VALUE (WS-RATE-COUNT)
           ELSE
               DISPLAY "ADDING_2_NUMBERS_RESUBMIT: MORE "
                   "THAN 200 ADDRATE ROWS - RUN REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
               SET END-OF-ADDRATE TO TRUE
               SET END-OF-ADDREJIN TO TRUE
           END-IF.

      *    Same load as the batch, same loud refusal on overflow -
      *    a silently dropped limit would revert its account to the
      *    default and defeat the control.

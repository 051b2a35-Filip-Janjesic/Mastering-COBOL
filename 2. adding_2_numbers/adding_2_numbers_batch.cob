      *    equivalent, converted at the feed date's rate from the
      *    ADDRATE table read at start-up.  A pair whose currency
      *    has no rate for the feed date rejects to ADDREJ with
      *    reason RATE - never a conversion at a stale rate.  The
      *    rates are only trusted once ADDING_2_NUMBERS_RATELOAD (or
      *    a supervisor's re-check on ADDING_2_NUMBERS_RATEMNT) has
      *    recorded a clean OK rate load for the feed date on the
      *    ADDSTAT stream status dataset; without one the run is
      *    refused with RETURN-CODE 12, so a missing currency or a
      *    rate off by a factor of 100 never reaches a conversion.
      *    A held rate awaiting confirmation is never used, and a
      *    corrected rate appended later supersedes the earlier one.
      *
      *    A pair whose base total exceeds its account's ADDLIM
      *    limit (the "*DEFAULT" record covers unlisted accounts)
                   88  WS-LIMITS-LOADED      VALUE 'Y'.
               05  WS-HELD-SW         PIC X VALUE 'N'.
                   88  WS-PAIR-HELD          VALUE 'Y'.
               05  WS-ADDSTAT-EOF-SW  PIC X VALUE 'N'.
                   88  END-OF-ADDSTAT        VALUE 'Y'.
               05  WS-RATE-LOAD-SW    PIC X VALUE 'N'.
                   88  WS-RATE-LOAD-CLEAN    VALUE 'Y'.

      *    Single-pair amount limits, loaded once at start-up; the
      *    "*DEFAULT" record covers any account not listed.
           ELSE
               PERFORM 1200-CHECK-RUN-CONTROL
           END-IF
           IF NOT WS-FEED-REJECTED AND NOT WS-RUN-REFUSED
               PERFORM 1250-CHECK-RATE-LOAD
           END-IF
           IF NOT WS-FEED-REJECTED AND NOT WS-RUN-REFUSED
               PERFORM 1300-OPEN-ACCOUNT-FILE
           END-IF
                   END-IF
           END-READ.

      *    The feed date's rates are only trusted once the rate load
      *    has recorded a clean OK verdict for that date on the
      *    shared ADDSTAT dataset - the same dependency ADDING_2
      *    _NUMBERS_POST places on reconciliation.
       1250-CHECK-RATE-LOAD.
           OPEN INPUT ADDSTAT-FILE
           IF WS-ADDSTAT-STATUS = "35"
               SET END-OF-ADDSTAT TO TRUE
           ELSE
               PERFORM 1260-SCAN-RATE-LOAD-STATUS UNTIL END-OF-ADDSTAT
               CLOSE ADDSTAT-FILE
           END-IF
           IF NOT WS-RATE-LOAD-CLEAN
               DISPLAY "ADDING_2_NUMBERS_BATCH: NO CLEAN RATE LOAD "
                   "ON ADDSTAT FOR FEED DATE " WS-FEED-DATE
                   " - RUN REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               SET END-OF-ADDIN TO TRUE
           END-IF.

      *    A later load, or a supervisor's re-check once held rates
      *    are confirmed, supersedes an earlier row, so the last
      *    ADDRATLD row for the date decides - except a REFUSED row,
      *    a rerun turned away without touching the table.
       1260-SCAN-RATE-LOAD-STATUS.
           READ ADDSTAT-FILE
               AT END SET END-OF-ADDSTAT TO TRUE
               NOT AT END
                   IF ADDSTAT-PROC-DATE = WS-FEED-DATE
                           AND ADDSTAT-STEP = "ADDRATLD"
                           AND ADDSTAT-VERDICT NOT = "REFUSED"
                       IF ADDSTAT-STEP-OK
                           SET WS-RATE-LOAD-CLEAN TO TRUE
                       ELSE
                           MOVE 'N' TO WS-RATE-LOAD-SW
                       END-IF
                   END-IF
           END-READ.

      *    Account validation needs the reference file; running
      *    without it would wave every code through, so its absence
      *    refuses the run outright.

      *    A rate silently dropped would surface as a spurious RATE
      *    reject downstream, so a full table refuses the run
      *    loudly instead.  A held rate is skipped, and a later row
      *    for a currency already loaded replaces its rate.
       1410-LOAD-ONE-RATE.
           READ ADDRATE-FILE
               AT END SET END-OF-ADDRATE TO TRUE
               NOT AT END
                   IF ADDRATE-DATE = WS-FEED-DATE
                           AND NOT ADDRATE-HELD
                       MOVE ADDRATE-CURRENCY TO WS-CURRENCY
                       PERFORM 2095-FIND-RATE
                       IF WS-RATE-FOUND-SUB > ZERO
                           MOVE ADDRATE-RATE
                               TO WS-RATE-VALUE (WS-RATE-FOUND-SUB)
                       ELSE
                           PERFORM 1420-ADD-RATE
                       END-IF
                   END-IF
           END-READ.

       1420-ADD-RATE.
           IF WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               MOVE ADDRATE-CURRENCY TO WS-RATE-CCY (WS-RATE-COUNT)
               MOVE ADDRATE-RATE     TO WS-RATE-VALUE (WS-RATE-COUNT)
           ELSE
               DISPLAY "ADDING_2_NUMBERS_BATCH: MORE THAN 50 "
                   "CURRENCIES ON ADDRATE FOR FEED DATE "
                   WS-FEED-DATE " - RUN REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
               SET END-OF-ADDRATE TO TRUE
               SET END-OF-ADDIN TO TRUE
           END-IF.

      *    No ADDLIM file means no limits: nothing is held, the
      *    queue stays empty, and the shop runs as it always did
      *    until treasury supplies the limits.

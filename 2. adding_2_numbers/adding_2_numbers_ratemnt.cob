       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_RATEMNT.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Supervisor screen over the ADDRATE exchange-rate table for
      *    the days treasury is late or wrong, so the evening batch
      *    need not wait on them or convert at a bad rate.
      *
      *    Menu: K = key or correct the rate for a date and currency,
      *    C = confirm a rate ADDING_2_NUMBERS_RATELOAD held because
      *    it moved further than the currency's tolerance, L = list
      *    a date's rates in force for every expected currency with
      *    where each came from, V = re-check a date, X = exit.
      *
      *    The table is only ever appended to: a keyed, corrected or
      *    confirmed rate is a new row with source "M", and being
      *    the last row for its date and currency it is the rate in
      *    force.  Every change is audited to ADDLOG (source "RATE")
      *    under the supervisor's ID with the rate it replaced.
      *
      *    V re-checks a date after the exceptions are dealt with:
      *    when every ADDCCY currency has a usable rate and none is
      *    still held, an OK ADDRATLD row is written to ADDSTAT for
      *    the date, which is what ADDING_2_NUMBERS_BATCH waits for
      *    before converting; otherwise what is still wrong is
      *    listed and nothing is written.
      *
      *    Maintenance requires a supervisor sign-on against the
      *    ADDOPER profile file; a refused sign-on is written to
      *    ADDLOG as a SGNF row like the other interactive programs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRATE-FILE ASSIGN TO "ADDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRATE-STATUS.
           SELECT ADDCCY-FILE ASSIGN TO "ADDCCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDCCY-STATUS.
           SELECT ADDSTAT-FILE ASSIGN TO "ADDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDSTAT-STATUS.
           SELECT ADDOPER-FILE ASSIGN TO "ADDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDOPER-ID
               FILE STATUS IS WS-ADDOPER-STATUS.
           SELECT ADDLOG-FILE ASSIGN TO "ADDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRATE-FILE.
           COPY ADDRATER.
       FD  ADDCCY-FILE.
           COPY ADDCCYR.
       FD  ADDSTAT-FILE.
           COPY ADDSTATR.
       FD  ADDOPER-FILE.
           COPY ADDOPERR.
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.

       WORKING-STORAGE SECTION.
           01  WS-ADDRATE-STATUS      PIC XX.
           01  WS-ADDCCY-STATUS       PIC XX.
           01  WS-ADDSTAT-STATUS      PIC XX.
           01  WS-ADDOPER-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-OPERATOR-ID         PIC X(8).
           01  WS-SIGNON-REASON       PIC X(8).
           01  WS-CURRENCY            PIC X(3).
           01  WS-OLD-RATE            PIC 9(5)V9(6).
           01  WS-NEW-RATE            PIC 9(5)V9(6).
           01  WS-START-DATE          PIC X(8).
           01  WS-START-TIME          PIC X(6).
           01  WS-RATE-DATE           PIC X(8).
           01  WS-RATE-DATE-N REDEFINES WS-RATE-DATE PIC 9(8).

           01  WS-ENTRY-INPUT         PIC X(20).
           01  WS-NUMVAL-ERR          PIC 99.
           01  WS-NUMVAL-CHECK        PIC S9(9)V9(6).

           01  WS-MENU-CHOICE         PIC X.
               88  WS-CHOICE-KEY          VALUE "K", "k".
               88  WS-CHOICE-CONFIRM      VALUE "C", "c".
               88  WS-CHOICE-LIST         VALUE "L", "l".
               88  WS-CHOICE-RECHECK      VALUE "V", "v".
               88  WS-CHOICE-EXIT         VALUE "X", "x".

           01  WS-CONFIRM             PIC X.
               88  WS-CONFIRMED           VALUE "Y", "y".

           01  WS-SWITCHES.
               05  WS-DONE-SW         PIC X VALUE 'N'.
                   88  WS-MAINT-DONE         VALUE 'Y'.
               05  WS-SIGNON-SW       PIC X VALUE 'N'.
                   88  WS-SIGNON-OK          VALUE 'Y'.
               05  WS-DATE-OK-SW      PIC X VALUE 'N'.
                   88  WS-DATE-OK            VALUE 'Y'.
               05  WS-CCY-EOF-SW      PIC X VALUE 'N'.
                   88  END-OF-ADDCCY         VALUE 'Y'.
               05  WS-RATE-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDRATE        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-CHANGES-MADE    PIC 9(5) VALUE ZERO.
               05  WS-PROBLEM-COUNT   PIC 9(3) VALUE ZERO.

      *    One slot per expected currency, filled for one rate date
      *    at a time by 2800-SCAN-DATE-RATES: the rate in force (the
      *    last usable row) and whether the very last row is a hold
      *    nobody has confirmed or corrected yet.
           01  WS-CCY-TABLE.
               05  WS-CCY-COUNT       PIC 9(3) COMP VALUE ZERO.
               05  WS-CCY-ENTRY       OCCURS 50.
                   10  WS-CCY-CODE         PIC X(3).
                   10  WS-CCY-TOLERANCE    PIC 9(3)V99.
                   10  WS-CCY-EFF-RATE     PIC 9(5)V9(6).
                   10  WS-CCY-EFF-SOURCE   PIC X.
                   10  WS-CCY-HELD-RATE    PIC 9(5)V9(6).
                   10  WS-CCY-RATE-SW      PIC X.
                       88  WS-CCY-HAS-RATE       VALUE 'Y'.
                   10  WS-CCY-HELD-SW      PIC X.
                       88  WS-CCY-STILL-HELD     VALUE 'Y'.

           01  WS-CCY-SUB             PIC 9(3) COMP.
           01  WS-CCY-FOUND-SUB       PIC 9(3) COMP.

           01  SHOW-RATE              PIC ZZZZ9.999999.
           01  SHOW-HELD-RATE         PIC ZZZZ9.999999.
           01  SHOW-SOURCE            PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               SET WS-MAINT-DONE TO TRUE
           ELSE
               PERFORM 1000-INITIALIZE
           END-IF
           PERFORM 2000-RUN-ONE-CHOICE UNTIL WS-MAINT-DONE
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    A rate converts every foreign pair of the day; keying one
      *    is supervisor work, with the sign-on convention of
      *    ADDING_2_NUMBERS_ACCTMNT.
       0100-SIGN-ON.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT ADDOPER-FILE
           IF WS-ADDOPER-STATUS = "35"
               DISPLAY "ERROR: NO ADDOPER PROFILE FILE - SIGN-ON "
                   "IMPOSSIBLE"
               MOVE "NOFILE" TO WS-SIGNON-REASON
               PERFORM 0200-LOG-FAILED-SIGNON
           ELSE
               MOVE WS-OPERATOR-ID TO ADDOPER-ID
               READ ADDOPER-FILE
                   INVALID KEY
                       MOVE "UNKNOWN" TO WS-SIGNON-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ADDOPER-DEACTIVATED
                               MOVE "DEACTIVE" TO WS-SIGNON-REASON
                           WHEN NOT ADDOPER-SUPERVISOR
                               MOVE "NOTAUTH" TO WS-SIGNON-REASON
                           WHEN OTHER
                               SET WS-SIGNON-OK TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE ADDOPER-FILE
               IF NOT WS-SIGNON-OK
                   DISPLAY "ERROR: SIGN-ON REFUSED ("
                       WS-SIGNON-REASON ")"
                   PERFORM 0200-LOG-FAILED-SIGNON
               END-IF
           END-IF.

       0200-LOG-FAILED-SIGNON.
           OPEN EXTEND ADDLOG-FILE
           IF WS-ADDLOG-STATUS = "35"
               OPEN OUTPUT ADDLOG-FILE
           END-IF
           ACCEPT ADDLOG-DATE FROM DATE YYYYMMDD
           ACCEPT ADDLOG-TIME FROM TIME
           MOVE WS-OPERATOR-ID   TO ADDLOG-OPERATOR-ID
           MOVE "SGNF"           TO ADDLOG-SOURCE
           MOVE WS-SIGNON-REASON TO ADDLOG-ACCOUNT
           MOVE SPACES           TO ADDLOG-OPER
           MOVE ZERO             TO ADDLOG-NUM1
           MOVE ZERO             TO ADDLOG-NUM2
           MOVE ZERO             TO ADDLOG-TOTAL
           WRITE ADDLOG-RECORD
           CLOSE ADDLOG-FILE.

      *    Rates are kept only for the expected currencies, so the
      *    screen is no use without the ADDCCY list.
       1000-INITIALIZE.
           OPEN INPUT ADDCCY-FILE
           IF WS-ADDCCY-STATUS = "35"
               DISPLAY "ERROR: NO ADDCCY EXPECTED-CURRENCY LIST - "
                   "RATES CANNOT BE MAINTAINED"
               MOVE 16 TO RETURN-CODE
               SET WS-MAINT-DONE TO TRUE
           ELSE
               PERFORM 1100-LOAD-ONE-CURRENCY UNTIL END-OF-ADDCCY
               CLOSE ADDCCY-FILE
           END-IF.

       1100-LOAD-ONE-CURRENCY.
           READ ADDCCY-FILE
               AT END SET END-OF-ADDCCY TO TRUE
               NOT AT END
                   IF WS-CCY-COUNT < 50
                       ADD 1 TO WS-CCY-COUNT
                       MOVE ADDCCY-CURRENCY
                           TO WS-CCY-CODE (WS-CCY-COUNT)
                       MOVE ADDCCY-TOLERANCE
                           TO WS-CCY-TOLERANCE (WS-CCY-COUNT)
                   END-IF
           END-READ.

       2000-RUN-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "EXCHANGE RATE MAINTENANCE"
           DISPLAY "K = KEY/CORRECT  C = CONFIRM HELD  L = LIST DATE"
           DISPLAY "V = RE-CHECK DATE  X = EXIT"
           DISPLAY "Enter choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-CHOICE-KEY
                   PERFORM 2100-KEY-RATE
               WHEN WS-CHOICE-CONFIRM
                   PERFORM 2200-CONFIRM-HELD-RATE
               WHEN WS-CHOICE-LIST
                   PERFORM 2300-LIST-DATE
               WHEN WS-CHOICE-RECHECK
                   PERFORM 2400-RECHECK-DATE
               WHEN WS-CHOICE-EXIT
                   SET WS-MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: INVALID CHOICE - RE-ENTER"
           END-EVALUATE.

      *    Keys a rate treasury has not sent, or corrects one it
      *    sent wrong; the rate shown first is the one in force.
       2100-KEY-RATE.
           PERFORM 2600-GET-RATE-DATE
           PERFORM 2700-GET-CURRENCY
           PERFORM 2800-SCAN-DATE-RATES
           MOVE WS-CCY-FOUND-SUB TO WS-CCY-SUB
           PERFORM 2350-SHOW-ONE-CURRENCY
           IF WS-CCY-HAS-RATE (WS-CCY-SUB)
               MOVE WS-CCY-EFF-RATE (WS-CCY-SUB) TO WS-OLD-RATE
           ELSE
               MOVE ZERO TO WS-OLD-RATE
           END-IF
           PERFORM 2900-GET-NEW-RATE
           MOVE WS-NEW-RATE TO SHOW-RATE
           DISPLAY "Store " WS-CURRENCY " " SHOW-RATE " for "
               WS-RATE-DATE " (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRMED
               PERFORM 2500-STORE-MANUAL-RATE
           ELSE
               DISPLAY "RATE NOT STORED"
           END-IF.

      *    Confirming takes the held treasury rate as it stands; a
      *    held rate that is wrong is corrected with K instead.
       2200-CONFIRM-HELD-RATE.
           PERFORM 2600-GET-RATE-DATE
           PERFORM 2700-GET-CURRENCY
           PERFORM 2800-SCAN-DATE-RATES
           MOVE WS-CCY-FOUND-SUB TO WS-CCY-SUB
           IF NOT WS-CCY-STILL-HELD (WS-CCY-SUB)
               DISPLAY "ERROR: NO HELD RATE FOR " WS-CURRENCY " ON "
                   WS-RATE-DATE
           ELSE
               PERFORM 2350-SHOW-ONE-CURRENCY
               IF WS-CCY-HAS-RATE (WS-CCY-SUB)
                   MOVE WS-CCY-EFF-RATE (WS-CCY-SUB) TO WS-OLD-RATE
               ELSE
                   MOVE ZERO TO WS-OLD-RATE
               END-IF
               MOVE WS-CCY-HELD-RATE (WS-CCY-SUB) TO WS-NEW-RATE
               DISPLAY "Confirm the held rate (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                   PERFORM 2500-STORE-MANUAL-RATE
               ELSE
                   DISPLAY "HELD RATE NOT CONFIRMED"
               END-IF
           END-IF.

       2300-LIST-DATE.
           PERFORM 2600-GET-RATE-DATE
           PERFORM 2800-SCAN-DATE-RATES
           DISPLAY "RATES FOR " WS-RATE-DATE
           PERFORM 2350-SHOW-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.

       2350-SHOW-ONE-CURRENCY.
           IF WS-CCY-HAS-RATE (WS-CCY-SUB)
               MOVE WS-CCY-EFF-RATE (WS-CCY-SUB) TO SHOW-RATE
               EVALUATE WS-CCY-EFF-SOURCE (WS-CCY-SUB)
                   WHEN "C"
                       MOVE "CARRIED" TO SHOW-SOURCE
                   WHEN "M"
                       MOVE "KEYED" TO SHOW-SOURCE
                   WHEN OTHER
                       MOVE "TREASURY" TO SHOW-SOURCE
               END-EVALUATE
               DISPLAY WS-CCY-CODE (WS-CCY-SUB) "  " SHOW-RATE "  "
                   SHOW-SOURCE
           ELSE
               DISPLAY WS-CCY-CODE (WS-CCY-SUB) "  NO USABLE RATE"
           END-IF
           IF WS-CCY-STILL-HELD (WS-CCY-SUB)
               MOVE WS-CCY-HELD-RATE (WS-CCY-SUB) TO SHOW-HELD-RATE
               DISPLAY WS-CCY-CODE (WS-CCY-SUB) "  " SHOW-HELD-RATE
                   "  HELD - NOT CONFIRMED"
           END-IF.

      *    The batch needs every expected currency covered and no
      *    hold outstanding before it will convert at this date.
       2400-RECHECK-DATE.
           PERFORM 2600-GET-RATE-DATE
           PERFORM 2800-SCAN-DATE-RATES
           MOVE ZERO TO WS-PROBLEM-COUNT
           PERFORM 2450-RECHECK-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           IF WS-PROBLEM-COUNT = ZERO
               PERFORM 2480-WRITE-CLEAN-STATUS
               DISPLAY "RATES FOR " WS-RATE-DATE " CLEAN - ADDRATLD "
                   "MARKED OK"
           ELSE
               DISPLAY WS-PROBLEM-COUNT " CURRENCY PROBLEM(S) - "
                   WS-RATE-DATE " NOT MARKED OK"
           END-IF.

       2450-RECHECK-ONE-CURRENCY.
           EVALUATE TRUE
               WHEN WS-CCY-STILL-HELD (WS-CCY-SUB)
                   DISPLAY WS-CCY-CODE (WS-CCY-SUB)
                       "  HELD RATE NOT CONFIRMED OR CORRECTED"
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN NOT WS-CCY-HAS-RATE (WS-CCY-SUB)
                   DISPLAY WS-CCY-CODE (WS-CCY-SUB)
                       "  NO USABLE RATE"
                   ADD 1 TO WS-PROBLEM-COUNT
           END-EVALUATE.

      *    Written in the stream status convention of the load
      *    itself, so the batch's dependency check and the EOD
      *    report see the re-check as the load's final verdict.
       2480-WRITE-CLEAN-STATUS.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN EXTEND ADDSTAT-FILE
           IF WS-ADDSTAT-STATUS = "35"
               OPEN OUTPUT ADDSTAT-FILE
           END-IF
           MOVE WS-RATE-DATE  TO ADDSTAT-PROC-DATE
           MOVE "ADDRATLD"    TO ADDSTAT-STEP
           MOVE WS-START-DATE TO ADDSTAT-START-DATE
           MOVE WS-START-TIME TO ADDSTAT-START-TIME
           MOVE WS-START-DATE TO ADDSTAT-END-DATE
           MOVE WS-START-TIME TO ADDSTAT-END-TIME
           MOVE "OK"          TO ADDSTAT-VERDICT
           WRITE ADDSTAT-RECORD
           CLOSE ADDSTAT-FILE
           MOVE SPACES TO WS-CURRENCY
           MOVE ZERO   TO WS-OLD-RATE
           MOVE ZERO   TO WS-NEW-RATE
           PERFORM 2550-LOG-RATE-CHANGE.

       2500-STORE-MANUAL-RATE.
           OPEN EXTEND ADDRATE-FILE
           IF WS-ADDRATE-STATUS = "35"
               OPEN OUTPUT ADDRATE-FILE
           END-IF
           MOVE WS-RATE-DATE TO ADDRATE-DATE
           MOVE WS-CURRENCY  TO ADDRATE-CURRENCY
           MOVE WS-NEW-RATE  TO ADDRATE-RATE
           MOVE "M"          TO ADDRATE-SOURCE
           WRITE ADDRATE-RECORD
           CLOSE ADDRATE-FILE
           PERFORM 2550-LOG-RATE-CHANGE
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "RATE " WS-CURRENCY " " WS-RATE-DATE " STORED".

      *    ADDLOG amounts carry two decimals, so the rates go in as
      *    whole millionths to reach the audit trail exactly; TOTAL
      *    stays zero so no audit report adds a rate into its
      *    grand total.
       2550-LOG-RATE-CHANGE.
           OPEN EXTEND ADDLOG-FILE
           IF WS-ADDLOG-STATUS = "35"
               OPEN OUTPUT ADDLOG-FILE
           END-IF
           ACCEPT ADDLOG-DATE FROM DATE YYYYMMDD
           ACCEPT ADDLOG-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO ADDLOG-OPERATOR-ID
           MOVE "RATE"         TO ADDLOG-SOURCE
           MOVE WS-RATE-DATE   TO ADDLOG-ACCOUNT
           MOVE WS-CURRENCY    TO ADDLOG-OPER
           COMPUTE ADDLOG-NUM1 = WS-OLD-RATE * 1000000
           COMPUTE ADDLOG-NUM2 = WS-NEW-RATE * 1000000
           MOVE ZERO           TO ADDLOG-TOTAL
           WRITE ADDLOG-RECORD
           CLOSE ADDLOG-FILE.

       2600-GET-RATE-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-DATE-OK
               DISPLAY "Enter rate date (YYYYMMDD): "
               ACCEPT WS-RATE-DATE
               IF WS-RATE-DATE IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-RATE-DATE-N)
                           = ZERO
                       SET WS-DATE-OK TO TRUE
                   END-IF
               END-IF
               IF NOT WS-DATE-OK
                   DISPLAY "ERROR: DATE MUST BE YYYYMMDD - RE-ENTER"
               END-IF
           END-PERFORM.

       2700-GET-CURRENCY.
           MOVE ZERO TO WS-CCY-FOUND-SUB
           PERFORM WITH TEST AFTER UNTIL WS-CCY-FOUND-SUB > ZERO
               DISPLAY "Enter currency code: "
               ACCEPT WS-CURRENCY
               PERFORM 2710-SCAN-CURRENCIES
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
                       OR WS-CCY-FOUND-SUB > ZERO
               IF WS-CCY-FOUND-SUB = ZERO
                   DISPLAY "ERROR: CURRENCY NOT ON ADDCCY - RE-ENTER"
               END-IF
           END-PERFORM.

       2710-SCAN-CURRENCIES.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CURRENCY
               MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
           END-IF.

      *    Rows for a date and currency are read in the order they
      *    were appended: the last usable one is the rate in force,
      *    and a hold stays outstanding until a later row of any
      *    kind follows it.
       2800-SCAN-DATE-RATES.
           PERFORM 2810-CLEAR-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           MOVE 'N' TO WS-RATE-EOF-SW
           OPEN INPUT ADDRATE-FILE
           IF WS-ADDRATE-STATUS = "35"
               SET END-OF-ADDRATE TO TRUE
           ELSE
               PERFORM 2820-SCAN-ONE-RATE UNTIL END-OF-ADDRATE
               CLOSE ADDRATE-FILE
           END-IF.

       2810-CLEAR-ONE-CURRENCY.
           MOVE ZERO   TO WS-CCY-EFF-RATE (WS-CCY-SUB)
           MOVE SPACES TO WS-CCY-EFF-SOURCE (WS-CCY-SUB)
           MOVE ZERO   TO WS-CCY-HELD-RATE (WS-CCY-SUB)
           MOVE 'N'    TO WS-CCY-RATE-SW (WS-CCY-SUB)
           MOVE 'N'    TO WS-CCY-HELD-SW (WS-CCY-SUB).

       2820-SCAN-ONE-RATE.
           READ ADDRATE-FILE
               AT END SET END-OF-ADDRATE TO TRUE
               NOT AT END
                   IF ADDRATE-DATE = WS-RATE-DATE
                       PERFORM 2830-TAKE-ONE-RATE
                           VARYING WS-CCY-SUB FROM 1 BY 1
                           UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   END-IF
           END-READ.

       2830-TAKE-ONE-RATE.
           IF WS-CCY-CODE (WS-CCY-SUB) = ADDRATE-CURRENCY
               IF ADDRATE-HELD
                   MOVE ADDRATE-RATE TO WS-CCY-HELD-RATE (WS-CCY-SUB)
                   MOVE 'Y' TO WS-CCY-HELD-SW (WS-CCY-SUB)
               ELSE
                   MOVE ADDRATE-RATE TO WS-CCY-EFF-RATE (WS-CCY-SUB)
                   MOVE ADDRATE-SOURCE
                       TO WS-CCY-EFF-SOURCE (WS-CCY-SUB)
                   MOVE 'Y' TO WS-CCY-RATE-SW (WS-CCY-SUB)
                   MOVE 'N' TO WS-CCY-HELD-SW (WS-CCY-SUB)
               END-IF
           END-IF.

      *    A rate is units of base per unit of the currency and can
      *    never be zero or negative.
       2900-GET-NEW-RATE.
           MOVE SPACES TO WS-ENTRY-INPUT
           PERFORM WITH TEST AFTER
                   UNTIL WS-ENTRY-INPUT NOT = SPACES
                       AND WS-NUMVAL-ERR = ZERO
               DISPLAY "Enter rate: "
               ACCEPT WS-ENTRY-INPUT
               PERFORM 2910-VALIDATE-RATE
           END-PERFORM
           MOVE WS-NUMVAL-CHECK TO WS-NEW-RATE.

       2910-VALIDATE-RATE.
           IF WS-ENTRY-INPUT = SPACES
               DISPLAY "ERROR: ENTRY CANNOT BE BLANK - RE-ENTER"
               MOVE 1 TO WS-NUMVAL-ERR
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-INPUT)
                   TO WS-NUMVAL-ERR
               IF WS-NUMVAL-ERR NOT = ZERO
                   DISPLAY "ERROR: ENTRY MUST BE NUMERIC - RE-ENTER"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRY-INPUT)
                       TO WS-NUMVAL-CHECK
                   IF WS-NUMVAL-CHECK NOT > ZERO
                           OR WS-NUMVAL-CHECK > 99999.999999
                       DISPLAY "ERROR: RATE MUST BE ABOVE ZERO AND "
                           "AT MOST 99999.999999 - RE-ENTER"
                       MOVE 1 TO WS-NUMVAL-ERR
                   END-IF
               END-IF
           END-IF.

       3000-TERMINATE.
           IF WS-SIGNON-OK AND WS-ADDCCY-STATUS NOT = "35"
               DISPLAY "ADDING_2_NUMBERS_RATEMNT: " WS-CHANGES-MADE
                   " change(s) applied"
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_RATEMNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_RATELOAD.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Validated load of the day's treasury exchange-rate feed
      *    (ADDRATEF) into the ADDRATE table, run ahead of ADDING_2
      *    _NUMBERS_BATCH.  The feed used to go straight into the
      *    table and the batch trusted it: a missing currency only
      *    surfaced the next morning as a pile of RATE rejects, and
      *    a rate off by a factor of 100 converted silently.
      *
      *    Every feed row is checked against the ADDCCY list of
      *    currencies expected every business day:
      *
      *        wrong date, currency not expected, zero rate   the
      *                            row is refused;
      *        the same currency quoted more than once       every
      *                            quote for it is refused - there
      *                            is no telling which is right;
      *        a move from the previous day's rate beyond the
      *        currency's ADDCCY tolerance                    the
      *                            rate is written HELD, and is not
      *                            used until a supervisor confirms
      *                            or corrects it on ADDING_2
      *                            _NUMBERS_RATEMNT;
      *        an expected currency left with no usable rate  the
      *                            previous day's rate is carried
      *                            forward, written flagged CARRIED.
      *
      *    A currency a supervisor has already keyed for the date on
      *    the rate screen (treasury late) keeps the keyed rate.
      *    Everything is printed on the ADDRXRPT rate exceptions
      *    report, and one ADDRATLD row is written to the ADDSTAT
      *    stream status dataset for the rate date: OK when every
      *    expected currency loaded cleanly from treasury, EXCEPTN
      *    (RETURN-CODE 8) when anything was refused, held, carried
      *    or missing.  ADDING_2_NUMBERS_BATCH refuses to convert
      *    with a feed date's rates until the last ADDRATLD row for
      *    that date is OK - after exceptions, that row comes from
      *    the supervisor's re-check on the rate screen.
      *
      *    The rate date defaults to today and can be overridden
      *    with a YYYYMMDD PARM.  A date already loaded is refused
      *    with RETURN-CODE 12 unless the operator adds FORCE
      *    (PARM='FORCE' or 'YYYYMMDD,FORCE'), the same convention
      *    as the batch; the rows of a forced reload supersede the
      *    earlier ones.  No ADDCCY list, or a bad PARM, is
      *    RETURN-CODE 16.  A rate date that is not a real date
      *    writes no ADDRATLD row at all - there is no date to put
      *    it against, and a row for any other date would mask that
      *    date's real load.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRATEF-FILE ASSIGN TO "ADDRATEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRATEF-STATUS.
           SELECT ADDCCY-FILE ASSIGN TO "ADDCCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDCCY-STATUS.
           SELECT ADDRATE-FILE ASSIGN TO "ADDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRATE-STATUS.
           SELECT ADDSTAT-FILE ASSIGN TO "ADDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDSTAT-STATUS.
           SELECT ADDRXRPT-FILE ASSIGN TO "ADDRXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRATEF-FILE.
           COPY ADDRATER REPLACING LEADING ==ADDRATE== BY ==ADDRATEF==.
       FD  ADDCCY-FILE.
           COPY ADDCCYR.
       FD  ADDRATE-FILE.
           COPY ADDRATER.
       FD  ADDSTAT-FILE.
           COPY ADDSTATR.
       FD  ADDRXRPT-FILE.
           01  ADDRXRPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDRATEF-STATUS     PIC XX VALUE SPACES.
           01  WS-ADDCCY-STATUS       PIC XX VALUE SPACES.
           01  WS-ADDRATE-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDSTAT-STATUS      PIC XX VALUE SPACES.
           01  WS-STEP-START-DATE     PIC X(8).
           01  WS-STEP-START-TIME     PIC X(6).
           01  WS-STEP-VERDICT        PIC X(8).
           01  WS-RATE-DATE           PIC X(8).
           01  WS-RATE-DATE-N REDEFINES WS-RATE-DATE
                                      PIC 9(8).
           01  WS-RATELOAD-PARM       PIC X(20).
           01  WS-PARM-FIELD1         PIC X(10).
           01  WS-PARM-FIELD2         PIC X(10).
           01  WS-MOVE-PCT            PIC S9(7)V99.
           01  WS-ABS-MOVE-PCT        PIC 9(7)V99.
           01  WS-REASON              PIC X(30).

           01  WS-SWITCHES.
               05  WS-FEED-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDRATEF       VALUE 'Y'.
               05  WS-CCY-EOF-SW      PIC X VALUE 'N'.
                   88  END-OF-ADDCCY         VALUE 'Y'.
               05  WS-RATE-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDRATE        VALUE 'Y'.
               05  WS-FORCE-SW        PIC X VALUE 'N'.
                   88  WS-FORCE-OVERRIDE     VALUE 'Y'.
               05  WS-LOADED-SW       PIC X VALUE 'N'.
                   88  WS-DATE-ALREADY-LOADED VALUE 'Y'.
               05  WS-ABORT-SW        PIC X VALUE 'N'.
                   88  WS-RUN-ABORTED        VALUE 'Y'.
               05  WS-REFUSED-SW      PIC X VALUE 'N'.
                   88  WS-RUN-REFUSED        VALUE 'Y'.
               05  WS-DATE-OK-SW      PIC X VALUE 'N'.
                   88  WS-RATE-DATE-VALID    VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-FEED-READ       PIC 9(7) VALUE ZERO.
               05  WS-RATES-LOADED    PIC 9(7) VALUE ZERO.
               05  WS-RATES-REFUSED   PIC 9(7) VALUE ZERO.
               05  WS-RATES-HELD      PIC 9(7) VALUE ZERO.
               05  WS-RATES-CARRIED   PIC 9(7) VALUE ZERO.
               05  WS-RATES-MISSING   PIC 9(7) VALUE ZERO.
               05  WS-RATES-MANUAL    PIC 9(7) VALUE ZERO.

      *    One slot per expected currency: its tolerance, the last
      *    usable rate before the rate date, any supervisor-keyed
      *    rate already on file for the date, and what the feed
      *    sent for it.
           01  WS-CCY-TABLE.
               05  WS-CCY-COUNT       PIC 9(3) COMP VALUE ZERO.
               05  WS-CCY-ENTRY       OCCURS 50.
                   10  WS-CCY-CODE         PIC X(3).
                   10  WS-CCY-TOLERANCE    PIC 9(3)V99.
                   10  WS-CCY-PREV-DATE    PIC X(8).
                   10  WS-CCY-PREV-RATE    PIC 9(5)V9(6).
                   10  WS-CCY-FEED-COUNT   PIC 9(3).
                   10  WS-CCY-FEED-RATE    PIC 9(5)V9(6).
                   10  WS-CCY-MANUAL-SW    PIC X.
                       88  WS-CCY-KEYED-MANUALLY VALUE 'Y'.

           01  WS-CCY-SUB             PIC 9(3) COMP.
           01  WS-CCY-FOUND-SUB       PIC 9(3) COMP.
           01  WS-CCY-SEARCH          PIC X(3).

           01  HDR1-LINE.
               05  FILLER             PIC X(30) VALUE
                       "TREASURY RATE LOAD - RATE DATE".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  HDR1-DATE          PIC X(8).

           01  HDR2-LINE.
               05  FILLER             PIC X(4)  VALUE "CCY".
               05  FILLER             PIC X(31) VALUE "EXCEPTION".
               05  FILLER             PIC X(13) VALUE
                       "   PREV RATE ".
               05  FILLER             PIC X(13) VALUE
                       "    NEW RATE ".
               05  FILLER             PIC X(9)  VALUE
                       "   MOVE% ".
               05  FILLER             PIC X(6)  VALUE
                       "  TOL%".

           01  EXC-LINE.
               05  EXC-CURRENCY       PIC X(3).
               05  FILLER             PIC X(1).
               05  EXC-REASON         PIC X(30).
               05  FILLER             PIC X(1).
               05  EXC-PREV-RATE      PIC ZZZZ9.999999.
               05  FILLER             PIC X(1).
               05  EXC-NEW-RATE       PIC ZZZZ9.999999.
               05  FILLER             PIC X(1).
               05  EXC-MOVE-PCT       PIC ZZZZ9.99-.
               05  FILLER             PIC X(1).
               05  EXC-TOLERANCE      PIC ZZ9.99.

           01  COUNT-LINE.
               05  CNT-LABEL          PIC X(40).
               05  CNT-VALUE          PIC Z,ZZZ,ZZ9.

           01  VERDICT-LINE.
               05  VDT-TEXT           PIC X(60).

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(20).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED AND NOT WS-RUN-REFUSED
               PERFORM 2000-CHECK-ONE-FEED-RATE UNTIL END-OF-ADDRATEF
               PERFORM 2500-SETTLE-ONE-CURRENCY
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE WS-STEP-START-DATE TO WS-RATE-DATE
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-RATELOAD-PARM
               PERFORM 1050-PARSE-PARM
           END-IF
           OPEN OUTPUT ADDRXRPT-FILE
           MOVE WS-RATE-DATE TO HDR1-DATE
           WRITE ADDRXRPT-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDRXRPT-LINE
           WRITE ADDRXRPT-LINE
           WRITE ADDRXRPT-LINE FROM HDR2-LINE
           MOVE SPACES TO ADDRXRPT-LINE
           WRITE ADDRXRPT-LINE
           IF WS-RATE-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RATE-DATE-N) = ZERO
                   SET WS-RATE-DATE-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-RATE-DATE-VALID
               DISPLAY "ADDING_2_NUMBERS_RATELOAD: RATE DATE "
                   WS-RATE-DATE " IS NOT A VALID YYYYMMDD - "
                   "RUN REFUSED"
               PERFORM 1900-ABORT-RUN
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-LOAD-EXPECTED-LIST
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1200-SCAN-RATE-TABLE
           END-IF
           IF NOT WS-RUN-ABORTED AND NOT WS-RUN-REFUSED
               PERFORM 1300-OPEN-FOR-LOAD
           END-IF.

      *    PARM is the rate date, the word FORCE to reload a date
      *    already loaded, or both separated by a comma.
       1050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-FIELD1
           MOVE SPACES TO WS-PARM-FIELD2
           UNSTRING WS-RATELOAD-PARM DELIMITED BY ","
               INTO WS-PARM-FIELD1 WS-PARM-FIELD2
           END-UNSTRING
           PERFORM 1060-APPLY-PARM-FIELD
           MOVE WS-PARM-FIELD2 TO WS-PARM-FIELD1
           PERFORM 1060-APPLY-PARM-FIELD.

       1060-APPLY-PARM-FIELD.
           IF WS-PARM-FIELD1 = "FORCE"
               SET WS-FORCE-OVERRIDE TO TRUE
           ELSE
               IF WS-PARM-FIELD1 NOT = SPACES
                   MOVE WS-PARM-FIELD1 TO WS-RATE-DATE
               END-IF
           END-IF.

      *    Without the expected list nothing can be judged missing,
      *    unexpected or moved too far, so the load is refused.
       1100-LOAD-EXPECTED-LIST.
           OPEN INPUT ADDCCY-FILE
           IF WS-ADDCCY-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_RATELOAD: NO ADDCCY "
                   "EXPECTED-CURRENCY LIST - RUN REFUSED"
               PERFORM 1900-ABORT-RUN
           ELSE
               PERFORM 1110-LOAD-ONE-CURRENCY UNTIL END-OF-ADDCCY
               CLOSE ADDCCY-FILE
               IF WS-CCY-COUNT = ZERO AND NOT WS-RUN-ABORTED
                   DISPLAY "ADDING_2_NUMBERS_RATELOAD: ADDCCY "
                       "EXPECTED-CURRENCY LIST IS EMPTY - RUN REFUSED"
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF.

       1110-LOAD-ONE-CURRENCY.
           READ ADDCCY-FILE
               AT END SET END-OF-ADDCCY TO TRUE
               NOT AT END
                   IF WS-CCY-COUNT < 50
                       ADD 1 TO WS-CCY-COUNT
                       MOVE ADDCCY-CURRENCY
                           TO WS-CCY-CODE (WS-CCY-COUNT)
                       MOVE ADDCCY-TOLERANCE
                           TO WS-CCY-TOLERANCE (WS-CCY-COUNT)
                       MOVE SPACES TO WS-CCY-PREV-DATE (WS-CCY-COUNT)
                       MOVE ZERO   TO WS-CCY-PREV-RATE (WS-CCY-COUNT)
                       MOVE ZERO   TO WS-CCY-FEED-COUNT (WS-CCY-COUNT)
                       MOVE ZERO   TO WS-CCY-FEED-RATE (WS-CCY-COUNT)
                       MOVE 'N'    TO WS-CCY-MANUAL-SW (WS-CCY-COUNT)
                   ELSE
                       DISPLAY "ADDING_2_NUMBERS_RATELOAD: MORE THAN "
                           "50 EXPECTED CURRENCIES - RUN REFUSED"
                       PERFORM 1900-ABORT-RUN
                       SET END-OF-ADDCCY TO TRUE
                   END-IF
           END-READ.

      *    One pass over the table so far: the latest usable rate
      *    before the rate date is each currency's previous rate,
      *    a supervisor-keyed rate for the date is kept, and any
      *    other row for the date means the date was loaded already.
       1200-SCAN-RATE-TABLE.
           OPEN INPUT ADDRATE-FILE
           IF WS-ADDRATE-STATUS = "35"
               SET END-OF-ADDRATE TO TRUE
           ELSE
               PERFORM 1210-SCAN-ONE-RATE UNTIL END-OF-ADDRATE
               CLOSE ADDRATE-FILE
           END-IF
           IF WS-DATE-ALREADY-LOADED
               IF WS-FORCE-OVERRIDE
                   DISPLAY "ADDING_2_NUMBERS_RATELOAD: RATE DATE "
                       WS-RATE-DATE " ALREADY LOADED - OPERATOR "
                       "FORCE OVERRIDE ACCEPTED"
               ELSE
                   DISPLAY "ADDING_2_NUMBERS_RATELOAD: RATE DATE "
                       WS-RATE-DATE " ALREADY LOADED - RUN REFUSED "
                       "(USE PARM FORCE TO OVERRIDE)"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1210-SCAN-ONE-RATE.
           READ ADDRATE-FILE
               AT END SET END-OF-ADDRATE TO TRUE
               NOT AT END
                   MOVE ADDRATE-CURRENCY TO WS-CCY-SEARCH
                   PERFORM 2900-FIND-CURRENCY
                   EVALUATE TRUE
                       WHEN ADDRATE-DATE > WS-RATE-DATE
                           CONTINUE
                       WHEN ADDRATE-DATE = WS-RATE-DATE
                               AND ADDRATE-MANUAL
                           IF WS-CCY-FOUND-SUB > ZERO
                               MOVE 'Y' TO
                                   WS-CCY-MANUAL-SW (WS-CCY-FOUND-SUB)
                           END-IF
                       WHEN ADDRATE-DATE = WS-RATE-DATE
                           SET WS-DATE-ALREADY-LOADED TO TRUE
                       WHEN ADDRATE-HELD
                           CONTINUE
                       WHEN WS-CCY-FOUND-SUB > ZERO
                           PERFORM 1220-TAKE-PREVIOUS-RATE
                   END-EVALUATE
           END-READ.

      *    Rows are appended in date order within a date, so a later
      *    row for the same date is a correction and wins.
       1220-TAKE-PREVIOUS-RATE.
           IF ADDRATE-DATE NOT < WS-CCY-PREV-DATE (WS-CCY-FOUND-SUB)
               MOVE ADDRATE-DATE
                   TO WS-CCY-PREV-DATE (WS-CCY-FOUND-SUB)
               MOVE ADDRATE-RATE
                   TO WS-CCY-PREV-RATE (WS-CCY-FOUND-SUB)
           END-IF.

      *    No feed at all is treasury not delivering: every expected
      *    currency is then carried forward and reported.
       1300-OPEN-FOR-LOAD.
           OPEN INPUT ADDRATEF-FILE
           IF WS-ADDRATEF-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_RATELOAD: NO TREASURY RATE "
                   "FEED - EVERY CURRENCY CARRIED FORWARD"
               SET END-OF-ADDRATEF TO TRUE
           END-IF
           OPEN EXTEND ADDRATE-FILE
           IF WS-ADDRATE-STATUS = "35"
               OPEN OUTPUT ADDRATE-FILE
           END-IF.

       1900-ABORT-RUN.
           SET WS-RUN-ABORTED TO TRUE
           MOVE 16 TO RETURN-CODE.

       2000-CHECK-ONE-FEED-RATE.
           READ ADDRATEF-FILE
               AT END SET END-OF-ADDRATEF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-READ
                   MOVE ADDRATEF-CURRENCY TO WS-CCY-SEARCH
                   PERFORM 2900-FIND-CURRENCY
                   EVALUATE TRUE
                       WHEN ADDRATEF-DATE NOT = WS-RATE-DATE
                           MOVE SPACES TO WS-REASON
                           STRING "WRONG DATE " ADDRATEF-DATE
                               " - REFUSED" DELIMITED BY SIZE
                               INTO WS-REASON
                           END-STRING
                           PERFORM 2100-REFUSE-FEED-RATE
                       WHEN WS-CCY-FOUND-SUB = ZERO
                           MOVE "NOT ON EXPECTED LIST - REFUSED"
                               TO WS-REASON
                           PERFORM 2100-REFUSE-FEED-RATE
                       WHEN ADDRATEF-RATE IS NOT NUMERIC
                               OR ADDRATEF-RATE = ZERO
                           MOVE "ZERO RATE - REFUSED" TO WS-REASON
                           PERFORM 2100-REFUSE-FEED-RATE
                       WHEN OTHER
                           ADD 1 TO
                               WS-CCY-FEED-COUNT (WS-CCY-FOUND-SUB)
                           MOVE ADDRATEF-RATE
                               TO WS-CCY-FEED-RATE (WS-CCY-FOUND-SUB)
                   END-EVALUATE
           END-READ.

       2100-REFUSE-FEED-RATE.
           MOVE SPACES TO EXC-LINE
           MOVE ADDRATEF-CURRENCY TO EXC-CURRENCY
           MOVE WS-REASON         TO EXC-REASON
           IF ADDRATEF-RATE IS NUMERIC
               MOVE ADDRATEF-RATE TO EXC-NEW-RATE
           END-IF
           WRITE ADDRXRPT-LINE FROM EXC-LINE
           ADD 1 TO WS-RATES-REFUSED.

      *    Each expected currency ends the load with exactly one
      *    decision: keyed rate kept, treasury rate loaded or held,
      *    or the previous rate carried forward.
       2500-SETTLE-ONE-CURRENCY.
           MOVE SPACES TO EXC-LINE
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO EXC-CURRENCY
           EVALUATE TRUE
               WHEN WS-CCY-KEYED-MANUALLY (WS-CCY-SUB)
                   ADD 1 TO WS-RATES-MANUAL
                   IF WS-CCY-FEED-COUNT (WS-CCY-SUB) > ZERO
                       MOVE "KEYED RATE KEPT - FEED IGNORED"
                           TO EXC-REASON
                       MOVE WS-CCY-FEED-RATE (WS-CCY-SUB)
                           TO EXC-NEW-RATE
                       WRITE ADDRXRPT-LINE FROM EXC-LINE
                   END-IF
               WHEN WS-CCY-FEED-COUNT (WS-CCY-SUB) > 1
                   MOVE "DUPLICATE RATES - ALL REFUSED" TO EXC-REASON
                   WRITE ADDRXRPT-LINE FROM EXC-LINE
                   ADD WS-CCY-FEED-COUNT (WS-CCY-SUB)
                       TO WS-RATES-REFUSED
                   PERFORM 2600-CARRY-FORWARD
               WHEN WS-CCY-FEED-COUNT (WS-CCY-SUB) = 1
                   PERFORM 2550-CHECK-MOVE
               WHEN OTHER
                   PERFORM 2600-CARRY-FORWARD
           END-EVALUATE.

      *    A currency with no previous rate has nothing to compare
      *    against and loads as sent.
       2550-CHECK-MOVE.
           MOVE WS-CCY-CODE (WS-CCY-SUB)      TO ADDRATE-CURRENCY
           MOVE WS-CCY-FEED-RATE (WS-CCY-SUB) TO ADDRATE-RATE
           IF WS-CCY-PREV-DATE (WS-CCY-SUB) = SPACES
               MOVE ZERO TO WS-ABS-MOVE-PCT
           ELSE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-CCY-FEED-RATE (WS-CCY-SUB)
                       - WS-CCY-PREV-RATE (WS-CCY-SUB)) * 100
                   / WS-CCY-PREV-RATE (WS-CCY-SUB)
                   ON SIZE ERROR MOVE 9999999.99 TO WS-MOVE-PCT
               END-COMPUTE
               IF WS-MOVE-PCT < ZERO
                   COMPUTE WS-ABS-MOVE-PCT = ZERO - WS-MOVE-PCT
               ELSE
                   MOVE WS-MOVE-PCT TO WS-ABS-MOVE-PCT
               END-IF
           END-IF
           IF WS-ABS-MOVE-PCT > WS-CCY-TOLERANCE (WS-CCY-SUB)
               MOVE "H" TO ADDRATE-SOURCE
               PERFORM 2700-WRITE-RATE
               ADD 1 TO WS-RATES-HELD
               MOVE "HELD - MOVE OVER TOLERANCE" TO EXC-REASON
               MOVE WS-CCY-PREV-RATE (WS-CCY-SUB)  TO EXC-PREV-RATE
               MOVE WS-CCY-FEED-RATE (WS-CCY-SUB)  TO EXC-NEW-RATE
               MOVE WS-MOVE-PCT                    TO EXC-MOVE-PCT
               MOVE WS-CCY-TOLERANCE (WS-CCY-SUB)  TO EXC-TOLERANCE
               WRITE ADDRXRPT-LINE FROM EXC-LINE
           ELSE
               MOVE "T" TO ADDRATE-SOURCE
               PERFORM 2700-WRITE-RATE
               ADD 1 TO WS-RATES-LOADED
           END-IF.

       2600-CARRY-FORWARD.
           IF WS-CCY-PREV-DATE (WS-CCY-SUB) = SPACES
               MOVE "MISSING - NO RATE TO CARRY" TO EXC-REASON
               ADD 1 TO WS-RATES-MISSING
           ELSE
               MOVE WS-CCY-CODE (WS-CCY-SUB)      TO ADDRATE-CURRENCY
               MOVE WS-CCY-PREV-RATE (WS-CCY-SUB) TO ADDRATE-RATE
               MOVE "C" TO ADDRATE-SOURCE
               PERFORM 2700-WRITE-RATE
               ADD 1 TO WS-RATES-CARRIED
               MOVE SPACES TO WS-REASON
               STRING "CARRIED FROM " WS-CCY-PREV-DATE (WS-CCY-SUB)
                   DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               MOVE WS-REASON TO EXC-REASON
               MOVE WS-CCY-PREV-RATE (WS-CCY-SUB) TO EXC-PREV-RATE
           END-IF
           WRITE ADDRXRPT-LINE FROM EXC-LINE.

       2700-WRITE-RATE.
           MOVE WS-RATE-DATE TO ADDRATE-DATE
           WRITE ADDRATE-RECORD.

       2900-FIND-CURRENCY.
           MOVE ZERO TO WS-CCY-FOUND-SUB
           PERFORM 2910-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   OR WS-CCY-FOUND-SUB > ZERO.

       2910-SCAN-CURRENCIES.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CCY-SEARCH
               MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
           END-IF.

       3000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE "FAILED" TO WS-STEP-VERDICT
                   MOVE "RATE LOAD REFUSED - NOTHING LOADED"
                       TO VDT-TEXT
               WHEN WS-RUN-REFUSED
                   MOVE "REFUSED" TO WS-STEP-VERDICT
                   MOVE "RATE DATE ALREADY LOADED - NOTHING LOADED"
                       TO VDT-TEXT
               WHEN OTHER
                   PERFORM 3100-PRINT-TOTALS
                   CLOSE ADDRATE-FILE
                   IF WS-ADDRATEF-STATUS NOT = "35"
                       CLOSE ADDRATEF-FILE
                   END-IF
                   IF WS-RATES-REFUSED = ZERO AND WS-RATES-HELD = ZERO
                           AND WS-RATES-CARRIED = ZERO
                           AND WS-RATES-MISSING = ZERO
                       MOVE "OK" TO WS-STEP-VERDICT
                       MOVE "RATE LOAD CLEAN - THE BATCH MAY CONVERT"
                           TO VDT-TEXT
                   ELSE
                       MOVE "EXCEPTN" TO WS-STEP-VERDICT
                       MOVE "EXCEPTIONS - RE-CHECK ON THE RATE SCREEN "
                           TO VDT-TEXT
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO ADDRXRPT-LINE
           WRITE ADDRXRPT-LINE
           WRITE ADDRXRPT-LINE FROM VERDICT-LINE
           CLOSE ADDRXRPT-FILE
           IF WS-RATE-DATE-VALID
               PERFORM 3900-WRITE-RUN-STATUS
           ELSE
               DISPLAY "ADDING_2_NUMBERS_RATELOAD: NO VALID RATE DATE "
                   "- NO ADDSTAT ROW WRITTEN"
           END-IF
           DISPLAY "ADDING_2_NUMBERS_RATELOAD: " WS-RATES-LOADED
               " loaded, " WS-RATES-HELD " held, " WS-RATES-CARRIED
               " carried, " WS-RATES-MISSING " missing, "
               WS-RATES-REFUSED " refused".

       3100-PRINT-TOTALS.
           MOVE SPACES TO ADDRXRPT-LINE
           WRITE ADDRXRPT-LINE
           MOVE "EXPECTED CURRENCIES" TO CNT-LABEL
           MOVE WS-CCY-COUNT TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "FEED ROWS READ" TO CNT-LABEL
           MOVE WS-FEED-READ TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "LOADED FROM TREASURY" TO CNT-LABEL
           MOVE WS-RATES-LOADED TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "KEYED RATES KEPT" TO CNT-LABEL
           MOVE WS-RATES-MANUAL TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "HELD FOR CONFIRMATION" TO CNT-LABEL
           MOVE WS-RATES-HELD TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "CARRIED FORWARD" TO CNT-LABEL
           MOVE WS-RATES-CARRIED TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "MISSING - NOTHING TO CARRY" TO CNT-LABEL
           MOVE WS-RATES-MISSING TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE
           MOVE "FEED ROWS REFUSED" TO CNT-LABEL
           MOVE WS-RATES-REFUSED TO CNT-VALUE
           WRITE ADDRXRPT-LINE FROM COUNT-LINE.

      *    The ADDRATLD row is dated with the rate date, not the run
      *    date, because the batch asks for a clean load of the
      *    rates its feed date converts at; for the nightly load the
      *    two are the same day.
       3900-WRITE-RUN-STATUS.
           OPEN EXTEND ADDSTAT-FILE
           IF WS-ADDSTAT-STATUS = "35"
               OPEN OUTPUT ADDSTAT-FILE
           END-IF
           MOVE WS-RATE-DATE       TO ADDSTAT-PROC-DATE
           MOVE "ADDRATLD"         TO ADDSTAT-STEP
           MOVE WS-STEP-START-DATE TO ADDSTAT-START-DATE
           MOVE WS-STEP-START-TIME TO ADDSTAT-START-TIME
           ACCEPT ADDSTAT-END-DATE FROM DATE YYYYMMDD
           ACCEPT ADDSTAT-END-TIME FROM TIME
           MOVE WS-STEP-VERDICT    TO ADDSTAT-VERDICT
           WRITE ADDSTAT-RECORD
           CLOSE ADDSTAT-FILE.
         END PROGRAM ADDING_2_NUMBERS_RATELOAD.

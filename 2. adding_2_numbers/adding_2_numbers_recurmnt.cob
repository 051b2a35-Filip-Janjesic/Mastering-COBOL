       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_RECURMNT.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Interactive maintenance for the ADDREC recurring-entries
      *    master (indexed, keyed on entry ID) - the standing orders
      *    ADDING_2_NUMBERS_RECURGEN turns into a nightly "RECUR"
      *    feed for the merge, so rent reclasses, fixed allocations
      *    and monthly fees no longer have to be keyed upstream by
      *    hand every month.
      *
      *    Menu: A = add a new entry, C = change an entry's pair,
      *    schedule or dates, S = suspend an entry so the generator
      *    skips it, R = resume a suspended entry, L = look one up,
      *    X = exit.  Each entry carries the account (which must be
      *    active on ADDACCT), the operation ADD/SUB/MUL/DIV, NUM1
      *    and NUM2, the currency (blank = base), the frequency -
      *    D = daily, W = weekly on a weekday (1 = Monday through
      *    7 = Sunday), M = monthly on day N, E = month-end - and a
      *    start and optional end date.  Changing an entry never
      *    touches its last-generated date, so a change made after
      *    tonight's occurrence went out cannot produce it again.
      *    Every add and change stamps the supervisor's ID and the
      *    date on the entry.  The file is created on first use.
      *    A currency must be on the ADDCCY expected-currency list,
      *    the only currencies the batch holds rates for; without
      *    the list only base-currency entries can be keyed.
      *
      *    Maintenance requires a supervisor sign-on against the
      *    ADDOPER profile file; a refused sign-on is written to
      *    ADDLOG as a SGNF row like the other interactive programs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDREC-FILE ASSIGN TO "ADDREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDREC-ID
               FILE STATUS IS WS-ADDREC-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDOPER-FILE ASSIGN TO "ADDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDOPER-ID
               FILE STATUS IS WS-ADDOPER-STATUS.
           SELECT ADDLOG-FILE ASSIGN TO "ADDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-STATUS.
           SELECT ADDCCY-FILE ASSIGN TO "ADDCCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDCCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDREC-FILE.
           COPY ADDRECR.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDOPER-FILE.
           COPY ADDOPERR.
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.
       FD  ADDCCY-FILE.
           COPY ADDCCYR.

       WORKING-STORAGE SECTION.
           01  WS-ADDREC-STATUS       PIC XX.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDOPER-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-ADDCCY-STATUS       PIC XX.
           01  WS-OPERATOR-ID         PIC X(8).
           01  WS-SIGNON-REASON       PIC X(8).
           01  WS-ENTRY-ID            PIC X(8).
           01  WS-TODAY               PIC X(8).

           01  WS-ENTRY-INPUT         PIC X(15).
           01  WS-PROMPT-TEXT         PIC X(40).
           01  WS-NUMVAL-ERR          PIC 99.
           01  WS-NUMVAL-CHECK        PIC S9(15)V99.
           01  WS-DAY-WHOLE           PIC S9(15).
           01  WS-DAY-LIMIT           PIC 9(2).
           01  WS-DATE-INPUT          PIC X(8).
           01  WS-DATE-INPUT-N REDEFINES WS-DATE-INPUT PIC 9(8).

           01  WS-MENU-CHOICE         PIC X.
               88  WS-CHOICE-ADD          VALUE "A", "a".
               88  WS-CHOICE-CHANGE       VALUE "C", "c".
               88  WS-CHOICE-SUSPEND      VALUE "S", "s".
               88  WS-CHOICE-RESUME       VALUE "R", "r".
               88  WS-CHOICE-LOOKUP       VALUE "L", "l".
               88  WS-CHOICE-EXIT         VALUE "X", "x".

           01  WS-FREQ-CHOICE         PIC X.
               88  WS-FREQ-VALID          VALUE "D", "W", "M", "E".

           01  WS-SWITCHES.
               05  WS-DONE-SW         PIC X VALUE 'N'.
                   88  WS-MAINT-DONE         VALUE 'Y'.
               05  WS-FOUND-SW        PIC X VALUE 'N'.
                   88  WS-ENTRY-FOUND        VALUE 'Y'.
               05  WS-SIGNON-SW       PIC X VALUE 'N'.
                   88  WS-SIGNON-OK          VALUE 'Y'.
               05  WS-ACCT-OK-SW      PIC X VALUE 'N'.
                   88  WS-ACCOUNT-OK         VALUE 'Y'.
               05  WS-DATE-OK-SW      PIC X VALUE 'N'.
                   88  WS-DATE-OK            VALUE 'Y'.
               05  WS-CCY-OK-SW       PIC X VALUE 'N'.
                   88  WS-CURRENCY-OK        VALUE 'Y'.
               05  WS-CCY-EOF-SW      PIC X VALUE 'N'.
                   88  END-OF-ADDCCY         VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-CHANGES-MADE    PIC 9(5) VALUE ZERO.

      *    The expected currencies from ADDCCY.
           01  WS-CCY-TABLE.
               05  WS-CCY-COUNT       PIC 9(3) COMP VALUE ZERO.
               05  WS-CCY-ENTRY       OCCURS 50.
                   10  WS-CCY-CODE         PIC X(3).

           01  WS-CCY-SUB             PIC 9(3) COMP.
           01  WS-CCY-FOUND-SUB       PIC 9(3) COMP.

           01  SHOW-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

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

      *    Standing orders move money every night without anyone
      *    keying them, so setting one up is supervisor work; the
      *    sign-on convention matches ADDING_2_NUMBERS_ACCTMNT.
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

      *    Every entry's account is checked against ADDACCT as it is
      *    keyed - a standing order against a code the batch would
      *    reject is a nightly reject waiting to happen.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT ADDACCT-FILE
           IF WS-ADDACCT-STATUS = "35"
               DISPLAY "ERROR: NO ADDACCT ACCOUNT REFERENCE FILE - "
                   "RECURRING ENTRIES CANNOT BE MAINTAINED"
               MOVE 16 TO RETURN-CODE
               SET WS-MAINT-DONE TO TRUE
           ELSE
               OPEN I-O ADDREC-FILE
               IF WS-ADDREC-STATUS = "35"
                   OPEN OUTPUT ADDREC-FILE
                   CLOSE ADDREC-FILE
                   OPEN I-O ADDREC-FILE
               END-IF
               OPEN INPUT ADDCCY-FILE
               IF WS-ADDCCY-STATUS = "35"
                   DISPLAY "NO ADDCCY EXPECTED-CURRENCY LIST - ONLY "
                       "BASE-CURRENCY ENTRIES CAN BE KEYED"
               ELSE
                   PERFORM 1100-LOAD-ONE-CURRENCY UNTIL END-OF-ADDCCY
                   CLOSE ADDCCY-FILE
               END-IF
           END-IF.

       1100-LOAD-ONE-CURRENCY.
           READ ADDCCY-FILE
               AT END SET END-OF-ADDCCY TO TRUE
               NOT AT END
                   IF WS-CCY-COUNT < 50
                       ADD 1 TO WS-CCY-COUNT
                       MOVE ADDCCY-CURRENCY
                           TO WS-CCY-CODE (WS-CCY-COUNT)
                   END-IF
           END-READ.

       2000-RUN-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "RECURRING ENTRIES MAINTENANCE"
           DISPLAY "A = ADD  C = CHANGE  S = SUSPEND  R = RESUME  "
               "L = LOOKUP  X = EXIT"
           DISPLAY "Enter choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 2100-ADD-ENTRY
               WHEN WS-CHOICE-CHANGE
                   PERFORM 2200-CHANGE-ENTRY
               WHEN WS-CHOICE-SUSPEND
                   PERFORM 2300-SUSPEND-ENTRY
               WHEN WS-CHOICE-RESUME
                   PERFORM 2400-RESUME-ENTRY
               WHEN WS-CHOICE-LOOKUP
                   PERFORM 2500-LOOKUP-ENTRY
               WHEN WS-CHOICE-EXIT
                   SET WS-MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: INVALID CHOICE - RE-ENTER"
           END-EVALUATE.

       2100-ADD-ENTRY.
           PERFORM 2600-GET-ENTRY-ID
           PERFORM 2700-READ-ENTRY
           IF WS-ENTRY-FOUND
               DISPLAY "ERROR: ENTRY " WS-ENTRY-ID
                   " ALREADY EXISTS - USE C TO CHANGE IT"
           ELSE
               MOVE WS-ENTRY-ID TO ADDREC-ID
               PERFORM 2800-GET-ENTRY-DETAILS
               MOVE "A"            TO ADDREC-STATUS
               MOVE SPACES         TO ADDREC-LAST-GENERATED
               MOVE WS-OPERATOR-ID TO ADDREC-CHANGED-BY
               MOVE WS-TODAY       TO ADDREC-CHANGED-DATE
               WRITE ADDREC-RECORD
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "ENTRY " WS-ENTRY-ID " ADDED - ACTIVE"
           END-IF.

       2200-CHANGE-ENTRY.
           PERFORM 2600-GET-ENTRY-ID
           PERFORM 2700-READ-ENTRY
           IF WS-ENTRY-FOUND
               PERFORM 2550-SHOW-ENTRY
               DISPLAY "RE-KEY EVERY FIELD BELOW:"
               PERFORM 2800-GET-ENTRY-DETAILS
               MOVE WS-OPERATOR-ID TO ADDREC-CHANGED-BY
               MOVE WS-TODAY       TO ADDREC-CHANGED-DATE
               REWRITE ADDREC-RECORD
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "ENTRY " WS-ENTRY-ID " CHANGED"
           ELSE
               DISPLAY "ERROR: ENTRY " WS-ENTRY-ID " NOT ON FILE"
           END-IF.

       2300-SUSPEND-ENTRY.
           PERFORM 2600-GET-ENTRY-ID
           PERFORM 2700-READ-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   DISPLAY "ERROR: ENTRY " WS-ENTRY-ID " NOT ON FILE"
               WHEN ADDREC-SUSPENDED
                   DISPLAY "ERROR: ENTRY " WS-ENTRY-ID
                       " IS ALREADY SUSPENDED"
               WHEN OTHER
                   MOVE "S"            TO ADDREC-STATUS
                   MOVE WS-OPERATOR-ID TO ADDREC-CHANGED-BY
                   MOVE WS-TODAY       TO ADDREC-CHANGED-DATE
                   REWRITE ADDREC-RECORD
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "ENTRY " WS-ENTRY-ID " SUSPENDED - THE "
                       "GENERATOR WILL SKIP IT"
           END-EVALUATE.

       2400-RESUME-ENTRY.
           PERFORM 2600-GET-ENTRY-ID
           PERFORM 2700-READ-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   DISPLAY "ERROR: ENTRY " WS-ENTRY-ID " NOT ON FILE"
               WHEN ADDREC-ACTIVE
                   DISPLAY "ERROR: ENTRY " WS-ENTRY-ID
                       " IS NOT SUSPENDED"
               WHEN OTHER
                   MOVE "A"            TO ADDREC-STATUS
                   MOVE WS-OPERATOR-ID TO ADDREC-CHANGED-BY
                   MOVE WS-TODAY       TO ADDREC-CHANGED-DATE
                   REWRITE ADDREC-RECORD
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "ENTRY " WS-ENTRY-ID " RESUMED"
           END-EVALUATE.

       2500-LOOKUP-ENTRY.
           PERFORM 2600-GET-ENTRY-ID
           PERFORM 2700-READ-ENTRY
           IF WS-ENTRY-FOUND
               PERFORM 2550-SHOW-ENTRY
           ELSE
               DISPLAY "ENTRY " WS-ENTRY-ID " NOT ON FILE"
           END-IF.

       2550-SHOW-ENTRY.
           DISPLAY "ENTRY:          " ADDREC-ID
           DISPLAY "ACCOUNT:        " ADDREC-ACCOUNT
           DISPLAY "OPERATION:      " ADDREC-OPER
           MOVE ADDREC-NUM1 TO SHOW-AMOUNT
           DISPLAY "NUM1:           " SHOW-AMOUNT
           MOVE ADDREC-NUM2 TO SHOW-AMOUNT
           DISPLAY "NUM2:           " SHOW-AMOUNT
           DISPLAY "CURRENCY:       " ADDREC-CURRENCY
           DISPLAY "FREQUENCY:      " ADDREC-FREQUENCY
               "  DAY: " ADDREC-DAY
           DISPLAY "START DATE:     " ADDREC-START-DATE
           DISPLAY "END DATE:       " ADDREC-END-DATE
           DISPLAY "STATUS:         " ADDREC-STATUS
           DISPLAY "LAST GENERATED: " ADDREC-LAST-GENERATED
           DISPLAY "CHANGED BY:     " ADDREC-CHANGED-BY
               "  ON " ADDREC-CHANGED-DATE.

       2600-GET-ENTRY-ID.
           MOVE SPACES TO WS-ENTRY-ID
           PERFORM WITH TEST AFTER UNTIL WS-ENTRY-ID NOT = SPACES
               DISPLAY "Enter entry ID: "
               ACCEPT WS-ENTRY-ID
               IF WS-ENTRY-ID = SPACES
                   DISPLAY "ERROR: ENTRY ID CANNOT BE BLANK - "
                       "RE-ENTER"
               END-IF
           END-PERFORM.

       2700-READ-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-ENTRY-ID TO ADDREC-ID
           READ ADDREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-READ.

       2800-GET-ENTRY-DETAILS.
           PERFORM 2810-GET-ACCOUNT
           PERFORM 2820-GET-OPERATION
           MOVE "Enter NUM1: " TO WS-PROMPT-TEXT
           PERFORM 2900-GET-VALID-AMOUNT
           MOVE FUNCTION NUMVAL(WS-ENTRY-INPUT) TO ADDREC-NUM1
           MOVE "Enter NUM2: " TO WS-PROMPT-TEXT
           PERFORM 2900-GET-VALID-AMOUNT
           MOVE FUNCTION NUMVAL(WS-ENTRY-INPUT) TO ADDREC-NUM2
           PERFORM 2825-GET-CURRENCY
           PERFORM 2830-GET-FREQUENCY
           PERFORM 2840-GET-DATES.

       2810-GET-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-ACCOUNT-OK
               DISPLAY "Enter account code: "
               ACCEPT ADDREC-ACCOUNT
               MOVE ADDREC-ACCOUNT TO ADDACCT-ACCOUNT
               READ ADDACCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR: ACCOUNT NOT ON ADDACCT - "
                           "RE-ENTER"
                   NOT INVALID KEY
                       IF ADDACCT-CLOSED
                           DISPLAY "ERROR: ACCOUNT IS CLOSED - "
                               "RE-ENTER"
                       ELSE
                           SET WS-ACCOUNT-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2820-GET-OPERATION.
           MOVE SPACES TO ADDREC-OPER
           PERFORM WITH TEST AFTER
                   UNTIL ADDREC-OPER = "ADD" OR "SUB" OR "MUL"
                       OR "DIV"
               DISPLAY "Enter operation (ADD/SUB/MUL/DIV, "
                   "blank = ADD): "
               ACCEPT ADDREC-OPER
               IF ADDREC-OPER = SPACES
                   MOVE "ADD" TO ADDREC-OPER
               END-IF
               IF ADDREC-OPER NOT = "ADD" AND "SUB" AND "MUL"
                       AND "DIV"
                   DISPLAY "ERROR: OPERATION MUST BE ADD, SUB, MUL "
                       "OR DIV - RE-ENTER"
               END-IF
           END-PERFORM.

      *    A foreign currency the batch holds no rates for would
      *    reject every night, so only ADDCCY currencies are taken.
       2825-GET-CURRENCY.
           MOVE 'N' TO WS-CCY-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-CURRENCY-OK
               DISPLAY "Enter currency (blank = base): "
               ACCEPT ADDREC-CURRENCY
               IF ADDREC-CURRENCY = SPACES
                   SET WS-CURRENCY-OK TO TRUE
               ELSE
                   MOVE ZERO TO WS-CCY-FOUND-SUB
                   PERFORM 2826-SCAN-CURRENCIES
                       VARYING WS-CCY-SUB FROM 1 BY 1
                       UNTIL WS-CCY-SUB > WS-CCY-COUNT
                           OR WS-CCY-FOUND-SUB > ZERO
                   IF WS-CCY-FOUND-SUB = ZERO
                       DISPLAY "ERROR: CURRENCY NOT ON ADDCCY - "
                           "RE-ENTER"
                   ELSE
                       SET WS-CURRENCY-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2826-SCAN-CURRENCIES.
           IF WS-CCY-CODE (WS-CCY-SUB) = ADDREC-CURRENCY
               MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
           END-IF.

      *    Weekly entries need a weekday and monthly ones a day of
      *    the month; daily and month-end entries carry day zero.
       2830-GET-FREQUENCY.
           MOVE SPACE TO WS-FREQ-CHOICE
           PERFORM WITH TEST AFTER UNTIL WS-FREQ-VALID
               DISPLAY "D = DAILY  W = WEEKLY  M = MONTHLY ON DAY N  "
                   "E = MONTH-END"
               DISPLAY "Enter frequency: "
               ACCEPT WS-FREQ-CHOICE
               IF NOT WS-FREQ-VALID
                   DISPLAY "ERROR: FREQUENCY MUST BE D, W, M OR E - "
                       "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-FREQ-CHOICE TO ADDREC-FREQUENCY
           MOVE ZERO TO ADDREC-DAY
           EVALUATE TRUE
               WHEN ADDREC-WEEKLY
                   MOVE 7 TO WS-DAY-LIMIT
                   MOVE "Enter weekday (1 = MON ... 7 = SUN): "
                       TO WS-PROMPT-TEXT
                   PERFORM 2850-GET-DAY
               WHEN ADDREC-MONTHLY
                   MOVE 31 TO WS-DAY-LIMIT
                   MOVE "Enter day of month (1-31): "
                       TO WS-PROMPT-TEXT
                   PERFORM 2850-GET-DAY
           END-EVALUATE.

       2840-GET-DATES.
           MOVE 'N' TO WS-DATE-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-DATE-OK
               DISPLAY "Enter start date (YYYYMMDD, blank = today): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE WS-TODAY TO WS-DATE-INPUT
               END-IF
               PERFORM 2950-VALIDATE-DATE
           END-PERFORM
           MOVE WS-DATE-INPUT TO ADDREC-START-DATE
           MOVE 'N' TO WS-DATE-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-DATE-OK
               DISPLAY "Enter end date (YYYYMMDD, blank = none): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   SET WS-DATE-OK TO TRUE
               ELSE
                   PERFORM 2950-VALIDATE-DATE
                   IF WS-DATE-OK
                           AND WS-DATE-INPUT < ADDREC-START-DATE
                       DISPLAY "ERROR: END DATE IS BEFORE THE START "
                           "DATE - RE-ENTER"
                       MOVE 'N' TO WS-DATE-OK-SW
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DATE-INPUT TO ADDREC-END-DATE.

      *    The keyed value is checked whole before it goes near the
      *    two-digit day, so 131 or -5 is refused rather than kept
      *    as 31 or 5, and so is a fraction.
       2850-GET-DAY.
           PERFORM WITH TEST AFTER
                   UNTIL ADDREC-DAY > ZERO
               PERFORM 2900-GET-VALID-AMOUNT
               MOVE WS-NUMVAL-CHECK TO WS-DAY-WHOLE
               IF WS-NUMVAL-CHECK < 1
                       OR WS-NUMVAL-CHECK > WS-DAY-LIMIT
                       OR WS-NUMVAL-CHECK NOT = WS-DAY-WHOLE
                   DISPLAY "ERROR: DAY MUST BE A WHOLE NUMBER 1 TO "
                       WS-DAY-LIMIT " - RE-ENTER"
               ELSE
                   MOVE WS-DAY-WHOLE TO ADDREC-DAY
               END-IF
           END-PERFORM.

       2900-GET-VALID-AMOUNT.
           MOVE SPACES TO WS-ENTRY-INPUT
           PERFORM WITH TEST AFTER
                   UNTIL WS-ENTRY-INPUT NOT = SPACES
                       AND WS-NUMVAL-ERR = ZERO
               DISPLAY WS-PROMPT-TEXT
               ACCEPT WS-ENTRY-INPUT
               PERFORM 2910-VALIDATE-AMOUNT
           END-PERFORM.

       2910-VALIDATE-AMOUNT.
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
                   IF FUNCTION ABS(WS-NUMVAL-CHECK) > 999999999.99
                       DISPLAY "ERROR: ENTRY EXCEEDS MAXIMUM OF "
                           "999999999.99 - RE-ENTER"
                       MOVE 1 TO WS-NUMVAL-ERR
                   END-IF
               END-IF
           END-IF.

       2950-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-DATE-INPUT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT-N) = ZERO
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF
           IF NOT WS-DATE-OK
               DISPLAY "ERROR: DATE MUST BE YYYYMMDD - RE-ENTER"
           END-IF.

       3000-TERMINATE.
           IF WS-SIGNON-OK AND WS-ADDACCT-STATUS NOT = "35"
               CLOSE ADDREC-FILE
               CLOSE ADDACCT-FILE
               DISPLAY "ADDING_2_NUMBERS_RECURMNT: " WS-CHANGES-MADE
                   " change(s) applied"
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_RECURMNT.

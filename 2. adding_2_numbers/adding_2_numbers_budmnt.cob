       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_BUDMNT.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Interactive maintenance for the ADDBUD budget master
      *    (indexed, keyed on account and YYYYMM period), for the
      *    corrections and late revisions finance does not want to
      *    send a whole budget file for.
      *
      *    Menu: S = set the budgeted movement for an account and
      *    period (adds it, or replaces what is held), D = delete a
      *    budget, L = list an account's budgets for a year with the
      *    year's total, X = exit.  The account must be on ADDACCT.
      *    Every budget set here is stamped with the supervisor's ID,
      *    the date and source "S", so a keyed figure can always be
      *    told from a loaded one.  The file is created on first
      *    use.
      *
      *    Maintenance requires a supervisor sign-on against the
      *    ADDOPER profile file; a refused sign-on is written to
      *    ADDLOG as a SGNF row like the other interactive programs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC access: keyed reads for set and delete, a START
      *    and sequential reads to list an account's year.
           SELECT ADDBUD-FILE ASSIGN TO "ADDBUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDBUD-KEY
               FILE STATUS IS WS-ADDBUD-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ADDBUD-FILE.
           COPY ADDBUDR.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDOPER-FILE.
           COPY ADDOPERR.
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.

       WORKING-STORAGE SECTION.
           01  WS-ADDBUD-STATUS       PIC XX.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDOPER-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-OPERATOR-ID         PIC X(8).
           01  WS-SIGNON-REASON       PIC X(8).
           01  WS-ACCOUNT             PIC X(8).
           01  WS-TODAY               PIC X(8).
           01  WS-LIST-YEAR           PIC X(4).
           01  WS-YEAR-TOTAL          PIC S9(13)V99.
           01  WS-PERIOD-INPUT        PIC X(6).
           01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-INPUT.
               05  WS-PERIOD-YYYY     PIC X(4).
               05  WS-PERIOD-MM       PIC X(2).

           01  WS-ENTRY-INPUT         PIC X(20).
           01  WS-NUMVAL-ERR          PIC 99.
           01  WS-NUMVAL-CHECK        PIC S9(15)V99.

           01  WS-MENU-CHOICE         PIC X.
               88  WS-CHOICE-SET          VALUE "S", "s".
               88  WS-CHOICE-DELETE       VALUE "D", "d".
               88  WS-CHOICE-LIST         VALUE "L", "l".
               88  WS-CHOICE-EXIT         VALUE "X", "x".

           01  WS-CONFIRM             PIC X.
               88  WS-CONFIRMED           VALUE "Y", "y".

           01  WS-SWITCHES.
               05  WS-DONE-SW         PIC X VALUE 'N'.
                   88  WS-MAINT-DONE         VALUE 'Y'.
               05  WS-FOUND-SW        PIC X VALUE 'N'.
                   88  WS-BUDGET-FOUND       VALUE 'Y'.
               05  WS-SIGNON-SW       PIC X VALUE 'N'.
                   88  WS-SIGNON-OK          VALUE 'Y'.
               05  WS-ACCT-OK-SW      PIC X VALUE 'N'.
                   88  WS-ACCOUNT-OK         VALUE 'Y'.
               05  WS-PERIOD-OK-SW    PIC X VALUE 'N'.
                   88  WS-PERIOD-OK          VALUE 'Y'.
               05  WS-LIST-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-LIST           VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-CHANGES-MADE    PIC 9(5) VALUE ZERO.
               05  WS-LIST-COUNT      PIC 9(3) VALUE ZERO.

           01  SHOW-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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

      *    The plan managers are measured against is supervisor
      *    work; the sign-on convention matches ADDING_2_NUMBERS
      *    _ACCTMNT.
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

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT ADDACCT-FILE
           IF WS-ADDACCT-STATUS = "35"
               DISPLAY "ERROR: NO ADDACCT ACCOUNT REFERENCE FILE - "
                   "BUDGETS CANNOT BE MAINTAINED"
               MOVE 16 TO RETURN-CODE
               SET WS-MAINT-DONE TO TRUE
           ELSE
               OPEN I-O ADDBUD-FILE
               IF WS-ADDBUD-STATUS = "35"
                   OPEN OUTPUT ADDBUD-FILE
                   CLOSE ADDBUD-FILE
                   OPEN I-O ADDBUD-FILE
               END-IF
           END-IF.

       2000-RUN-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "BUDGET MAINTENANCE"
           DISPLAY "S = SET  D = DELETE  L = LIST YEAR  X = EXIT"
           DISPLAY "Enter choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-CHOICE-SET
                   PERFORM 2100-SET-BUDGET
               WHEN WS-CHOICE-DELETE
                   PERFORM 2200-DELETE-BUDGET
               WHEN WS-CHOICE-LIST
                   PERFORM 2300-LIST-YEAR
               WHEN WS-CHOICE-EXIT
                   SET WS-MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: INVALID CHOICE - RE-ENTER"
           END-EVALUATE.

       2100-SET-BUDGET.
           PERFORM 2600-GET-ACCOUNT
           PERFORM 2700-GET-PERIOD
           PERFORM 2800-READ-BUDGET
           IF WS-BUDGET-FOUND
               MOVE ADDBUD-AMOUNT TO SHOW-AMOUNT
               DISPLAY "CURRENT BUDGET: " SHOW-AMOUNT "  ("
                   ADDBUD-SOURCE " " ADDBUD-CHANGED-BY " "
                   ADDBUD-CHANGED-DATE ")"
           END-IF
           PERFORM 2900-GET-AMOUNT
           MOVE WS-NUMVAL-CHECK TO ADDBUD-AMOUNT
           MOVE "S"             TO ADDBUD-SOURCE
           MOVE WS-OPERATOR-ID  TO ADDBUD-CHANGED-BY
           MOVE WS-TODAY        TO ADDBUD-CHANGED-DATE
           IF WS-BUDGET-FOUND
               REWRITE ADDBUD-RECORD
               DISPLAY "BUDGET " WS-ACCOUNT " " WS-PERIOD-INPUT
                   " REPLACED"
           ELSE
               WRITE ADDBUD-RECORD
               DISPLAY "BUDGET " WS-ACCOUNT " " WS-PERIOD-INPUT
                   " ADDED"
           END-IF
           ADD 1 TO WS-CHANGES-MADE.

       2200-DELETE-BUDGET.
           PERFORM 2600-GET-ACCOUNT
           PERFORM 2700-GET-PERIOD
           PERFORM 2800-READ-BUDGET
           IF WS-BUDGET-FOUND
               MOVE ADDBUD-AMOUNT TO SHOW-AMOUNT
               DISPLAY "CURRENT BUDGET: " SHOW-AMOUNT
               DISPLAY "Delete this budget (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                   DELETE ADDBUD-FILE
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "BUDGET " WS-ACCOUNT " " WS-PERIOD-INPUT
                       " DELETED"
               ELSE
                   DISPLAY "BUDGET NOT DELETED"
               END-IF
           ELSE
               DISPLAY "ERROR: NO BUDGET FOR " WS-ACCOUNT " "
                   WS-PERIOD-INPUT
           END-IF.

       2300-LIST-YEAR.
           PERFORM 2600-GET-ACCOUNT
           MOVE SPACES TO WS-LIST-YEAR
           PERFORM WITH TEST AFTER UNTIL WS-LIST-YEAR IS NUMERIC
               DISPLAY "Enter year (YYYY): "
               ACCEPT WS-LIST-YEAR
               IF WS-LIST-YEAR IS NOT NUMERIC
                   DISPLAY "ERROR: YEAR MUST BE YYYY - RE-ENTER"
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-YEAR-TOTAL
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE WS-ACCOUNT   TO ADDBUD-ACCOUNT
           MOVE WS-LIST-YEAR TO ADDBUD-PERIOD(1:4)
           MOVE "00"         TO ADDBUD-PERIOD(5:2)
           START ADDBUD-FILE KEY IS NOT LESS THAN ADDBUD-KEY
               INVALID KEY SET END-OF-LIST TO TRUE
           END-START
           PERFORM 2350-LIST-ONE-BUDGET UNTIL END-OF-LIST
           MOVE WS-YEAR-TOTAL TO SHOW-AMOUNT
           DISPLAY WS-LIST-COUNT " PERIOD(S) BUDGETED, YEAR TOTAL "
               SHOW-AMOUNT.

       2350-LIST-ONE-BUDGET.
           READ ADDBUD-FILE NEXT
               AT END SET END-OF-LIST TO TRUE
               NOT AT END
                   IF ADDBUD-ACCOUNT NOT = WS-ACCOUNT
                           OR ADDBUD-PERIOD(1:4) NOT = WS-LIST-YEAR
                       SET END-OF-LIST TO TRUE
                   ELSE
                       MOVE ADDBUD-AMOUNT TO SHOW-AMOUNT
                       DISPLAY ADDBUD-PERIOD "  " SHOW-AMOUNT "  "
                           ADDBUD-SOURCE " " ADDBUD-CHANGED-BY " "
                           ADDBUD-CHANGED-DATE
                       ADD ADDBUD-AMOUNT TO WS-YEAR-TOTAL
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       2600-GET-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-ACCOUNT-OK
               DISPLAY "Enter account code: "
               ACCEPT WS-ACCOUNT
               MOVE WS-ACCOUNT TO ADDACCT-ACCOUNT
               READ ADDACCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR: ACCOUNT NOT ON ADDACCT - "
                           "RE-ENTER"
                   NOT INVALID KEY
                       SET WS-ACCOUNT-OK TO TRUE
               END-READ
           END-PERFORM.

       2700-GET-PERIOD.
           MOVE 'N' TO WS-PERIOD-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-PERIOD-OK
               DISPLAY "Enter period (YYYYMM): "
               ACCEPT WS-PERIOD-INPUT
               IF WS-PERIOD-INPUT IS NUMERIC
                       AND WS-PERIOD-MM >= "01"
                       AND WS-PERIOD-MM <= "12"
                   SET WS-PERIOD-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: PERIOD MUST BE YYYYMM - RE-ENTER"
               END-IF
           END-PERFORM.

       2800-READ-BUDGET.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-ACCOUNT      TO ADDBUD-ACCOUNT
           MOVE WS-PERIOD-INPUT TO ADDBUD-PERIOD
           READ ADDBUD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BUDGET-FOUND TO TRUE
           END-READ.

      *    A budget is a signed movement and may be zero (a month
      *    planned to be quiet is still a plan).
       2900-GET-AMOUNT.
           MOVE SPACES TO WS-ENTRY-INPUT
           PERFORM WITH TEST AFTER
                   UNTIL WS-ENTRY-INPUT NOT = SPACES
                       AND WS-NUMVAL-ERR = ZERO
               DISPLAY "Enter budgeted movement: "
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
                   IF FUNCTION ABS(WS-NUMVAL-CHECK)
                           > 9999999999999.99
                       DISPLAY "ERROR: ENTRY EXCEEDS MAXIMUM OF "
                           "9999999999999.99 - RE-ENTER"
                       MOVE 1 TO WS-NUMVAL-ERR
                   END-IF
               END-IF
           END-IF.

       3000-TERMINATE.
           IF WS-SIGNON-OK AND WS-ADDACCT-STATUS NOT = "35"
               CLOSE ADDBUD-FILE
               CLOSE ADDACCT-FILE
               DISPLAY "ADDING_2_NUMBERS_BUDMNT: " WS-CHANGES-MADE
                   " change(s) applied"
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_BUDMNT.

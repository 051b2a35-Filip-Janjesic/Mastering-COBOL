       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_UNUSUAL.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Nightly unusual-activity report comparing the day's ADDOUT
      *    totals with each account's own ADDHIST posting history.
      *    The ADDLIM limits catch one huge pair; this catches the
      *    pattern no single pair shows.  Four rules, each judged
      *    per account:
      *
      *        CNT   the day's posting count is more than three
      *              times the account's average for a day it
      *              posted over the trailing window (and at least
      *              five postings, so a quiet account posting twice
      *              is not news);
      *        NET   the day's net amount, either sign, is more than
      *              three times the account's average net amount for
      *              a day it posted in the window;
      *        REPT  the same account, operation and amount total
      *              posted on at least two earlier days in the
      *              window as well as today;
      *        DORM  the account had not posted for at least the
      *              dormancy threshold before today - or, with no
      *              earlier posting on ADDHIST at all, had been open
      *              on ADDACCT that long, the same aging as ADDING_2
      *              _NUMBERS_DORMANT.
      *
      *    Every flag goes to the ADDURPT report with the account,
      *    the day's figure, the figure it was compared with and
      *    the rule that fired, and to the ADDUNEX exceptions file
      *    that ADDING_2_NUMBERS_EODRPT counts for the date.  The
      *    run writes an ADDUNUS row to ADDSTAT: OK with nothing
      *    flagged, EXCEPTN (RETURN-CODE 8) otherwise.
      *
      *    Only history dated before the processing date counts,
      *    so the report reads the same whether it runs before or
      *    after ADDING_2_NUMBERS_POST has added the day to ADDHIST.
      *
      *    PARM='YYYYMMDD,WW,DDD': processing date (default today),
      *    trailing window in weeks (default 8, at most 52) and
      *    dormancy threshold in days (default 90, as ADDING_2
      *    _NUMBERS_DORMANT); any of them may be left empty, e.g.
      *    PARM=',12'.  No ADDOUT, a bad PARM or more accounts or
      *    totals than the tables hold is RETURN-CODE 16.  A
      *    processing date that is not a real date writes no ADDUNUS
      *    row at all - there is no date to put it against, and a
      *    row for any other date would mask that date's verdict.
      *    No ADDACCT only means an account that has never posted
      *    cannot be aged; the run says so and carries on.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDOUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-STATUS.
           SELECT ADDHIST-FILE ASSIGN TO "ADDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDHIST-STATUS.
           SELECT ADDUNEX-FILE ASSIGN TO "ADDUNEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDUNEX-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDSTAT-FILE ASSIGN TO "ADDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDSTAT-STATUS.
           SELECT ADDURPT-FILE ASSIGN TO "ADDURPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDOUT-FILE.
           COPY ADDOUT.
       FD  ADDHIST-FILE.
           COPY ADDHISTR.
       FD  ADDUNEX-FILE.
           COPY ADDUNEXR.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDSTAT-FILE.
           COPY ADDSTATR.
       FD  ADDURPT-FILE.
           01  ADDURPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDOUT-STATUS       PIC XX VALUE SPACES.
           01  WS-ADDHIST-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDUNEX-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDACCT-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDSTAT-STATUS      PIC XX VALUE SPACES.
           01  WS-STEP-START-DATE     PIC X(8).
           01  WS-STEP-START-TIME     PIC X(6).
           01  WS-STEP-VERDICT        PIC X(8).
           01  WS-UNUSUAL-PARM        PIC X(20).
           01  WS-PARM-DATE           PIC X(8).
           01  WS-PARM-WEEKS          PIC X(5).
           01  WS-PARM-DAYS           PIC X(5).
           01  WS-RUN-DATE            PIC X(8).
           01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).
           01  WS-WINDOW-START        PIC X(8).
           01  WS-WINDOW-START-N REDEFINES WS-WINDOW-START
                                      PIC 9(8).
           01  WS-AGE-DATE            PIC X(8).
           01  WS-AGE-DATE-N REDEFINES WS-AGE-DATE
                                      PIC 9(8).
           01  WS-WEEKS               PIC 9(3) VALUE 8.
           01  WS-DORMANT-DAYS        PIC 9(5) VALUE 90.
           01  WS-DAYS-IDLE           PIC 9(5).
           01  WS-AVERAGE             PIC S9(13)V99.
           01  WS-LIMIT               PIC S9(15)V99.
           01  WS-ABS-AMOUNT          PIC S9(13)V99.
           01  WS-RULE-TEXT           PIC X(20).

      *    "Far outside" the account's own history: more than this
      *    many times its trailing average, and for the count rule
      *    at least the minimum number of postings in the day.
           01  WS-OUTLIER-FACTOR      PIC 9(3) VALUE 3.
           01  WS-MIN-DAY-COUNT       PIC 9(5) VALUE 5.
           01  WS-MIN-REPEAT-DAYS     PIC 9(3) VALUE 2.

           01  WS-SWITCHES.
               05  WS-OUT-EOF-SW      PIC X VALUE 'N'.
                   88  END-OF-ADDOUT         VALUE 'Y'.
               05  WS-HIST-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDHIST        VALUE 'Y'.
               05  WS-ABORT-SW        PIC X VALUE 'N'.
                   88  WS-RUN-ABORTED        VALUE 'Y'.
               05  WS-ADDOUT-SW       PIC X VALUE 'N'.
                   88  WS-ADDOUT-OPEN        VALUE 'Y'.
               05  WS-ADDHIST-SW      PIC X VALUE 'N'.
                   88  WS-ADDHIST-OPEN       VALUE 'Y'.
               05  WS-ADDUNEX-SW      PIC X VALUE 'N'.
                   88  WS-ADDUNEX-OPEN       VALUE 'Y'.
               05  WS-ADDACCT-SW      PIC X VALUE 'N'.
                   88  WS-ADDACCT-OPEN       VALUE 'Y'.
               05  WS-DATE-OK-SW      PIC X VALUE 'N'.
                   88  WS-RUN-DATE-VALID     VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-OUT-READ        PIC 9(7) VALUE ZERO.
               05  WS-HIST-READ       PIC 9(7) VALUE ZERO.
               05  WS-HIST-USED       PIC 9(7) VALUE ZERO.
               05  WS-FLAG-COUNT      PIC 9(7) VALUE ZERO.
               05  WS-CNT-FLAGS       PIC 9(7) VALUE ZERO.
               05  WS-NET-FLAGS       PIC 9(7) VALUE ZERO.
               05  WS-REPT-FLAGS      PIC 9(7) VALUE ZERO.
               05  WS-DORM-FLAGS      PIC 9(7) VALUE ZERO.

      *    One slot per account posting today: the day's figures
      *    from ADDOUT, and from ADDHIST the window's posting count,
      *    the number of days it posted and the sum of those days'
      *    net amounts taken without sign, built a day at a time
      *    (HST-DAY-DATE/-NET hold the day being summed), plus the
      *    last date it posted before today.
           01  WS-ACCT-TABLE.
               05  WS-ACCT-COUNT      PIC 9(5) COMP VALUE ZERO.
               05  WS-ACCT-ENTRY      OCCURS 5000.
                   10  WS-ACT-ACCOUNT      PIC X(8).
                   10  WS-ACT-DAY-COUNT    PIC 9(7).
                   10  WS-ACT-DAY-NET      PIC S9(13)V99.
                   10  WS-ACT-HST-COUNT    PIC 9(7).
                   10  WS-ACT-HST-DAYS     PIC 9(5).
                   10  WS-ACT-HST-ABS-NET  PIC S9(15)V99.
                   10  WS-ACT-HST-DAY-DATE PIC X(8).
                   10  WS-ACT-HST-DAY-NET  PIC S9(13)V99.
                   10  WS-ACT-LAST-POSTED  PIC X(8).

      *    One slot per distinct account/operation/amount total
      *    posting today, with the earlier days in the window the
      *    same total posted.
           01  WS-TOTAL-TABLE.
               05  WS-TOT-COUNT       PIC 9(5) COMP VALUE ZERO.
               05  WS-TOT-ENTRY       OCCURS 5000.
                   10  WS-TOT-ACCOUNT      PIC X(8).
                   10  WS-TOT-OPER         PIC X(3).
                   10  WS-TOT-AMOUNT       PIC S9(9)V99.
                   10  WS-TOT-PRIOR-DAYS   PIC 9(5).
                   10  WS-TOT-LAST-DATE    PIC X(8).

           01  WS-ACCT-SUB            PIC 9(5) COMP.
           01  WS-ACCT-FOUND-SUB      PIC 9(5) COMP.
           01  WS-TOT-SUB             PIC 9(5) COMP.
           01  WS-TOT-FOUND-SUB       PIC 9(5) COMP.
           01  WS-SEARCH-ACCOUNT      PIC X(8).
           01  WS-SEARCH-OPER         PIC X(3).
           01  WS-SEARCH-AMOUNT       PIC S9(9)V99.

           01  HDR1-LINE.
               05  FILLER             PIC X(32) VALUE
                       "UNUSUAL ACTIVITY REPORT - DATE  ".
               05  HDR1-DATE          PIC X(8).
               05  FILLER             PIC X(11) VALUE
                       "   WINDOW  ".
               05  HDR1-WEEKS         PIC ZZ9.
               05  FILLER             PIC X(16) VALUE
                       " WEEKS  DORMANT ".
               05  HDR1-DAYS          PIC ZZZZ9.
               05  FILLER             PIC X(5)  VALUE " DAYS".

           01  HDR2-LINE.
               05  FILLER             PIC X(9)  VALUE "ACCOUNT".
               05  FILLER             PIC X(21) VALUE "RULE".
               05  FILLER             PIC X(18) VALUE
                       "        DAY FIGURE".
               05  FILLER             PIC X(18) VALUE
                       "     COMPARED WITH".
               05  FILLER             PIC X(9)  VALUE " REF DATE".

           01  FLAG-LINE.
               05  FLG-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1).
               05  FLG-RULE-TEXT      PIC X(20).
               05  FILLER             PIC X(1).
               05  FLG-DAY-FIGURE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1).
               05  FLG-COMPARED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1).
               05  FLG-REF-DATE       PIC X(8).

           01  KEY-LINE.
               05  KEY-TEXT           PIC X(78).

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
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-LOAD-ONE-TOTAL UNTIL END-OF-ADDOUT
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2500-OPEN-HISTORY
               PERFORM 3000-SCAN-ONE-HISTORY UNTIL END-OF-ADDHIST
               PERFORM 4000-JUDGE-ONE-ACCOUNT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM 4500-JUDGE-ONE-TOTAL
                   VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-TOT-COUNT
           END-IF
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE WS-STEP-START-DATE TO WS-RUN-DATE
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-UNUSUAL-PARM
               PERFORM 1050-PARSE-PARM
           END-IF
           IF WS-RUN-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-N) = ZERO
                   SET WS-RUN-DATE-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-DATE-VALID
               DISPLAY "ADDING_2_NUMBERS_UNUSUAL: DATE "
                   WS-RUN-DATE " IS NOT A VALID YYYYMMDD - "
                   "RUN REFUSED"
               PERFORM 1900-ABORT-RUN
           END-IF
           OPEN OUTPUT ADDURPT-FILE
           MOVE WS-RUN-DATE     TO HDR1-DATE
           MOVE WS-WEEKS        TO HDR1-WEEKS
           MOVE WS-DORMANT-DAYS TO HDR1-DAYS
           WRITE ADDURPT-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDURPT-LINE
           WRITE ADDURPT-LINE
           WRITE ADDURPT-LINE FROM HDR2-LINE
           MOVE SPACES TO ADDURPT-LINE
           WRITE ADDURPT-LINE
           IF NOT WS-RUN-ABORTED
               COMPUTE WS-WINDOW-START-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                       - WS-WEEKS * 7)
               PERFORM 1100-OPEN-FILES
           END-IF.

      *    Positional: date, weeks, days - an empty field keeps its
      *    default.
       1050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-DATE
           MOVE SPACES TO WS-PARM-WEEKS
           MOVE SPACES TO WS-PARM-DAYS
           UNSTRING WS-UNUSUAL-PARM DELIMITED BY ","
               INTO WS-PARM-DATE WS-PARM-WEEKS WS-PARM-DAYS
           END-UNSTRING
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           END-IF
           IF WS-PARM-WEEKS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-WEEKS) = ZERO
                   MOVE FUNCTION NUMVAL(WS-PARM-WEEKS) TO WS-WEEKS
               ELSE
                   MOVE ZERO TO WS-WEEKS
               END-IF
               IF WS-WEEKS = ZERO OR WS-WEEKS > 52
                   DISPLAY "ADDING_2_NUMBERS_UNUSUAL: WINDOW "
                       WS-PARM-WEEKS " IS NOT 1 TO 52 WEEKS - "
                       "RUN REFUSED"
                   MOVE 8 TO WS-WEEKS
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF
           IF WS-PARM-DAYS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-DAYS) = ZERO
                   MOVE FUNCTION NUMVAL(WS-PARM-DAYS)
                       TO WS-DORMANT-DAYS
               ELSE
                   MOVE ZERO TO WS-DORMANT-DAYS
               END-IF
               IF WS-DORMANT-DAYS = ZERO
                   DISPLAY "ADDING_2_NUMBERS_UNUSUAL: THRESHOLD "
                       WS-PARM-DAYS " IS NOT A NUMBER OF DAYS - "
                       "RUN REFUSED"
                   MOVE 90 TO WS-DORMANT-DAYS
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF.

      *    Without the day's ADDOUT there is nothing to judge.
      *    Each file is marked open as it opens, so the end of the
      *    run closes exactly what a refusal at any point left open.
       1100-OPEN-FILES.
           OPEN INPUT ADDOUT-FILE
           IF WS-ADDOUT-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_UNUSUAL: NO ADDOUT DAILY "
                   "TOTALS - RUN REFUSED"
               PERFORM 1900-ABORT-RUN
           ELSE
               SET WS-ADDOUT-OPEN TO TRUE
               OPEN OUTPUT ADDUNEX-FILE
               SET WS-ADDUNEX-OPEN TO TRUE
               OPEN INPUT ADDACCT-FILE
               IF WS-ADDACCT-STATUS = "35"
                   DISPLAY "ADDING_2_NUMBERS_UNUSUAL: NO ADDACCT "
                       "REFERENCE FILE - NEVER-POSTED ACCOUNTS "
                       "NOT AGED"
               ELSE
                   SET WS-ADDACCT-OPEN TO TRUE
               END-IF
           END-IF.

       1900-ABORT-RUN.
           SET WS-RUN-ABORTED TO TRUE
           MOVE 16 TO RETURN-CODE.

       2000-LOAD-ONE-TOTAL.
           READ ADDOUT-FILE
               AT END SET END-OF-ADDOUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUT-READ
                   PERFORM 2100-ADD-TO-ACCOUNT
                   IF NOT WS-RUN-ABORTED
                       PERFORM 2200-ADD-TO-TOTALS
                   END-IF
                   IF WS-RUN-ABORTED
                       SET END-OF-ADDOUT TO TRUE
                   END-IF
           END-READ.

       2100-ADD-TO-ACCOUNT.
           MOVE ADDOUT-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND-SUB = ZERO
               IF WS-ACCT-COUNT < 5000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-SUB
                   INITIALIZE WS-ACCT-ENTRY (WS-ACCT-FOUND-SUB)
                   MOVE ADDOUT-ACCOUNT
                       TO WS-ACT-ACCOUNT (WS-ACCT-FOUND-SUB)
               ELSE
                   DISPLAY "ADDING_2_NUMBERS_UNUSUAL: MORE THAN 5000 "
                       "ACCOUNTS IN ADDOUT - RUN REFUSED"
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF
           IF NOT WS-RUN-ABORTED
               ADD 1 TO WS-ACT-DAY-COUNT (WS-ACCT-FOUND-SUB)
               ADD ADDOUT-BASE-TOTAL
                   TO WS-ACT-DAY-NET (WS-ACCT-FOUND-SUB)
           END-IF.

      *    The same total twice in one day is one total here; the
      *    rule is about the same total coming back day after day.
       2200-ADD-TO-TOTALS.
           MOVE ADDOUT-ACCOUNT    TO WS-SEARCH-ACCOUNT
           MOVE ADDOUT-OPER       TO WS-SEARCH-OPER
           MOVE ADDOUT-BASE-TOTAL TO WS-SEARCH-AMOUNT
           PERFORM 2950-FIND-TOTAL
           IF WS-TOT-FOUND-SUB = ZERO
               IF WS-TOT-COUNT < 5000
                   ADD 1 TO WS-TOT-COUNT
                   MOVE ADDOUT-ACCOUNT
                       TO WS-TOT-ACCOUNT (WS-TOT-COUNT)
                   MOVE ADDOUT-OPER  TO WS-TOT-OPER (WS-TOT-COUNT)
                   MOVE ADDOUT-BASE-TOTAL
                       TO WS-TOT-AMOUNT (WS-TOT-COUNT)
                   MOVE ZERO   TO WS-TOT-PRIOR-DAYS (WS-TOT-COUNT)
                   MOVE SPACES TO WS-TOT-LAST-DATE (WS-TOT-COUNT)
               ELSE
                   DISPLAY "ADDING_2_NUMBERS_UNUSUAL: MORE THAN 5000 "
                       "DISTINCT TOTALS IN ADDOUT - RUN REFUSED"
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF.

      *    No history yet only means no account has anything to be
      *    compared with; the run still ends cleanly.
       2500-OPEN-HISTORY.
           CLOSE ADDOUT-FILE
           MOVE 'N' TO WS-ADDOUT-SW
           OPEN INPUT ADDHIST-FILE
           IF WS-ADDHIST-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_UNUSUAL: NO ADDHIST POSTING "
                   "HISTORY - NOTHING TO COMPARE WITH"
               SET END-OF-ADDHIST TO TRUE
           ELSE
               SET WS-ADDHIST-OPEN TO TRUE
           END-IF.

       2900-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND-SUB
           PERFORM 2910-SCAN-ACCOUNTS
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND-SUB > ZERO.

       2910-SCAN-ACCOUNTS.
           IF WS-ACT-ACCOUNT (WS-ACCT-SUB) = WS-SEARCH-ACCOUNT
               MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
           END-IF.

       2950-FIND-TOTAL.
           MOVE ZERO TO WS-TOT-FOUND-SUB
           PERFORM 2960-SCAN-TOTALS
               VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > WS-TOT-COUNT
                   OR WS-TOT-FOUND-SUB > ZERO.

       2960-SCAN-TOTALS.
           IF WS-TOT-ACCOUNT (WS-TOT-SUB) = WS-SEARCH-ACCOUNT
                   AND WS-TOT-OPER (WS-TOT-SUB) = WS-SEARCH-OPER
                   AND WS-TOT-AMOUNT (WS-TOT-SUB) = WS-SEARCH-AMOUNT
               MOVE WS-TOT-SUB TO WS-TOT-FOUND-SUB
           END-IF.

      *    ADDHIST is appended a posting run at a time, so one
      *    account's rows for a date arrive together and a change
      *    of date closes the day being summed.
       3000-SCAN-ONE-HISTORY.
           READ ADDHIST-FILE
               AT END SET END-OF-ADDHIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF ADDHIST-POST-DATE < WS-RUN-DATE
                       MOVE ADDHIST-ACCOUNT TO WS-SEARCH-ACCOUNT
                       PERFORM 2900-FIND-ACCOUNT
                       IF WS-ACCT-FOUND-SUB > ZERO
                           PERFORM 3100-TAKE-HISTORY
                       END-IF
                   END-IF
           END-READ.

       3100-TAKE-HISTORY.
           IF ADDHIST-POST-DATE
                   > WS-ACT-LAST-POSTED (WS-ACCT-FOUND-SUB)
               MOVE ADDHIST-POST-DATE
                   TO WS-ACT-LAST-POSTED (WS-ACCT-FOUND-SUB)
           END-IF
           IF ADDHIST-POST-DATE NOT < WS-WINDOW-START
               ADD 1 TO WS-HIST-USED
               ADD 1 TO WS-ACT-HST-COUNT (WS-ACCT-FOUND-SUB)
               IF ADDHIST-POST-DATE
                       NOT = WS-ACT-HST-DAY-DATE (WS-ACCT-FOUND-SUB)
                   MOVE WS-ACCT-FOUND-SUB TO WS-ACCT-SUB
                   PERFORM 3200-CLOSE-HISTORY-DAY
                   MOVE ADDHIST-POST-DATE
                       TO WS-ACT-HST-DAY-DATE (WS-ACCT-FOUND-SUB)
               END-IF
               ADD ADDHIST-AMOUNT
                   TO WS-ACT-HST-DAY-NET (WS-ACCT-FOUND-SUB)
               MOVE ADDHIST-ACCOUNT TO WS-SEARCH-ACCOUNT
               MOVE ADDHIST-OPER    TO WS-SEARCH-OPER
               MOVE ADDHIST-AMOUNT  TO WS-SEARCH-AMOUNT
               PERFORM 2950-FIND-TOTAL
               IF WS-TOT-FOUND-SUB > ZERO
                   PERFORM 3300-COUNT-REPEAT-DAY
               END-IF
           END-IF.

       3200-CLOSE-HISTORY-DAY.
           IF WS-ACT-HST-DAY-DATE (WS-ACCT-SUB) NOT = SPACES
               IF WS-ACT-HST-DAY-NET (WS-ACCT-SUB) < ZERO
                   SUBTRACT WS-ACT-HST-DAY-NET (WS-ACCT-SUB)
                       FROM WS-ACT-HST-ABS-NET (WS-ACCT-SUB)
               ELSE
                   ADD WS-ACT-HST-DAY-NET (WS-ACCT-SUB)
                       TO WS-ACT-HST-ABS-NET (WS-ACCT-SUB)
               END-IF
               ADD 1 TO WS-ACT-HST-DAYS (WS-ACCT-SUB)
           END-IF
           MOVE SPACES TO WS-ACT-HST-DAY-DATE (WS-ACCT-SUB)
           MOVE ZERO   TO WS-ACT-HST-DAY-NET (WS-ACCT-SUB).

      *    Counted once per earlier day, however often it posted
      *    that day.
       3300-COUNT-REPEAT-DAY.
           IF ADDHIST-POST-DATE
                   NOT = WS-TOT-LAST-DATE (WS-TOT-FOUND-SUB)
               ADD 1 TO WS-TOT-PRIOR-DAYS (WS-TOT-FOUND-SUB)
               MOVE ADDHIST-POST-DATE
                   TO WS-TOT-LAST-DATE (WS-TOT-FOUND-SUB)
           END-IF.

      *    An account with no posting in the window has no average
      *    to be measured against.  One with no earlier posting at
      *    all ages from the day ADDACCT says it was opened, as on
      *    the dormancy review, so an account opened long ago and
      *    posting for the first time is still caught.
       4000-JUDGE-ONE-ACCOUNT.
           PERFORM 3200-CLOSE-HISTORY-DAY
           IF WS-ACT-HST-DAYS (WS-ACCT-SUB) > ZERO
               PERFORM 4100-CHECK-COUNT
               PERFORM 4200-CHECK-NET
           END-IF
           IF WS-ACT-LAST-POSTED (WS-ACCT-SUB) NOT = SPACES
               MOVE WS-ACT-LAST-POSTED (WS-ACCT-SUB) TO WS-AGE-DATE
               MOVE "POSTED AFTER DORMANT" TO WS-RULE-TEXT
               PERFORM 4300-CHECK-DORMANT
           ELSE
               PERFORM 4250-READ-OPENED-DATE
               IF WS-AGE-DATE NOT = SPACES
                   MOVE "DORMANT SINCE OPENED" TO WS-RULE-TEXT
                   PERFORM 4300-CHECK-DORMANT
               END-IF
           END-IF.

       4100-CHECK-COUNT.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-ACT-HST-COUNT (WS-ACCT-SUB)
                   / WS-ACT-HST-DAYS (WS-ACCT-SUB)
           COMPUTE WS-LIMIT = WS-AVERAGE * WS-OUTLIER-FACTOR
           IF WS-ACT-DAY-COUNT (WS-ACCT-SUB) > WS-LIMIT
                   AND WS-ACT-DAY-COUNT (WS-ACCT-SUB)
                       NOT < WS-MIN-DAY-COUNT
               MOVE "CNT "                 TO ADDUNEX-RULE
               MOVE SPACES                 TO ADDUNEX-OPER
               MOVE WS-ACT-DAY-COUNT (WS-ACCT-SUB)
                   TO ADDUNEX-DAY-FIGURE
               MOVE WS-AVERAGE             TO ADDUNEX-COMPARED
               MOVE SPACES                 TO ADDUNEX-REF-DATE
               MOVE "COUNT OVER AVERAGE"   TO WS-RULE-TEXT
               PERFORM 4900-WRITE-FLAG
               ADD 1 TO WS-CNT-FLAGS
           END-IF.

       4200-CHECK-NET.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-ACT-HST-ABS-NET (WS-ACCT-SUB)
                   / WS-ACT-HST-DAYS (WS-ACCT-SUB)
           COMPUTE WS-LIMIT = WS-AVERAGE * WS-OUTLIER-FACTOR
           IF WS-ACT-DAY-NET (WS-ACCT-SUB) < ZERO
               COMPUTE WS-ABS-AMOUNT =
                   ZERO - WS-ACT-DAY-NET (WS-ACCT-SUB)
           ELSE
               MOVE WS-ACT-DAY-NET (WS-ACCT-SUB) TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-LIMIT
               MOVE "NET "                 TO ADDUNEX-RULE
               MOVE SPACES                 TO ADDUNEX-OPER
               MOVE WS-ACT-DAY-NET (WS-ACCT-SUB)
                   TO ADDUNEX-DAY-FIGURE
               MOVE WS-AVERAGE             TO ADDUNEX-COMPARED
               MOVE SPACES                 TO ADDUNEX-REF-DATE
               MOVE "NET OVER AVERAGE"     TO WS-RULE-TEXT
               PERFORM 4900-WRITE-FLAG
               ADD 1 TO WS-NET-FLAGS
           END-IF.

       4250-READ-OPENED-DATE.
           MOVE SPACES TO WS-AGE-DATE
           IF WS-ADDACCT-OPEN
               MOVE WS-ACT-ACCOUNT (WS-ACCT-SUB) TO ADDACCT-ACCOUNT
               READ ADDACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADDACCT-OPENED-DATE TO WS-AGE-DATE
               END-READ
           END-IF.

      *    WS-AGE-DATE is the date the account is aged from and
      *    WS-RULE-TEXT says which; a date that is not a date, or
      *    lies after the processing date, cannot be aged.
       4300-CHECK-DORMANT.
           IF WS-AGE-DATE IS NUMERIC
                   AND WS-AGE-DATE-N NOT > WS-RUN-DATE-N
               COMPUTE WS-DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)
               IF WS-DAYS-IDLE NOT < WS-DORMANT-DAYS
                   MOVE "DORM"             TO ADDUNEX-RULE
                   MOVE SPACES             TO ADDUNEX-OPER
                   MOVE WS-ACT-DAY-NET (WS-ACCT-SUB)
                       TO ADDUNEX-DAY-FIGURE
                   MOVE WS-DAYS-IDLE       TO ADDUNEX-COMPARED
                   MOVE WS-AGE-DATE        TO ADDUNEX-REF-DATE
                   PERFORM 4900-WRITE-FLAG
                   ADD 1 TO WS-DORM-FLAGS
               END-IF
           END-IF.

       4500-JUDGE-ONE-TOTAL.
           IF WS-TOT-PRIOR-DAYS (WS-TOT-SUB) NOT < WS-MIN-REPEAT-DAYS
               MOVE WS-TOT-SUB TO WS-TOT-FOUND-SUB
               MOVE WS-TOT-ACCOUNT (WS-TOT-SUB) TO WS-SEARCH-ACCOUNT
               PERFORM 2900-FIND-ACCOUNT
               MOVE WS-ACCT-FOUND-SUB TO WS-ACCT-SUB
               MOVE "REPT"                 TO ADDUNEX-RULE
               MOVE WS-TOT-OPER (WS-TOT-SUB)   TO ADDUNEX-OPER
               MOVE WS-TOT-AMOUNT (WS-TOT-SUB) TO ADDUNEX-DAY-FIGURE
               MOVE WS-TOT-PRIOR-DAYS (WS-TOT-SUB)
                   TO ADDUNEX-COMPARED
               MOVE WS-TOT-LAST-DATE (WS-TOT-SUB) TO ADDUNEX-REF-DATE
               MOVE SPACES TO WS-RULE-TEXT
               STRING "REPEATED " WS-TOT-OPER (WS-TOT-SUB) " TOTAL"
                   DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
               PERFORM 4900-WRITE-FLAG
               ADD 1 TO WS-REPT-FLAGS
           END-IF.

       4900-WRITE-FLAG.
           MOVE WS-RUN-DATE TO ADDUNEX-RUN-DATE
           MOVE WS-ACT-ACCOUNT (WS-ACCT-SUB) TO ADDUNEX-ACCOUNT
           WRITE ADDUNEX-RECORD
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES TO FLAG-LINE
           MOVE ADDUNEX-ACCOUNT    TO FLG-ACCOUNT
           MOVE WS-RULE-TEXT       TO FLG-RULE-TEXT
           MOVE ADDUNEX-DAY-FIGURE TO FLG-DAY-FIGURE
           MOVE ADDUNEX-COMPARED   TO FLG-COMPARED
           MOVE ADDUNEX-REF-DATE   TO FLG-REF-DATE
           WRITE ADDURPT-LINE FROM FLAG-LINE.

       5000-TERMINATE.
           IF WS-RUN-ABORTED
               MOVE "FAILED" TO WS-STEP-VERDICT
               MOVE "UNUSUAL ACTIVITY CHECK REFUSED" TO VDT-TEXT
           ELSE
               PERFORM 5100-PRINT-TOTALS
               IF WS-FLAG-COUNT = ZERO
                   MOVE "OK" TO WS-STEP-VERDICT
                   MOVE "NO UNUSUAL ACTIVITY" TO VDT-TEXT
               ELSE
                   MOVE "EXCEPTN" TO WS-STEP-VERDICT
                   MOVE "UNUSUAL ACTIVITY - REVIEW BEFORE GL EXTRACT"
                       TO VDT-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ADDOUT-OPEN
               CLOSE ADDOUT-FILE
           END-IF
           IF WS-ADDHIST-OPEN
               CLOSE ADDHIST-FILE
           END-IF
           IF WS-ADDUNEX-OPEN
               CLOSE ADDUNEX-FILE
           END-IF
           IF WS-ADDACCT-OPEN
               CLOSE ADDACCT-FILE
           END-IF
           MOVE SPACES TO ADDURPT-LINE
           WRITE ADDURPT-LINE
           WRITE ADDURPT-LINE FROM VERDICT-LINE
           CLOSE ADDURPT-FILE
           IF WS-RUN-DATE-VALID
               PERFORM 5900-WRITE-RUN-STATUS
           ELSE
               DISPLAY "ADDING_2_NUMBERS_UNUSUAL: NO VALID PROCESSING "
                   "DATE - NO ADDSTAT ROW WRITTEN"
           END-IF
           DISPLAY "ADDING_2_NUMBERS_UNUSUAL: " WS-FLAG-COUNT
               " flag(s) for " WS-RUN-DATE.

       5100-PRINT-TOTALS.
           MOVE SPACES TO ADDURPT-LINE
           WRITE ADDURPT-LINE
           MOVE "CNT/NET COMPARED WITH AVERAGE DAY ACCOUNT POSTED"
               TO KEY-TEXT
           WRITE ADDURPT-LINE FROM KEY-LINE
           MOVE "REPEATED COMPARED WITH EARLIER DAYS, LATEST REF DATE"
               TO KEY-TEXT
           WRITE ADDURPT-LINE FROM KEY-LINE
           MOVE "DORMANT COMPARED WITH DAYS IDLE SINCE REF DATE - LAST"
               TO KEY-TEXT
           WRITE ADDURPT-LINE FROM KEY-LINE
           MOVE "        POSTED, OR OPENED IF NEVER POSTED"
               TO KEY-TEXT
           WRITE ADDURPT-LINE FROM KEY-LINE
           MOVE SPACES TO ADDURPT-LINE
           WRITE ADDURPT-LINE
           MOVE "ADDOUT TOTALS READ" TO CNT-LABEL
           MOVE WS-OUT-READ TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "ACCOUNTS POSTING TODAY" TO CNT-LABEL
           MOVE WS-ACCT-COUNT TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "ADDHIST ROWS READ" TO CNT-LABEL
           MOVE WS-HIST-READ TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "ADDHIST ROWS IN THE WINDOW" TO CNT-LABEL
           MOVE WS-HIST-USED TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "COUNT OVER AVERAGE FLAGS" TO CNT-LABEL
           MOVE WS-CNT-FLAGS TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "NET OVER AVERAGE FLAGS" TO CNT-LABEL
           MOVE WS-NET-FLAGS TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "REPEATED TOTAL FLAGS" TO CNT-LABEL
           MOVE WS-REPT-FLAGS TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "POSTED AFTER DORMANT FLAGS" TO CNT-LABEL
           MOVE WS-DORM-FLAGS TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE
           MOVE "FLAGS WRITTEN TO ADDUNEX" TO CNT-LABEL
           MOVE WS-FLAG-COUNT TO CNT-VALUE
           WRITE ADDURPT-LINE FROM COUNT-LINE.

       5900-WRITE-RUN-STATUS.
           OPEN EXTEND ADDSTAT-FILE
           IF WS-ADDSTAT-STATUS = "35"
               OPEN OUTPUT ADDSTAT-FILE
           END-IF
           MOVE WS-RUN-DATE        TO ADDSTAT-PROC-DATE
           MOVE "ADDUNUS"          TO ADDSTAT-STEP
           MOVE WS-STEP-START-DATE TO ADDSTAT-START-DATE
           MOVE WS-STEP-START-TIME TO ADDSTAT-START-TIME
           ACCEPT ADDSTAT-END-DATE FROM DATE YYYYMMDD
           ACCEPT ADDSTAT-END-TIME FROM TIME
           MOVE WS-STEP-VERDICT    TO ADDSTAT-VERDICT
           WRITE ADDSTAT-RECORD
           CLOSE ADDSTAT-FILE.
         END PROGRAM ADDING_2_NUMBERS_UNUSUAL.

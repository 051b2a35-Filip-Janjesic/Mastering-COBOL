       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_BUDLOAD.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Loads finance's budget file (ADDBUDIN, ADDBUDIR layout)
      *    into the ADDBUD budget master, keyed on account and YYYYMM
      *    period, for ADDING_2_NUMBERS_BUDVAR to report actuals
      *    against.  The file is balanced against its trailer - the
      *    detail count and the hash of the budget amounts - before
      *    anything is loaded, exactly as the batch balances ADDIN,
      *    so a truncated or doubled transmission is refused whole
      *    (RETURN-CODE 16) rather than half-applied.
      *
      *    Each detail replaces the budget already held for its
      *    account and period, or adds it when there is none; a
      *    budget the file does not mention is left as it stands, so
      *    finance can send a single revised month without resending
      *    the year.  A detail is rejected - listed, not loaded, the
      *    run ending RETURN-CODE 8 - when its account is not on
      *    ADDACCT, or its period is not a valid month of the fiscal
      *    year named in the header.  The ADDBUDL listing shows every
      *    detail with what was done with it, and the control totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDBUDIN-FILE ASSIGN TO "ADDBUDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDBUDIN-STATUS.
           SELECT ADDBUD-FILE ASSIGN TO "ADDBUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDBUD-KEY
               FILE STATUS IS WS-ADDBUD-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDBUDL-FILE ASSIGN TO "ADDBUDL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDBUDIN-FILE.
           COPY ADDBUDIR.
       FD  ADDBUD-FILE.
           COPY ADDBUDR.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDBUDL-FILE.
           01  ADDBUDL-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDBUDIN-STATUS     PIC XX.
           01  WS-ADDBUD-STATUS       PIC XX.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-TODAY               PIC X(8).
           01  WS-FISCAL-YEAR         PIC X(4).
           01  WS-FEED-SOURCE         PIC X(8).
           01  WS-RESULT              PIC X(24).
           01  WS-PERIOD-CHECK        PIC X(6).
           01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-CHECK.
               05  WS-PERIOD-YYYY     PIC X(4).
               05  WS-PERIOD-MM       PIC 9(2).

           01  WS-SWITCHES.
               05  WS-EOF-SW          PIC X VALUE 'N'.
                   88  END-OF-ADDBUDIN       VALUE 'Y'.
               05  WS-REJECT-SW       PIC X VALUE 'N'.
                   88  WS-FILE-REJECTED      VALUE 'Y'.
               05  WS-TRAILER-SW      PIC X VALUE 'N'.
                   88  WS-TRAILER-SEEN       VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-CTL-COUNT       PIC 9(7) VALUE ZERO.
               05  WS-CTL-HASH        PIC S9(15)V99 VALUE ZERO.
               05  WS-TRL-COUNT       PIC 9(7) VALUE ZERO.
               05  WS-TRL-HASH        PIC S9(15)V99 VALUE ZERO.
               05  WS-BUDGETS-ADDED   PIC 9(7) VALUE ZERO.
               05  WS-BUDGETS-REPLACED PIC 9(7) VALUE ZERO.
               05  WS-BUDGETS-REJECTED PIC 9(7) VALUE ZERO.

           01  HDR1-LINE.
               05  FILLER             PIC X(24) VALUE
                       "BUDGET LOAD - FISCAL YR ".
               05  HDR1-YEAR          PIC X(4).
               05  FILLER             PIC X(10) VALUE "  SOURCE  ".
               05  HDR1-SOURCE        PIC X(8).
               05  FILLER             PIC X(10) VALUE "  LOADED  ".
               05  HDR1-DATE          PIC X(8).

           01  HDR2-LINE.
               05  FILLER             PIC X(9)  VALUE "ACCOUNT".
               05  FILLER             PIC X(8)  VALUE "PERIOD".
               05  FILLER             PIC X(22) VALUE
                       "         BUDGET AMOUNT".
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  FILLER             PIC X(24) VALUE "RESULT".

           01  DETAIL-LINE.
               05  DTL-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-PERIOD         PIC X(6).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  DTL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  DTL-RESULT         PIC X(24).

           01  TOTAL-LINE.
               05  TOT-TEXT           PIC X(30).
               05  TOT-COUNT          PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-BUDGET UNTIL END-OF-ADDBUDIN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-VALIDATE-FILE
           IF WS-FILE-REJECTED
               MOVE 16 TO RETURN-CODE
               SET END-OF-ADDBUDIN TO TRUE
           ELSE
               OPEN INPUT ADDACCT-FILE
               IF WS-ADDACCT-STATUS = "35"
                   DISPLAY "ADDING_2_NUMBERS_BUDLOAD: NO ADDACCT "
                       "ACCOUNT REFERENCE FILE - RUN REFUSED"
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 16 TO RETURN-CODE
                   SET END-OF-ADDBUDIN TO TRUE
               ELSE
                   PERFORM 1200-OPEN-FOR-LOAD
               END-IF
           END-IF.

      *    First pass: header, details, trailer, nothing after it,
      *    and count and hash agreeing - or nothing is loaded.
       1100-VALIDATE-FILE.
           OPEN INPUT ADDBUDIN-FILE
           IF WS-ADDBUDIN-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_BUDLOAD: NO ADDBUDIN BUDGET "
                   "FILE - NOTHING TO LOAD"
               SET WS-FILE-REJECTED TO TRUE
           ELSE
               READ ADDBUDIN-FILE
                   AT END
                       DISPLAY "ADDING_2_NUMBERS_BUDLOAD: EMPTY FILE "
                           "- NO HEADER RECORD - FILE REJECTED"
                       SET WS-FILE-REJECTED TO TRUE
               END-READ
               IF NOT WS-FILE-REJECTED
                   IF ADDBUDI-HEADER
                       MOVE ADDBUDI-FISCAL-YEAR TO WS-FISCAL-YEAR
                       MOVE ADDBUDI-SOURCE-SYS  TO WS-FEED-SOURCE
                       PERFORM 1110-TALLY-FILE
                           UNTIL WS-TRAILER-SEEN OR WS-FILE-REJECTED
                       PERFORM 1120-BALANCE-TRAILER
                   ELSE
                       DISPLAY "ADDING_2_NUMBERS_BUDLOAD: FIRST "
                           "RECORD IS NOT A HEADER - FILE REJECTED"
                       SET WS-FILE-REJECTED TO TRUE
                   END-IF
               END-IF
               CLOSE ADDBUDIN-FILE
           END-IF.

       1110-TALLY-FILE.
           READ ADDBUDIN-FILE
               AT END
                   DISPLAY "ADDING_2_NUMBERS_BUDLOAD: NO TRAILER "
                       "RECORD - FILE TRUNCATED - FILE REJECTED"
                   SET WS-FILE-REJECTED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ADDBUDI-DETAIL
                           ADD 1 TO WS-CTL-COUNT
                           ADD ADDBUDI-AMOUNT TO WS-CTL-HASH
                       WHEN ADDBUDI-TRAILER
                           MOVE ADDBUDI-TRL-COUNT TO WS-TRL-COUNT
                           MOVE ADDBUDI-TRL-HASH  TO WS-TRL-HASH
                           SET WS-TRAILER-SEEN TO TRUE
                       WHEN OTHER
                           DISPLAY "ADDING_2_NUMBERS_BUDLOAD: UNKNOWN "
                               "RECORD TYPE '" ADDBUDI-REC-TYPE
                               "' - FILE REJECTED"
                           SET WS-FILE-REJECTED TO TRUE
                   END-EVALUATE
           END-READ.

       1120-BALANCE-TRAILER.
           IF WS-FILE-REJECTED
               CONTINUE
           ELSE
               READ ADDBUDIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "ADDING_2_NUMBERS_BUDLOAD: RECORDS "
                           "AFTER TRAILER - FILE REJECTED"
                       SET WS-FILE-REJECTED TO TRUE
               END-READ
           END-IF
           IF NOT WS-FILE-REJECTED
               IF WS-CTL-COUNT NOT = WS-TRL-COUNT
                   DISPLAY "ADDING_2_NUMBERS_BUDLOAD: RECORD COUNT "
                       WS-CTL-COUNT " DOES NOT BALANCE TO TRAILER "
                       WS-TRL-COUNT " - FILE REJECTED"
                   SET WS-FILE-REJECTED TO TRUE
               ELSE
                   IF WS-CTL-HASH NOT = WS-TRL-HASH
                       DISPLAY "ADDING_2_NUMBERS_BUDLOAD: HASH TOTAL "
                           "DOES NOT BALANCE TO TRAILER - "
                           "FILE REJECTED"
                       SET WS-FILE-REJECTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1200-OPEN-FOR-LOAD.
           OPEN I-O ADDBUD-FILE
           IF WS-ADDBUD-STATUS = "35"
               OPEN OUTPUT ADDBUD-FILE
               CLOSE ADDBUD-FILE
               OPEN I-O ADDBUD-FILE
           END-IF
           OPEN OUTPUT ADDBUDL-FILE
           MOVE WS-FISCAL-YEAR TO HDR1-YEAR
           MOVE WS-FEED-SOURCE TO HDR1-SOURCE
           MOVE WS-TODAY       TO HDR1-DATE
           WRITE ADDBUDL-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDBUDL-LINE
           WRITE ADDBUDL-LINE
           WRITE ADDBUDL-LINE FROM HDR2-LINE
           OPEN INPUT ADDBUDIN-FILE
      *    The header was proven on the first pass; step over it.
           READ ADDBUDIN-FILE
               AT END SET END-OF-ADDBUDIN TO TRUE
           END-READ
           PERFORM 2100-READ-NEXT-DETAIL.

       2000-LOAD-ONE-BUDGET.
           MOVE ADDBUDI-PERIOD TO WS-PERIOD-CHECK
           EVALUATE TRUE
               WHEN WS-PERIOD-CHECK IS NOT NUMERIC
                       OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   MOVE "REJECTED - BAD PERIOD" TO WS-RESULT
               WHEN WS-PERIOD-YYYY NOT = WS-FISCAL-YEAR
                   MOVE "REJECTED - NOT FISCAL YR" TO WS-RESULT
               WHEN OTHER
                   PERFORM 2200-CHECK-ACCOUNT
           END-EVALUATE
           IF WS-RESULT = SPACES
               PERFORM 2300-STORE-BUDGET
           ELSE
               ADD 1 TO WS-BUDGETS-REJECTED
           END-IF
           MOVE ADDBUDI-ACCOUNT TO DTL-ACCOUNT
           MOVE ADDBUDI-PERIOD  TO DTL-PERIOD
           MOVE ADDBUDI-AMOUNT  TO DTL-AMOUNT
           MOVE WS-RESULT       TO DTL-RESULT
           WRITE ADDBUDL-LINE FROM DETAIL-LINE
           PERFORM 2100-READ-NEXT-DETAIL.

       2100-READ-NEXT-DETAIL.
           READ ADDBUDIN-FILE
               AT END SET END-OF-ADDBUDIN TO TRUE
               NOT AT END
                   IF ADDBUDI-TRAILER
                       SET END-OF-ADDBUDIN TO TRUE
                   END-IF
           END-READ.

       2200-CHECK-ACCOUNT.
           MOVE SPACES TO WS-RESULT
           MOVE ADDBUDI-ACCOUNT TO ADDACCT-ACCOUNT
           READ ADDACCT-FILE
               INVALID KEY
                   MOVE "REJECTED - NOT ON ADDACCT" TO WS-RESULT
           END-READ.

       2300-STORE-BUDGET.
           MOVE ADDBUDI-ACCOUNT TO ADDBUD-ACCOUNT
           MOVE ADDBUDI-PERIOD  TO ADDBUD-PERIOD
           READ ADDBUD-FILE
               INVALID KEY
                   MOVE ADDBUDI-AMOUNT TO ADDBUD-AMOUNT
                   MOVE "L"       TO ADDBUD-SOURCE
                   MOVE "BUDLOAD" TO ADDBUD-CHANGED-BY
                   MOVE WS-TODAY  TO ADDBUD-CHANGED-DATE
                   WRITE ADDBUD-RECORD
                   ADD 1 TO WS-BUDGETS-ADDED
                   MOVE "ADDED" TO WS-RESULT
               NOT INVALID KEY
                   MOVE ADDBUDI-AMOUNT TO ADDBUD-AMOUNT
                   MOVE "L"       TO ADDBUD-SOURCE
                   MOVE "BUDLOAD" TO ADDBUD-CHANGED-BY
                   MOVE WS-TODAY  TO ADDBUD-CHANGED-DATE
                   REWRITE ADDBUD-RECORD
                   ADD 1 TO WS-BUDGETS-REPLACED
                   MOVE "REPLACED" TO WS-RESULT
           END-READ.

       3000-TERMINATE.
           IF WS-FILE-REJECTED
               CONTINUE
           ELSE
               MOVE SPACES TO ADDBUDL-LINE
               WRITE ADDBUDL-LINE
               MOVE "DETAILS ON FILE" TO TOT-TEXT
               MOVE WS-CTL-COUNT TO TOT-COUNT
               WRITE ADDBUDL-LINE FROM TOTAL-LINE
               MOVE "BUDGETS ADDED" TO TOT-TEXT
               MOVE WS-BUDGETS-ADDED TO TOT-COUNT
               WRITE ADDBUDL-LINE FROM TOTAL-LINE
               MOVE "BUDGETS REPLACED" TO TOT-TEXT
               MOVE WS-BUDGETS-REPLACED TO TOT-COUNT
               WRITE ADDBUDL-LINE FROM TOTAL-LINE
               MOVE "DETAILS REJECTED" TO TOT-TEXT
               MOVE WS-BUDGETS-REJECTED TO TOT-COUNT
               WRITE ADDBUDL-LINE FROM TOTAL-LINE
               CLOSE ADDBUDIN-FILE
               CLOSE ADDBUD-FILE
               CLOSE ADDACCT-FILE
               CLOSE ADDBUDL-FILE
               IF WS-BUDGETS-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY "ADDING_2_NUMBERS_BUDLOAD: FISCAL YEAR "
                   WS-FISCAL-YEAR " - " WS-BUDGETS-ADDED " added, "
                   WS-BUDGETS-REPLACED " replaced, "
                   WS-BUDGETS-REJECTED " rejected"
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_BUDLOAD.

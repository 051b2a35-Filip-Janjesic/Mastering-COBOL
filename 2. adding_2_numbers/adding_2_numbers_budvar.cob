       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_BUDVAR.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Budget-versus-actual variance report, replacing the
      *    spreadsheet finance rebuilds every month.  For every
      *    account with a budget on the ADDBUD budget master or a
      *    posting on ADDHIST in the year to date it prints two
      *    lines - month to date (the report period alone) and year
      *    to date (January through the report period):
      *
      *        actual movement    the ADDHIST postings dated in the
      *                           month / the year to date
      *        budget             the ADDBUD budgeted movement for
      *                           the month / the year to date
      *        variance           actual - budget, and that as a
      *                           percentage of the budget
      *
      *    Actuals come from the posting history rather than the
      *    ADDMST period-to-date fields, because every posting -
      *    feed, adjustment, accrual - writes an ADDHIST row and the
      *    master only remembers the current month.
      *
      *    Each line carries a flag where it needs a look:
      *        OVTOL   variance beyond the tolerance percentage
      *                either way
      *        NOBUD   postings but no budget
      *        NOPOST  a budget but no postings at all
      *    and the flags are counted at the foot of the ADDBVRPT
      *    report.  Accounts print in ADDACCT order; any account
      *    with figures but no ADDACCT record follows at the end.
      *
      *    PARM='YYYYMM' names the report period and defaults to the
      *    current month; PARM='YYYYMM,NNN' also sets the tolerance
      *    as a whole percentage, otherwise 10.  No ADDBUD budget
      *    master is RETURN-CODE 16.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDBUD-FILE ASSIGN TO "ADDBUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDBUD-KEY
               FILE STATUS IS WS-ADDBUD-STATUS.
           SELECT ADDHIST-FILE ASSIGN TO "ADDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDHIST-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDBVRPT-FILE ASSIGN TO "ADDBVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDBUD-FILE.
           COPY ADDBUDR.
       FD  ADDHIST-FILE.
           COPY ADDHISTR.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDBVRPT-FILE.
           01  ADDBVRPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDBUD-STATUS       PIC XX VALUE SPACES.
           01  WS-ADDHIST-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDACCT-STATUS      PIC XX VALUE SPACES.
           01  WS-BUDVAR-PARM         PIC X(10).
           01  WS-PARM-FIELD1         PIC X(6).
           01  WS-PARM-FIELD2         PIC X(3).
           01  WS-REPORT-PERIOD       PIC X(6).
           01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
               05  WS-REPORT-YYYY     PIC 9(4).
               05  WS-REPORT-MM       PIC 9(2).
           01  WS-TOLERANCE           PIC 9(3) VALUE 10.
           01  WS-TODAY               PIC X(8).
           01  WS-ENTRY-MONTH         PIC X(6).
           01  WS-VARIANCE            PIC S9(13)V99.
           01  WS-VARIANCE-PCT        PIC S9(5)V9.
           01  WS-LINE-ACTUAL         PIC S9(13)V99.
           01  WS-LINE-BUDGET         PIC S9(13)V99.
           01  WS-LINE-COUNT          PIC 9(7).
           01  WS-LINE-BUDGETED-SW    PIC X.
               88  WS-LINE-BUDGETED       VALUE 'Y'.

           01  WS-SWITCHES.
               05  WS-BUD-EOF-SW      PIC X VALUE 'N'.
                   88  END-OF-ADDBUD         VALUE 'Y'.
               05  WS-HIST-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDHIST        VALUE 'Y'.
               05  WS-ACCT-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDACCT        VALUE 'Y'.
               05  WS-ABORT-SW        PIC X VALUE 'N'.
                   88  WS-RUN-ABORTED        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-ACCTS-REPORTED  PIC 9(7) VALUE ZERO.
               05  WS-OVTOL-COUNT     PIC 9(7) VALUE ZERO.
               05  WS-NOBUD-COUNT     PIC 9(7) VALUE ZERO.
               05  WS-NOPOST-COUNT    PIC 9(7) VALUE ZERO.

           01  WS-TOTALS.
               05  WS-TOT-MTD-ACTUAL  PIC S9(13)V99 VALUE ZERO.
               05  WS-TOT-MTD-BUDGET  PIC S9(13)V99 VALUE ZERO.
               05  WS-TOT-YTD-ACTUAL  PIC S9(13)V99 VALUE ZERO.
               05  WS-TOT-YTD-BUDGET  PIC S9(13)V99 VALUE ZERO.

      *    One slot per account with a budget or a posting in the
      *    year to date, accumulated from both files before anything
      *    is printed.
           01  WS-BVR-TABLE.
               05  WS-BVR-COUNT       PIC 9(4) COMP VALUE ZERO.
               05  WS-BVR-ENTRY       OCCURS 5000.
                   10  WS-BVR-ACCOUNT      PIC X(8).
                   10  WS-BVR-MTD-ACTUAL   PIC S9(13)V99.
                   10  WS-BVR-MTD-BUDGET   PIC S9(13)V99.
                   10  WS-BVR-MTD-POSTINGS PIC 9(7).
                   10  WS-BVR-YTD-ACTUAL   PIC S9(13)V99.
                   10  WS-BVR-YTD-BUDGET   PIC S9(13)V99.
                   10  WS-BVR-YTD-POSTINGS PIC 9(7).
                   10  WS-BVR-MTD-BUD-SW   PIC X.
                       88  WS-BVR-MTD-BUDGETED   VALUE 'Y'.
                   10  WS-BVR-YTD-BUD-SW   PIC X.
                       88  WS-BVR-YTD-BUDGETED   VALUE 'Y'.
                   10  WS-BVR-PRINTED-SW   PIC X.
                       88  WS-BVR-PRINTED        VALUE 'Y'.

           01  WS-BVR-SUB             PIC 9(4) COMP.
           01  WS-BVR-FOUND-SUB       PIC 9(4) COMP.
           01  WS-BVR-SEARCH          PIC X(8).

           01  HDR1-LINE.
               05  FILLER             PIC X(32) VALUE
                       "BUDGET VERSUS ACTUAL - PERIOD ".
               05  HDR1-PERIOD        PIC X(6).
               05  FILLER             PIC X(14) VALUE
                       "   TOLERANCE ".
               05  HDR1-TOLERANCE     PIC ZZ9.
               05  FILLER             PIC X     VALUE "%".

           01  HDR2-LINE.
               05  FILLER             PIC X(13) VALUE "ACCOUNT".
               05  FILLER             PIC X(17) VALUE
                       "    ACTUAL".
               05  FILLER             PIC X(17) VALUE
                       "    BUDGET".
               05  FILLER             PIC X(17) VALUE
                       "  VARIANCE".
               05  FILLER             PIC X(13) VALUE
                       "   VAR%  FLAG".

           01  DETAIL-LINE.
               05  DTL-ACCOUNT        PIC X(8).
               05  FILLER             PIC X     VALUE SPACE.
               05  DTL-RANGE          PIC X(3).
               05  FILLER             PIC X     VALUE SPACE.
               05  DTL-ACTUAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  DTL-BUDGET         PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  DTL-VARIANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X     VALUE SPACE.
               05  DTL-PCT            PIC ZZ9.9-.
               05  DTL-PCT-BLANK REDEFINES DTL-PCT PIC X(6).
               05  FILLER             PIC X     VALUE SPACE.
               05  DTL-FLAG           PIC X(6).

           01  TOTAL-LINE.
               05  TOT-LABEL          PIC X(13).
               05  TOT-ACTUAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  TOT-BUDGET         PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  TOT-VARIANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01  COUNT-LINE.
               05  CNT-LABEL          PIC X(40).
               05  CNT-VALUE          PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(10).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BUDGETS
               UNTIL END-OF-ADDBUD OR WS-RUN-ABORTED
           PERFORM 2500-LOAD-ACTUALS
               UNTIL END-OF-ADDHIST OR WS-RUN-ABORTED
           PERFORM 3000-REPORT-ONE-ACCOUNT
               UNTIL END-OF-ADDACCT OR WS-RUN-ABORTED
           PERFORM 3500-REPORT-LEFTOVERS
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-FIELD1
           MOVE SPACES TO WS-PARM-FIELD2
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-BUDVAR-PARM
               UNSTRING WS-BUDVAR-PARM DELIMITED BY ","
                   INTO WS-PARM-FIELD1 WS-PARM-FIELD2
               END-UNSTRING
           END-IF
           IF WS-PARM-FIELD1 = SPACES
               MOVE WS-TODAY(1:6) TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-PARM-FIELD1 TO WS-REPORT-PERIOD
           END-IF
           IF WS-PARM-FIELD2 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-FIELD2) = ZERO
                   MOVE FUNCTION NUMVAL(WS-PARM-FIELD2)
                       TO WS-TOLERANCE
               ELSE
                   DISPLAY "ADDING_2_NUMBERS_BUDVAR: TOLERANCE "
                       WS-PARM-FIELD2 " IS NOT A WHOLE PERCENTAGE - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-REPORT-PERIOD IS NOT NUMERIC
                   OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "ADDING_2_NUMBERS_BUDVAR: REPORT PERIOD "
                   WS-REPORT-PERIOD " IS NOT A VALID YYYYMM - "
                   "RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT ADDBVRPT-FILE
           MOVE WS-REPORT-PERIOD TO HDR1-PERIOD
           MOVE WS-TOLERANCE     TO HDR1-TOLERANCE
           WRITE ADDBVRPT-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDBVRPT-LINE
           WRITE ADDBVRPT-LINE
           WRITE ADDBVRPT-LINE FROM HDR2-LINE
           MOVE SPACES TO ADDBVRPT-LINE
           WRITE ADDBVRPT-LINE
           IF WS-RUN-ABORTED
               SET END-OF-ADDBUD  TO TRUE
               SET END-OF-ADDHIST TO TRUE
               SET END-OF-ADDACCT TO TRUE
           ELSE
               PERFORM 1100-OPEN-INPUTS
           END-IF.

      *    Without the budget master there is nothing to measure
      *    against.  No history only means nothing has posted yet,
      *    and no ADDACCT only means every account is a leftover.
       1100-OPEN-INPUTS.
           OPEN INPUT ADDBUD-FILE
           IF WS-ADDBUD-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_BUDVAR: NO ADDBUD BUDGET "
                   "MASTER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
               SET END-OF-ADDBUD  TO TRUE
               SET END-OF-ADDHIST TO TRUE
               SET END-OF-ADDACCT TO TRUE
           ELSE
               OPEN INPUT ADDHIST-FILE
               IF WS-ADDHIST-STATUS = "35"
                   SET END-OF-ADDHIST TO TRUE
               END-IF
               OPEN INPUT ADDACCT-FILE
               IF WS-ADDACCT-STATUS = "35"
                   SET END-OF-ADDACCT TO TRUE
               END-IF
           END-IF.

      *    Budgets for the report year up to the report period; a
      *    later month is plan not yet due.
       2000-LOAD-BUDGETS.
           READ ADDBUD-FILE
               AT END SET END-OF-ADDBUD TO TRUE
               NOT AT END
                   IF ADDBUD-PERIOD(1:4) = WS-REPORT-PERIOD(1:4)
                           AND ADDBUD-PERIOD <= WS-REPORT-PERIOD
                       MOVE ADDBUD-ACCOUNT TO WS-BVR-SEARCH
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       IF NOT WS-RUN-ABORTED
                           PERFORM 2100-ADD-BUDGET
                       END-IF
                   END-IF
           END-READ.

       2100-ADD-BUDGET.
           ADD ADDBUD-AMOUNT TO WS-BVR-YTD-BUDGET (WS-BVR-FOUND-SUB)
           SET WS-BVR-YTD-BUDGETED (WS-BVR-FOUND-SUB) TO TRUE
           IF ADDBUD-PERIOD = WS-REPORT-PERIOD
               ADD ADDBUD-AMOUNT
                   TO WS-BVR-MTD-BUDGET (WS-BVR-FOUND-SUB)
               SET WS-BVR-MTD-BUDGETED (WS-BVR-FOUND-SUB) TO TRUE
           END-IF.

       2500-LOAD-ACTUALS.
           READ ADDHIST-FILE
               AT END SET END-OF-ADDHIST TO TRUE
               NOT AT END
                   MOVE ADDHIST-POST-DATE(1:6) TO WS-ENTRY-MONTH
                   IF WS-ENTRY-MONTH(1:4) = WS-REPORT-PERIOD(1:4)
                           AND WS-ENTRY-MONTH <= WS-REPORT-PERIOD
                       MOVE ADDHIST-ACCOUNT TO WS-BVR-SEARCH
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       IF NOT WS-RUN-ABORTED
                           PERFORM 2600-ADD-ACTUAL
                       END-IF
                   END-IF
           END-READ.

       2600-ADD-ACTUAL.
           ADD ADDHIST-AMOUNT TO WS-BVR-YTD-ACTUAL (WS-BVR-FOUND-SUB)
           ADD 1 TO WS-BVR-YTD-POSTINGS (WS-BVR-FOUND-SUB)
           IF WS-ENTRY-MONTH = WS-REPORT-PERIOD
               ADD ADDHIST-AMOUNT
                   TO WS-BVR-MTD-ACTUAL (WS-BVR-FOUND-SUB)
               ADD 1 TO WS-BVR-MTD-POSTINGS (WS-BVR-FOUND-SUB)
           END-IF.

      *    Finds the WS-BVR-SEARCH account in the table, adding a
      *    fresh zero slot at the end when it is new, and leaves its
      *    subscript in WS-BVR-FOUND-SUB for the caller.
       2900-FIND-OR-ADD-ENTRY.
           MOVE ZERO TO WS-BVR-FOUND-SUB
           PERFORM 2910-SCAN-BVR-TABLE
               VARYING WS-BVR-SUB FROM 1 BY 1
               UNTIL WS-BVR-SUB > WS-BVR-COUNT
                   OR WS-BVR-FOUND-SUB > ZERO
           IF WS-BVR-FOUND-SUB = ZERO
               IF WS-BVR-COUNT < 5000
                   ADD 1 TO WS-BVR-COUNT
                   MOVE WS-BVR-COUNT TO WS-BVR-FOUND-SUB
                   MOVE WS-BVR-SEARCH
                       TO WS-BVR-ACCOUNT (WS-BVR-FOUND-SUB)
                   MOVE ZERO TO WS-BVR-MTD-ACTUAL (WS-BVR-FOUND-SUB)
                   MOVE ZERO TO WS-BVR-MTD-BUDGET (WS-BVR-FOUND-SUB)
                   MOVE ZERO TO WS-BVR-MTD-POSTINGS (WS-BVR-FOUND-SUB)
                   MOVE ZERO TO WS-BVR-YTD-ACTUAL (WS-BVR-FOUND-SUB)
                   MOVE ZERO TO WS-BVR-YTD-BUDGET (WS-BVR-FOUND-SUB)
                   MOVE ZERO TO WS-BVR-YTD-POSTINGS (WS-BVR-FOUND-SUB)
                   MOVE 'N'  TO WS-BVR-MTD-BUD-SW (WS-BVR-FOUND-SUB)
                   MOVE 'N'  TO WS-BVR-YTD-BUD-SW (WS-BVR-FOUND-SUB)
                   MOVE 'N'  TO WS-BVR-PRINTED-SW (WS-BVR-FOUND-SUB)
               ELSE
                   DISPLAY "ADDING_2_NUMBERS_BUDVAR: MORE THAN 5000 "
                       "ACCOUNTS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       2910-SCAN-BVR-TABLE.
           IF WS-BVR-ACCOUNT (WS-BVR-SUB) = WS-BVR-SEARCH
               MOVE WS-BVR-SUB TO WS-BVR-FOUND-SUB
           END-IF.

      *    Walking ADDACCT puts the report in account order; an
      *    account with neither budget nor posting this year is not
      *    in the table and is left off.
       3000-REPORT-ONE-ACCOUNT.
           READ ADDACCT-FILE NEXT
               AT END SET END-OF-ADDACCT TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-BVR-FOUND-SUB
                   MOVE ADDACCT-ACCOUNT TO WS-BVR-SEARCH
                   PERFORM 2910-SCAN-BVR-TABLE
                       VARYING WS-BVR-SUB FROM 1 BY 1
                       UNTIL WS-BVR-SUB > WS-BVR-COUNT
                           OR WS-BVR-FOUND-SUB > ZERO
                   IF WS-BVR-FOUND-SUB > ZERO
                       PERFORM 3100-PRINT-ENTRY
                   END-IF
           END-READ.

       3100-PRINT-ENTRY.
           SET WS-BVR-PRINTED (WS-BVR-FOUND-SUB) TO TRUE
           ADD 1 TO WS-ACCTS-REPORTED
           MOVE WS-BVR-ACCOUNT (WS-BVR-FOUND-SUB) TO DTL-ACCOUNT
           MOVE "MTD" TO DTL-RANGE
           MOVE WS-BVR-MTD-ACTUAL (WS-BVR-FOUND-SUB)
               TO WS-LINE-ACTUAL
           MOVE WS-BVR-MTD-BUDGET (WS-BVR-FOUND-SUB)
               TO WS-LINE-BUDGET
           MOVE WS-BVR-MTD-POSTINGS (WS-BVR-FOUND-SUB)
               TO WS-LINE-COUNT
           MOVE WS-BVR-MTD-BUD-SW (WS-BVR-FOUND-SUB)
               TO WS-LINE-BUDGETED-SW
           PERFORM 3200-PRINT-LINE
           ADD WS-LINE-ACTUAL TO WS-TOT-MTD-ACTUAL
           ADD WS-LINE-BUDGET TO WS-TOT-MTD-BUDGET
           MOVE SPACES TO DTL-ACCOUNT
           MOVE "YTD" TO DTL-RANGE
           MOVE WS-BVR-YTD-ACTUAL (WS-BVR-FOUND-SUB)
               TO WS-LINE-ACTUAL
           MOVE WS-BVR-YTD-BUDGET (WS-BVR-FOUND-SUB)
               TO WS-LINE-BUDGET
           MOVE WS-BVR-YTD-POSTINGS (WS-BVR-FOUND-SUB)
               TO WS-LINE-COUNT
           MOVE WS-BVR-YTD-BUD-SW (WS-BVR-FOUND-SUB)
               TO WS-LINE-BUDGETED-SW
           PERFORM 3200-PRINT-LINE
           ADD WS-LINE-ACTUAL TO WS-TOT-YTD-ACTUAL
           ADD WS-LINE-BUDGET TO WS-TOT-YTD-BUDGET.

      *    The percentage is against the budget's size, so an
      *    overspend shows the same sign as the variance whether the
      *    budget is a debit or a credit.  A zero budget has no
      *    percentage, and anything past 999.9% prints as 999.9.
       3200-PRINT-LINE.
           COMPUTE WS-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE WS-LINE-ACTUAL TO DTL-ACTUAL
           MOVE WS-LINE-BUDGET TO DTL-BUDGET
           MOVE WS-VARIANCE    TO DTL-VARIANCE
           MOVE SPACES         TO DTL-FLAG
           IF WS-LINE-BUDGET = ZERO
               MOVE SPACES TO DTL-PCT-BLANK
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED
                   = WS-VARIANCE * 100
                     / FUNCTION ABS(WS-LINE-BUDGET)
                   ON SIZE ERROR
                       IF WS-VARIANCE < ZERO
                           MOVE -999.9 TO WS-VARIANCE-PCT
                       ELSE
                           MOVE 999.9 TO WS-VARIANCE-PCT
                       END-IF
               END-COMPUTE
               IF WS-VARIANCE-PCT > 999.9
                   MOVE 999.9 TO WS-VARIANCE-PCT
               END-IF
               IF WS-VARIANCE-PCT < -999.9
                   MOVE -999.9 TO WS-VARIANCE-PCT
               END-IF
               MOVE WS-VARIANCE-PCT TO DTL-PCT
           END-IF
           EVALUATE TRUE
               WHEN WS-LINE-COUNT > ZERO AND NOT WS-LINE-BUDGETED
                   MOVE "NOBUD" TO DTL-FLAG
                   ADD 1 TO WS-NOBUD-COUNT
               WHEN WS-LINE-COUNT = ZERO AND WS-LINE-BUDGETED
                   MOVE "NOPOST" TO DTL-FLAG
                   ADD 1 TO WS-NOPOST-COUNT
               WHEN WS-LINE-BUDGET NOT = ZERO
                       AND FUNCTION ABS(WS-VARIANCE-PCT)
                           > WS-TOLERANCE
                   MOVE "OVTOL" TO DTL-FLAG
                   ADD 1 TO WS-OVTOL-COUNT
               WHEN WS-LINE-BUDGET = ZERO AND WS-LINE-BUDGETED
                       AND WS-VARIANCE NOT = ZERO
                   MOVE "OVTOL" TO DTL-FLAG
                   ADD 1 TO WS-OVTOL-COUNT
           END-EVALUATE
           WRITE ADDBVRPT-LINE FROM DETAIL-LINE.

      *    Figures booked to a code that is not on ADDACCT still
      *    count against plan; they print last so they stand out.
       3500-REPORT-LEFTOVERS.
           IF NOT WS-RUN-ABORTED
               PERFORM 3510-CHECK-ONE-LEFTOVER
                   VARYING WS-BVR-SUB FROM 1 BY 1
                   UNTIL WS-BVR-SUB > WS-BVR-COUNT
           END-IF.

       3510-CHECK-ONE-LEFTOVER.
           IF NOT WS-BVR-PRINTED (WS-BVR-SUB)
               MOVE WS-BVR-SUB TO WS-BVR-FOUND-SUB
               PERFORM 3100-PRINT-ENTRY
           END-IF.

       4000-TERMINATE.
           MOVE SPACES TO ADDBVRPT-LINE
           WRITE ADDBVRPT-LINE
           MOVE "TOTAL MTD" TO TOT-LABEL
           MOVE WS-TOT-MTD-ACTUAL TO TOT-ACTUAL
           MOVE WS-TOT-MTD-BUDGET TO TOT-BUDGET
           COMPUTE WS-VARIANCE = WS-TOT-MTD-ACTUAL - WS-TOT-MTD-BUDGET
           MOVE WS-VARIANCE TO TOT-VARIANCE
           WRITE ADDBVRPT-LINE FROM TOTAL-LINE
           MOVE "TOTAL YTD" TO TOT-LABEL
           MOVE WS-TOT-YTD-ACTUAL TO TOT-ACTUAL
           MOVE WS-TOT-YTD-BUDGET TO TOT-BUDGET
           COMPUTE WS-VARIANCE = WS-TOT-YTD-ACTUAL - WS-TOT-YTD-BUDGET
           MOVE WS-VARIANCE TO TOT-VARIANCE
           WRITE ADDBVRPT-LINE FROM TOTAL-LINE
           MOVE SPACES TO ADDBVRPT-LINE
           WRITE ADDBVRPT-LINE
           MOVE "ACCOUNTS REPORTED" TO CNT-LABEL
           MOVE WS-ACCTS-REPORTED TO CNT-VALUE
           WRITE ADDBVRPT-LINE FROM COUNT-LINE
           MOVE "LINES OVER TOLERANCE (OVTOL)" TO CNT-LABEL
           MOVE WS-OVTOL-COUNT TO CNT-VALUE
           WRITE ADDBVRPT-LINE FROM COUNT-LINE
           MOVE "LINES WITH ACTUALS, NO BUDGET (NOBUD)" TO CNT-LABEL
           MOVE WS-NOBUD-COUNT TO CNT-VALUE
           WRITE ADDBVRPT-LINE FROM COUNT-LINE
           MOVE "LINES BUDGETED, NEVER POSTED (NOPOST)" TO CNT-LABEL
           MOVE WS-NOPOST-COUNT TO CNT-VALUE
           WRITE ADDBVRPT-LINE FROM COUNT-LINE
           IF WS-ADDBUD-STATUS NOT = "35" AND WS-ADDBUD-STATUS
                   NOT = SPACES
               CLOSE ADDBUD-FILE
           END-IF
           IF WS-ADDHIST-STATUS NOT = "35" AND WS-ADDHIST-STATUS
                   NOT = SPACES
               CLOSE ADDHIST-FILE
           END-IF
           IF WS-ADDACCT-STATUS NOT = "35" AND WS-ADDACCT-STATUS
                   NOT = SPACES
               CLOSE ADDACCT-FILE
           END-IF
           CLOSE ADDBVRPT-FILE
           DISPLAY "ADDING_2_NUMBERS_BUDVAR: " WS-ACCTS-REPORTED
               " account(s) reported, " WS-OVTOL-COUNT " over "
               "tolerance, " WS-NOBUD-COUNT " unbudgeted, "
               WS-NOPOST-COUNT " never posted".
         END PROGRAM ADDING_2_NUMBERS_BUDVAR.

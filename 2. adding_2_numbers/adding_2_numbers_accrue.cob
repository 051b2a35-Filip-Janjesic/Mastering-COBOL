       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_ACCRUE.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Month-end interest and service-charge accrual against the
      *    ADDMST balance master, replacing the spreadsheet worked up
      *    from the ADDTBAL trial balance and keyed back in as feed
      *    pairs.  Every account with terms on the ADDTERM file
      *    (maintained on the ADDING_2_NUMBERS_ACCTMNT screen) is
      *    charged for the accrual period:
      *
      *    - interest at its annual rate over twelve, on either the
      *      live ADDMST balance (basis "M") or the closing balance
      *      on the period's ADDSNAP snapshot (basis "S") - a credit
      *      balance earns, a debit balance is charged;
      *    - its flat monthly service fee, posted as a charge.
      *
      *    Each charge is posted exactly as ADDING_2_NUMBERS_ADJPOST
      *    posts an adjustment: before-image journaled to the dated
      *    ADDJRNL file so the run backs out with ADDBACK, balance
      *    and period-to-date activity updated, and one ADDHIST row
      *    written with operation "INT" or "FEE" so the statement
      *    shows interest and fees for what they are.  Every charge
      *    also goes to the GLINT interface under batch reference
      *    "ACR" plus the posting date, with the balancing trailer,
      *    and one GLEX audit row (operation "ACR") goes to ADDLOG so
      *    the period-end close and the acknowledgment matcher both
      *    see the hand-off.
      *
      *    The ACCRREG accrual register lists every account with its
      *    basis, the balance interest was worked on, the rate, the
      *    interest and the fee, and any reason it was not accrued,
      *    followed by grand totals.  An account not on ADDACCT, or
      *    whose interest would overflow a posting, is not accrued
      *    and the run ends RETURN-CODE 8; a closed account is
      *    listed and passed over.
      *
      *    A period is accrued once.  The ADDACRC control file gets
      *    a record for the period when the run completes, and a
      *    period already on it is refused with RETURN-CODE 12.  The
      *    posting date must not fall in a period closed on ADDPER
      *    (RETURN-CODE 12, the same rule as the posting), nor before
      *    the period it accrues.  When any account accrues on the
      *    snapshot basis the ADDSNAP generation for the period must
      *    be present, or the run is refused with RETURN-CODE 16
      *    before anything is posted.
      *
      *    PARM='YYYYMM' names the accrual period and defaults to the
      *    month just ended, the same convention as the close;
      *    PARM='YYYYMM,YYYYMMDD' also sets the posting date, which
      *    otherwise defaults to today.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDTERM-FILE ASSIGN TO "ADDTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDTERM-ACCOUNT
               FILE STATUS IS WS-ADDTERM-STATUS.
           SELECT ADDSNAP-FILE ASSIGN TO "ADDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDSNAP-STATUS.
           SELECT ADDMST-FILE ASSIGN TO "ADDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDMST-ACCOUNT
               FILE STATUS IS WS-ADDMST-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDHIST-FILE ASSIGN TO "ADDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDHIST-STATUS.
           SELECT ADDJRNL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDPER-FILE ASSIGN TO "ADDPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDPER-STATUS.
           SELECT ADDACRC-FILE ASSIGN TO "ADDACRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDACRC-STATUS.
           SELECT GLINT-FILE ASSIGN TO "GLINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDLOG-FILE ASSIGN TO "ADDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-STATUS.
           SELECT ACCRREG-FILE ASSIGN TO "ACCRREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDTERM-FILE.
           COPY ADDTERMR.
       FD  ADDSNAP-FILE.
           COPY ADDSNAPR.
       FD  ADDMST-FILE.
           COPY ADDMSTRC.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDHIST-FILE.
           COPY ADDHISTR.
       FD  ADDJRNL-FILE.
           COPY ADDJRNLR.
       FD  ADDPER-FILE.
           COPY ADDPERR.
       FD  ADDACRC-FILE.
           COPY ADDACRCR.
       FD  GLINT-FILE.
           01  GLINT-RECORD           PIC X(44).
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.
       FD  ACCRREG-FILE.
           01  ACCRREG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDTERM-STATUS      PIC XX.
           01  WS-ADDSNAP-STATUS      PIC XX.
           01  WS-ADDMST-STATUS       PIC XX.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDHIST-STATUS      PIC XX.
           01  WS-ADDPER-STATUS       PIC XX.
           01  WS-ADDACRC-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-ACCRUE-PARM         PIC X(15).
           01  WS-PARM-FIELD1         PIC X(8).
           01  WS-PARM-FIELD2         PIC X(8).
           01  WS-ACCRUAL-PERIOD      PIC X(6).
           01  WS-ACCRUAL-PERIOD-PARTS REDEFINES WS-ACCRUAL-PERIOD.
               05  WS-ACCRUAL-YYYY    PIC 9(4).
               05  WS-ACCRUAL-MM      PIC 9(2).
           01  WS-POSTING-DATE        PIC X(8).
           01  WS-POSTING-MONTH       PIC X(6).
           01  WS-LAST-MONTH          PIC X(6).
           01  WS-TODAY               PIC X(8).
           01  WS-WORK-YYYY           PIC 9(4).
           01  WS-WORK-MM             PIC 9(2).
           01  WS-BATCH-REF           PIC X(11).
           01  WS-ABS-AMOUNT          PIC 9(11)V99.
           01  WS-BASIS-BALANCE       PIC S9(13)V99.
           01  WS-INTEREST            PIC S9(9)V99.
           01  WS-FEE-AMOUNT          PIC S9(9)V99.
           01  WS-CHARGE-AMOUNT       PIC S9(9)V99.
           01  WS-CHARGE-OPER         PIC X(3).
           01  WS-NOTE                PIC X(40).

           01  WS-SWITCHES.
               05  WS-EOF-SW          PIC X VALUE 'N'.
                   88  END-OF-ADDTERM        VALUE 'Y'.
               05  WS-SNAP-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDSNAP        VALUE 'Y'.
               05  WS-SNAP-USABLE-SW  PIC X VALUE 'N'.
                   88  WS-SNAPSHOT-USABLE    VALUE 'Y'.
               05  WS-NEW-ACCT-SW     PIC X VALUE 'N'.
                   88  WS-NEW-ACCOUNT        VALUE 'Y'.
               05  WS-RUN-REFUSED-SW  PIC X VALUE 'N'.
                   88  WS-RUN-REFUSED        VALUE 'Y'.
               05  WS-ADDPER-EOF-SW   PIC X VALUE 'N'.
                   88  END-OF-ADDPER         VALUE 'Y'.
               05  WS-ADDACRC-EOF-SW  PIC X VALUE 'N'.
                   88  END-OF-ADDACRC        VALUE 'Y'.
               05  WS-GL-ABORT-SW     PIC X VALUE 'N'.
                   88  WS-GL-TOTAL-BROKEN    VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-TERMS-READ      PIC 9(7) VALUE ZERO.
               05  WS-SNAP-TERMS      PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-ACCRUED   PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-PASSED    PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-REFUSED   PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-CREATED   PIC 9(7) VALUE ZERO.
               05  WS-RECORDS-POSTED  PIC 9(7) VALUE ZERO.
               05  WS-INT-COUNT       PIC 9(7) VALUE ZERO.
               05  WS-FEE-COUNT       PIC 9(7) VALUE ZERO.
               05  WS-INT-TOTAL       PIC S9(13)V99 VALUE ZERO.
               05  WS-FEE-TOTAL       PIC S9(13)V99 VALUE ZERO.
               05  WS-AMOUNT-TOTAL    PIC S9(11)V99 VALUE ZERO.

      *    The same fixed positions inside the delimited layout as
      *    ADDING_2_NUMBERS_GLEXT, so the GL import parses accrual
      *    batches exactly like daily ones.
           01  GLI-DETAIL-LINE.
               05  GLI-POSTING-DATE   PIC X(8).
               05  FILLER             PIC X VALUE ";".
               05  GLI-ACCOUNT        PIC X(8).
               05  FILLER             PIC X VALUE ";".
               05  GLI-AMOUNT-SIGN    PIC X.
               05  GLI-AMOUNT         PIC 9(9).99.
               05  FILLER             PIC X VALUE ";".
               05  GLI-BATCH-REF      PIC X(11).

           01  GLI-TRAILER-LINE.
               05  FILLER             PIC X VALUE "T".
               05  FILLER             PIC X VALUE ";".
               05  GLT-RECORD-COUNT   PIC 9(7).
               05  FILLER             PIC X VALUE ";".
               05  GLT-AMOUNT-SIGN    PIC X.
               05  GLT-AMOUNT-TOTAL   PIC 9(11).99.
               05  FILLER             PIC X VALUE ";".
               05  GLT-BATCH-REF      PIC X(11).

           01  HDR1-LINE.
               05  FILLER             PIC X(27) VALUE
                       "ACCRUAL REGISTER - PERIOD  ".
               05  HDR1-PERIOD        PIC X(6).
               05  FILLER             PIC X(10) VALUE "  POSTED  ".
               05  HDR1-POST-DATE     PIC X(8).
               05  FILLER             PIC X(9)  VALUE "  BATCH  ".
               05  HDR1-BATCH-REF     PIC X(11).

           01  HDR2-LINE.
               05  FILLER             PIC X(9)  VALUE "ACCOUNT".
               05  FILLER             PIC X(2)  VALUE "B".
               05  FILLER             PIC X(22) VALUE
                       "         BASIS BALANCE".
               05  FILLER             PIC X(8)  VALUE "   RATE".
               05  FILLER             PIC X(18) VALUE
                       "         INTEREST".
               05  FILLER             PIC X(13) VALUE
                       "          FEE".

           01  DETAIL-LINE.
               05  DTL-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-BASIS          PIC X(1).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-BASIS-BALANCE  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-RATE           PIC Z9.9999.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-INTEREST       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-FEE            PIC Z,ZZZ,ZZ9.99-.

           01  NOTE-LINE.
               05  FILLER             PIC X(11) VALUE
                       "         **".
               05  NOTE-TEXT          PIC X(40).

           01  COUNT-LINE.
               05  CNT-TEXT           PIC X(30).
               05  CNT-COUNT          PIC Z(6)9.

           01  TOTAL-LINE.
               05  TOT-TEXT           PIC X(30).
               05  TOT-COUNT          PIC Z(6)9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  TOT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(15).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ONE-ACCOUNT UNTIL END-OF-ADDTERM
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-FIELD1
           MOVE SPACES TO WS-PARM-FIELD2
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-ACCRUE-PARM
               UNSTRING WS-ACCRUE-PARM DELIMITED BY ","
                   INTO WS-PARM-FIELD1 WS-PARM-FIELD2
               END-UNSTRING
           END-IF
           IF WS-PARM-FIELD1 = SPACES
               MOVE WS-TODAY(1:4) TO WS-WORK-YYYY
               MOVE WS-TODAY(5:2) TO WS-WORK-MM
               IF WS-WORK-MM = 1
                   SUBTRACT 1 FROM WS-WORK-YYYY
                   MOVE 12 TO WS-WORK-MM
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               MOVE WS-WORK-YYYY TO WS-ACCRUAL-PERIOD(1:4)
               MOVE WS-WORK-MM   TO WS-ACCRUAL-PERIOD(5:2)
           ELSE
               MOVE WS-PARM-FIELD1 TO WS-ACCRUAL-PERIOD
           END-IF
           IF WS-PARM-FIELD2 = SPACES
               MOVE WS-TODAY TO WS-POSTING-DATE
           ELSE
               MOVE WS-PARM-FIELD2 TO WS-POSTING-DATE
           END-IF
           MOVE WS-POSTING-DATE(1:6) TO WS-POSTING-MONTH
           MOVE SPACES TO WS-BATCH-REF
           STRING "ACR" WS-POSTING-DATE
               DELIMITED BY SIZE INTO WS-BATCH-REF
           END-STRING
           EVALUATE TRUE
               WHEN WS-ACCRUAL-PERIOD IS NOT NUMERIC
                       OR WS-ACCRUAL-MM < 1 OR WS-ACCRUAL-MM > 12
                   DISPLAY "ADDING_2_NUMBERS_ACCRUE: ACCRUAL PERIOD "
                       WS-ACCRUAL-PERIOD " IS NOT A VALID YYYYMM - "
                       "RUN REFUSED"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-POSTING-DATE IS NOT NUMERIC
                   DISPLAY "ADDING_2_NUMBERS_ACCRUE: POSTING DATE "
                       WS-POSTING-DATE " IS NOT A VALID YYYYMMDD - "
                       "RUN REFUSED"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-POSTING-MONTH < WS-ACCRUAL-PERIOD
                   DISPLAY "ADDING_2_NUMBERS_ACCRUE: POSTING DATE "
                       WS-POSTING-DATE " IS BEFORE ACCRUAL PERIOD "
                       WS-ACCRUAL-PERIOD " - RUN REFUSED"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 1100-CHECK-ACCRUAL-CONTROL
           END-EVALUATE
           IF NOT WS-RUN-REFUSED
               PERFORM 1150-CHECK-CLOSED-PERIODS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1200-OPEN-INPUTS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1300-CHECK-SNAPSHOT
           END-IF
           IF WS-RUN-REFUSED
               SET END-OF-ADDTERM TO TRUE
           ELSE
               PERFORM 1400-OPEN-OUTPUTS
           END-IF.

      *    A period already on the control file has been charged;
      *    charging it again would double every account's interest
      *    and fees.  An abended run wrote no control record and is
      *    backed out with ADDBACK before it is rerun.
       1100-CHECK-ACCRUAL-CONTROL.
           OPEN INPUT ADDACRC-FILE
           IF WS-ADDACRC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1110-SCAN-ACCRUAL-CONTROL UNTIL END-OF-ADDACRC
               CLOSE ADDACRC-FILE
           END-IF.

       1110-SCAN-ACCRUAL-CONTROL.
           READ ADDACRC-FILE
               AT END SET END-OF-ADDACRC TO TRUE
               NOT AT END
                   IF ADDACRC-PERIOD = WS-ACCRUAL-PERIOD
                           AND ADDACRC-ACCRUED
                       DISPLAY "ADDING_2_NUMBERS_ACCRUE: PERIOD "
                           WS-ACCRUAL-PERIOD " ALREADY ACCRUED ON "
                           ADDACRC-RUN-DATE " (POSTED "
                           ADDACRC-POST-DATE ") - RUN REFUSED"
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE 12 TO RETURN-CODE
                       SET END-OF-ADDACRC TO TRUE
                   END-IF
           END-READ.

      *    The same closed-period refusal as ADDING_2_NUMBERS_POST:
      *    the accrual for a closed month is posted in the open one.
       1150-CHECK-CLOSED-PERIODS.
           OPEN INPUT ADDPER-FILE
           IF WS-ADDPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1160-SCAN-CLOSED-PERIODS UNTIL END-OF-ADDPER
               CLOSE ADDPER-FILE
           END-IF.

       1160-SCAN-CLOSED-PERIODS.
           READ ADDPER-FILE
               AT END SET END-OF-ADDPER TO TRUE
               NOT AT END
                   IF ADDPER-CLOSED
                           AND WS-POSTING-MONTH <= ADDPER-PERIOD
                       DISPLAY "ADDING_2_NUMBERS_ACCRUE: POSTING "
                           "DATE " WS-POSTING-DATE " FALLS IN "
                           "CLOSED PERIOD " ADDPER-PERIOD
                           " - RUN REFUSED"
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE 12 TO RETURN-CODE
                       SET END-OF-ADDPER TO TRUE
                   END-IF
           END-READ.

       1200-OPEN-INPUTS.
           OPEN INPUT ADDTERM-FILE
           IF WS-ADDTERM-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_ACCRUE: NO ADDTERM ACCRUAL "
                   "TERMS FILE - NOTHING TO ACCRUE"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT ADDACCT-FILE
               IF WS-ADDACCT-STATUS = "35"
                   DISPLAY "ADDING_2_NUMBERS_ACCRUE: NO ADDACCT "
                       "ACCOUNT REFERENCE FILE - RUN REFUSED"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 16 TO RETURN-CODE
                   CLOSE ADDTERM-FILE
               END-IF
           END-IF.

      *    Snapshot-basis interest needs the closing balances of the
      *    very period being accrued.  The terms are counted first
      *    and the run refused before anything posts when such an
      *    account exists but the ADDSNAP generation is missing or
      *    belongs to another period - half an accrual run is worse
      *    than none.
       1300-CHECK-SNAPSHOT.
           PERFORM 1310-COUNT-ONE-TERM UNTIL END-OF-ADDTERM
           CLOSE ADDTERM-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ADDSNAP-FILE
           IF WS-ADDSNAP-STATUS = "35"
               SET END-OF-ADDSNAP TO TRUE
           ELSE
               PERFORM 2310-READ-ADDSNAP
               IF NOT END-OF-ADDSNAP
                       AND ADDSNAP-PERIOD = WS-ACCRUAL-PERIOD
                   SET WS-SNAPSHOT-USABLE TO TRUE
               END-IF
           END-IF
           IF WS-SNAP-TERMS > ZERO AND NOT WS-SNAPSHOT-USABLE
               DISPLAY "ADDING_2_NUMBERS_ACCRUE: " WS-SNAP-TERMS
                   " ACCOUNT(S) ACCRUE ON THE PERIOD-END SNAPSHOT "
                   "BUT NO ADDSNAP FOR PERIOD " WS-ACCRUAL-PERIOD
                   " IS PRESENT - RUN REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
               CLOSE ADDACCT-FILE
               IF WS-ADDSNAP-STATUS NOT = "35"
                   CLOSE ADDSNAP-FILE
               END-IF
           ELSE
               OPEN INPUT ADDTERM-FILE
           END-IF.

       1310-COUNT-ONE-TERM.
           READ ADDTERM-FILE NEXT
               AT END SET END-OF-ADDTERM TO TRUE
               NOT AT END
                   IF ADDTERM-BASIS-SNAPSHOT
                           AND ADDTERM-RATE > ZERO
                       ADD 1 TO WS-SNAP-TERMS
                   END-IF
           END-READ.

       1400-OPEN-OUTPUTS.
           OPEN I-O ADDMST-FILE
           IF WS-ADDMST-STATUS = "35"
               OPEN OUTPUT ADDMST-FILE
               CLOSE ADDMST-FILE
               OPEN I-O ADDMST-FILE
           END-IF
           OPEN EXTEND ADDHIST-FILE
           IF WS-ADDHIST-STATUS = "35"
               OPEN OUTPUT ADDHIST-FILE
           END-IF
           OPEN EXTEND ADDLOG-FILE
           IF WS-ADDLOG-STATUS = "35"
               OPEN OUTPUT ADDLOG-FILE
           END-IF
           OPEN OUTPUT ADDJRNL-FILE
           OPEN OUTPUT GLINT-FILE
           OPEN OUTPUT ACCRREG-FILE
           MOVE WS-ACCRUAL-PERIOD TO HDR1-PERIOD
           MOVE WS-POSTING-DATE   TO HDR1-POST-DATE
           MOVE WS-BATCH-REF      TO HDR1-BATCH-REF
           WRITE ACCRREG-LINE FROM HDR1-LINE
           MOVE SPACES TO ACCRREG-LINE
           WRITE ACCRREG-LINE
           WRITE ACCRREG-LINE FROM HDR2-LINE
           PERFORM 2100-READ-ADDTERM.

       2000-ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-TERMS-READ
           MOVE ZERO   TO WS-BASIS-BALANCE
           MOVE ZERO   TO WS-INTEREST
           MOVE ZERO   TO WS-FEE-AMOUNT
           MOVE SPACES TO WS-NOTE
           MOVE ADDTERM-ACCOUNT TO ADDACCT-ACCOUNT
           READ ADDACCT-FILE
               INVALID KEY
                   MOVE "NOT ON ADDACCT - NOT ACCRUED" TO WS-NOTE
                   ADD 1 TO WS-ACCTS-REFUSED
               NOT INVALID KEY
                   IF ADDACCT-CLOSED
                       MOVE "ACCOUNT CLOSED - NOT ACCRUED" TO WS-NOTE
                       ADD 1 TO WS-ACCTS-PASSED
                   ELSE
                       PERFORM 2200-COMPUTE-CHARGES
                   END-IF
           END-READ
           PERFORM 2700-PRINT-ACCOUNT
           PERFORM 2100-READ-ADDTERM.

       2100-READ-ADDTERM.
           READ ADDTERM-FILE NEXT
               AT END SET END-OF-ADDTERM TO TRUE
           END-READ.

      *    Interest is worked to the cent, rounded, on the chosen
      *    basis balance; an account with no master record yet has
      *    a zero balance and earns nothing, but still pays its fee.
       2200-COMPUTE-CHARGES.
           PERFORM 2400-READ-MASTER
           IF ADDTERM-RATE > ZERO
               IF ADDTERM-BASIS-SNAPSHOT
                   PERFORM 2300-FIND-SNAPSHOT-BALANCE
               ELSE
                   IF NOT WS-NEW-ACCOUNT
                       MOVE ADDMST-BALANCE TO WS-BASIS-BALANCE
                   END-IF
               END-IF
               COMPUTE WS-INTEREST ROUNDED =
                   WS-BASIS-BALANCE * ADDTERM-RATE / 1200
                   ON SIZE ERROR
                       MOVE "INTEREST OVERFLOWS - NOT ACCRUED"
                           TO WS-NOTE
               END-COMPUTE
           END-IF
           IF WS-NOTE NOT = SPACES
               MOVE ZERO TO WS-INTEREST
               ADD 1 TO WS-ACCTS-REFUSED
           ELSE
               COMPUTE WS-FEE-AMOUNT = ZERO - ADDTERM-FEE
               IF WS-INTEREST NOT = ZERO
                   MOVE WS-INTEREST TO WS-CHARGE-AMOUNT
                   MOVE "INT" TO WS-CHARGE-OPER
                   PERFORM 2500-POST-ONE-CHARGE
                   ADD 1 TO WS-INT-COUNT
                   ADD WS-INTEREST TO WS-INT-TOTAL
               END-IF
               IF WS-FEE-AMOUNT NOT = ZERO
                   MOVE WS-FEE-AMOUNT TO WS-CHARGE-AMOUNT
                   MOVE "FEE" TO WS-CHARGE-OPER
                   PERFORM 2500-POST-ONE-CHARGE
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
               END-IF
               IF WS-INTEREST = ZERO AND WS-FEE-AMOUNT = ZERO
                   MOVE "NOTHING TO ACCRUE" TO WS-NOTE
                   ADD 1 TO WS-ACCTS-PASSED
               ELSE
                   ADD 1 TO WS-ACCTS-ACCRUED
               END-IF
           END-IF.

      *    ADDSNAP is written in account order by the close and the
      *    terms are read in account order, so the snapshot is
      *    walked forward alongside them.  An account absent from
      *    the snapshot held nothing at period end.
       2300-FIND-SNAPSHOT-BALANCE.
           PERFORM 2310-READ-ADDSNAP
               UNTIL END-OF-ADDSNAP
                   OR ADDSNAP-ACCOUNT NOT < ADDTERM-ACCOUNT
           IF NOT END-OF-ADDSNAP
                   AND ADDSNAP-ACCOUNT = ADDTERM-ACCOUNT
               MOVE ADDSNAP-BALANCE TO WS-BASIS-BALANCE
           END-IF.

       2310-READ-ADDSNAP.
           READ ADDSNAP-FILE
               AT END SET END-OF-ADDSNAP TO TRUE
           END-READ.

       2400-READ-MASTER.
           MOVE 'N' TO WS-NEW-ACCT-SW
           MOVE ADDTERM-ACCOUNT TO ADDMST-ACCOUNT
           READ ADDMST-FILE
               INVALID KEY
                   SET WS-NEW-ACCOUNT TO TRUE
                   MOVE ADDTERM-ACCOUNT TO ADDMST-ACCOUNT
                   MOVE ZERO TO ADDMST-BALANCE
                   MOVE SPACES TO ADDMST-LAST-POSTED
                   MOVE ZERO TO ADDMST-PTD-AMOUNT
                   MOVE ZERO TO ADDMST-PTD-COUNT
           END-READ.

      *    One charge is one posting: journaled before-image, master
      *    updated the way ADDING_2_NUMBERS_POST updates it, one
      *    ADDHIST row and one GLINT line.  Once a new account's
      *    record has been written the next charge rewrites it.
       2500-POST-ONE-CHARGE.
           PERFORM 2550-JOURNAL-BEFORE-IMAGE
           ADD WS-CHARGE-AMOUNT TO ADDMST-BALANCE
           MOVE ADDMST-LAST-POSTED(1:6) TO WS-LAST-MONTH
           IF WS-NEW-ACCOUNT OR WS-POSTING-MONTH > WS-LAST-MONTH
               MOVE ZERO TO ADDMST-PTD-AMOUNT
               MOVE ZERO TO ADDMST-PTD-COUNT
           END-IF
           ADD WS-CHARGE-AMOUNT TO ADDMST-PTD-AMOUNT
           ADD 1 TO ADDMST-PTD-COUNT
           MOVE WS-POSTING-DATE TO ADDMST-LAST-POSTED
           IF WS-NEW-ACCOUNT
               WRITE ADDMST-RECORD
               ADD 1 TO WS-ACCTS-CREATED
               MOVE 'N' TO WS-NEW-ACCT-SW
           ELSE
               REWRITE ADDMST-RECORD
           END-IF
           MOVE ADDTERM-ACCOUNT  TO ADDHIST-ACCOUNT
           MOVE WS-POSTING-DATE  TO ADDHIST-POST-DATE
           MOVE WS-CHARGE-OPER   TO ADDHIST-OPER
           MOVE WS-CHARGE-AMOUNT TO ADDHIST-AMOUNT
           MOVE ADDMST-BALANCE   TO ADDHIST-BALANCE-AFTER
           WRITE ADDHIST-RECORD
           PERFORM 2600-WRITE-GL-RECORD
           ADD 1 TO WS-RECORDS-POSTED.

       2550-JOURNAL-BEFORE-IMAGE.
           MOVE WS-POSTING-DATE TO ADDJRNL-POST-DATE
           MOVE ADDMST-ACCOUNT  TO ADDJRNL-ACCOUNT
           IF WS-NEW-ACCOUNT
               MOVE "C"    TO ADDJRNL-ACTION
               MOVE ZERO   TO ADDJRNL-BALANCE
               MOVE SPACES TO ADDJRNL-LAST-POSTED
               MOVE ZERO   TO ADDJRNL-PTD-AMOUNT
               MOVE ZERO   TO ADDJRNL-PTD-COUNT
           ELSE
               MOVE "U"                TO ADDJRNL-ACTION
               MOVE ADDMST-BALANCE     TO ADDJRNL-BALANCE
               MOVE ADDMST-LAST-POSTED TO ADDJRNL-LAST-POSTED
               MOVE ADDMST-PTD-AMOUNT  TO ADDJRNL-PTD-AMOUNT
               MOVE ADDMST-PTD-COUNT   TO ADDJRNL-PTD-COUNT
           END-IF
           WRITE ADDJRNL-RECORD.

       2600-WRITE-GL-RECORD.
           MOVE WS-POSTING-DATE TO GLI-POSTING-DATE
           MOVE ADDTERM-ACCOUNT TO GLI-ACCOUNT
           IF WS-CHARGE-AMOUNT < ZERO
               MOVE "-" TO GLI-AMOUNT-SIGN
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-CHARGE-AMOUNT
           ELSE
               MOVE "+" TO GLI-AMOUNT-SIGN
               MOVE WS-CHARGE-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE WS-ABS-AMOUNT TO GLI-AMOUNT
           MOVE WS-BATCH-REF TO GLI-BATCH-REF
           WRITE GLINT-RECORD FROM GLI-DETAIL-LINE
           ADD WS-CHARGE-AMOUNT TO WS-AMOUNT-TOTAL
               ON SIZE ERROR
                   DISPLAY "ADDING_2_NUMBERS_ACCRUE: GL AMOUNT "
                       "TOTAL OVERFLOWS - GLINT CARRIES NO "
                       "TRAILER, DO NOT HAND OFF"
                   SET WS-GL-TOTAL-BROKEN TO TRUE
           END-ADD.

       2700-PRINT-ACCOUNT.
           MOVE ADDTERM-ACCOUNT  TO DTL-ACCOUNT
           MOVE ADDTERM-BASIS    TO DTL-BASIS
           MOVE WS-BASIS-BALANCE TO DTL-BASIS-BALANCE
           MOVE ADDTERM-RATE     TO DTL-RATE
           MOVE WS-INTEREST      TO DTL-INTEREST
           MOVE WS-FEE-AMOUNT    TO DTL-FEE
           WRITE ACCRREG-LINE FROM DETAIL-LINE
           IF WS-NOTE NOT = SPACES
               MOVE WS-NOTE TO NOTE-TEXT
               WRITE ACCRREG-LINE FROM NOTE-LINE
           END-IF.

       3000-TERMINATE.
           IF WS-RUN-REFUSED
               CONTINUE
           ELSE
               IF WS-GL-TOTAL-BROKEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3050-WRITE-GL-TRAILER
                   PERFORM 3100-WRITE-AUDIT-LOG
               END-IF
               PERFORM 3200-PRINT-TOTALS
               CLOSE ADDTERM-FILE
               CLOSE ADDACCT-FILE
               IF WS-ADDSNAP-STATUS NOT = "35"
                   CLOSE ADDSNAP-FILE
               END-IF
               CLOSE ADDMST-FILE
               CLOSE ADDHIST-FILE
               CLOSE ADDJRNL-FILE
               CLOSE GLINT-FILE
               CLOSE ADDLOG-FILE
               CLOSE ACCRREG-FILE
               PERFORM 3300-RECORD-PERIOD-ACCRUED
               IF WS-ACCTS-REFUSED > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY "ADDING_2_NUMBERS_ACCRUE: PERIOD "
                   WS-ACCRUAL-PERIOD " ACCRUED - " WS-ACCTS-ACCRUED
                   " account(s) charged, " WS-RECORDS-POSTED
                   " posting(s), " WS-ACCTS-REFUSED
                   " not accrued, batch ref " WS-BATCH-REF
           END-IF.

       3050-WRITE-GL-TRAILER.
           MOVE WS-RECORDS-POSTED TO GLT-RECORD-COUNT
           IF WS-AMOUNT-TOTAL < ZERO
               MOVE "-" TO GLT-AMOUNT-SIGN
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-AMOUNT-TOTAL
           ELSE
               MOVE "+" TO GLT-AMOUNT-SIGN
               MOVE WS-AMOUNT-TOTAL TO WS-ABS-AMOUNT
           END-IF
           MOVE WS-ABS-AMOUNT TO GLT-AMOUNT-TOTAL
           MOVE WS-BATCH-REF TO GLT-BATCH-REF
           WRITE GLINT-RECORD FROM GLI-TRAILER-LINE.

      *    The GLEX convention of ADDING_2_NUMBERS_GLEXT - count in
      *    NUM1, amount total in TOTAL, the posting date in the
      *    account field - plus "ACR" in the operation to mark the
      *    batch-reference prefix, so the period-end close includes
      *    the accrual hand-off in its GL control figure.
       3100-WRITE-AUDIT-LOG.
           ACCEPT ADDLOG-DATE FROM DATE YYYYMMDD
           ACCEPT ADDLOG-TIME FROM TIME
           MOVE "ACCRUE"   TO ADDLOG-OPERATOR-ID
           MOVE "GLEX"     TO ADDLOG-SOURCE
           MOVE WS-POSTING-DATE TO ADDLOG-ACCOUNT
           MOVE "ACR"      TO ADDLOG-OPER
           MOVE WS-RECORDS-POSTED TO ADDLOG-NUM1
           MOVE ZERO       TO ADDLOG-NUM2
           MOVE WS-AMOUNT-TOTAL TO ADDLOG-TOTAL
           WRITE ADDLOG-RECORD.

       3200-PRINT-TOTALS.
           MOVE SPACES TO ACCRREG-LINE
           WRITE ACCRREG-LINE
           MOVE "ACCOUNTS WITH TERMS" TO CNT-TEXT
           MOVE WS-TERMS-READ TO CNT-COUNT
           WRITE ACCRREG-LINE FROM COUNT-LINE
           MOVE "ACCOUNTS CHARGED" TO CNT-TEXT
           MOVE WS-ACCTS-ACCRUED TO CNT-COUNT
           WRITE ACCRREG-LINE FROM COUNT-LINE
           MOVE "ACCOUNTS PASSED OVER" TO CNT-TEXT
           MOVE WS-ACCTS-PASSED TO CNT-COUNT
           WRITE ACCRREG-LINE FROM COUNT-LINE
           MOVE "ACCOUNTS NOT ACCRUED - CHECK" TO CNT-TEXT
           MOVE WS-ACCTS-REFUSED TO CNT-COUNT
           WRITE ACCRREG-LINE FROM COUNT-LINE
           MOVE SPACES TO ACCRREG-LINE
           WRITE ACCRREG-LINE
           MOVE "INTEREST POSTINGS" TO TOT-TEXT
           MOVE WS-INT-COUNT TO TOT-COUNT
           MOVE WS-INT-TOTAL TO TOT-AMOUNT
           WRITE ACCRREG-LINE FROM TOTAL-LINE
           MOVE "SERVICE FEE POSTINGS" TO TOT-TEXT
           MOVE WS-FEE-COUNT TO TOT-COUNT
           MOVE WS-FEE-TOTAL TO TOT-AMOUNT
           WRITE ACCRREG-LINE FROM TOTAL-LINE
           MOVE "TOTAL POSTED TO GL" TO TOT-TEXT
           MOVE WS-RECORDS-POSTED TO TOT-COUNT
           MOVE WS-AMOUNT-TOTAL TO TOT-AMOUNT
           WRITE ACCRREG-LINE FROM TOTAL-LINE.

      *    Written once the postings, GL trailer and register are
      *    down, so only a run that finished can mark the period.
      *    It is written even when accounts were not accrued (RC 8):
      *    the rest HAVE been charged, and the exceptions are
      *    settled with a manual adjustment, never a second run.
       3300-RECORD-PERIOD-ACCRUED.
           OPEN EXTEND ADDACRC-FILE
           IF WS-ADDACRC-STATUS = "35"
               OPEN OUTPUT ADDACRC-FILE
           END-IF
           MOVE WS-ACCRUAL-PERIOD TO ADDACRC-PERIOD
           MOVE "A" TO ADDACRC-STATUS
           MOVE WS-POSTING-DATE TO ADDACRC-POST-DATE
           ACCEPT ADDACRC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT ADDACRC-RUN-TIME FROM TIME
           WRITE ADDACRC-RECORD
           CLOSE ADDACRC-FILE.
         END PROGRAM ADDING_2_NUMBERS_ACCRUE.

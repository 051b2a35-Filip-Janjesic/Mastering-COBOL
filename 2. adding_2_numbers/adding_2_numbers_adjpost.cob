       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_ADJPOST.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Posts supervisor manual adjustments from the ADDADJ file
      *    (keyed on the ADDING_2_NUMBERS_ADJUST screen) into the
      *    ADDMST balance master, exactly as ADDING_2_NUMBERS
      *    _RELPOST posts released items: the signed base-currency
      *    amount is added to the running balance and period-to-date
      *    activity, the before-image of every master record touched
      *    is journaled to the dated ADDJRNL file so a bad
      *    adjustment run can be backed out with ADDBACK, and one
      *    ADDHIST row with operation "ADJ" is written per
      *    adjustment, so the statement shows it as an adjustment.
      *
      *    Every posted adjustment has an owner and a reason: an
      *    ADDLOG row with source "MADJ" is written under the
      *    operator ID of the supervisor who keyed it, carrying the
      *    account, the reason code in the operation field and the
      *    amount in NUM1 and TOTAL, and the full entry - memo
      *    included - is copied to the ADDADJH adjustment history
      *    with its posting date.  The closed-period rule applies: a
      *    posting date inside a period ADDING_2_NUMBERS_CLOSE has
      *    recorded closed refuses the run with RETURN-CODE 12.
      *
      *    An entry whose account the ADDACCT reference file no
      *    longer knows is not posted; it is kept on ADDADJN with
      *    the run ending RETURN-CODE 8.  The job swaps ADDADJN in
      *    as the live ADDADJ after the run, so posted adjustments
      *    can never post twice and kept ones wait for follow-up.
      *
      *    What reaches the master also reaches the GL: every posted
      *    adjustment is written to the GLINT interface under batch
      *    reference "ADJ" plus the posting date, with the balancing
      *    trailer, and one GLEX audit row goes to ADDLOG (operation
      *    "ADJ" marking the reference prefix, posting date in the
      *    account field) so the period-end close and the
      *    acknowledgment matcher both see the hand-off.
      *
      *    The posting date defaults to today and can be overridden
      *    with a YYYYMMDD PARM, the same convention as the posting.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDADJ-FILE ASSIGN TO "ADDADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDADJ-STATUS.
           SELECT ADDADJN-FILE ASSIGN TO "ADDADJN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDADJH-FILE ASSIGN TO "ADDADJH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDADJH-STATUS.
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
           SELECT GLINT-FILE ASSIGN TO "GLINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDLOG-FILE ASSIGN TO "ADDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDADJ-FILE.
           COPY ADDADJR.
       FD  ADDADJN-FILE.
           01  ADDADJN-RECORD         PIC X(92).
       FD  ADDADJH-FILE.
           COPY ADDADJR REPLACING LEADING ==ADDADJ== BY ==ADDADJH==.
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
       FD  GLINT-FILE.
           01  GLINT-RECORD           PIC X(44).
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.

       WORKING-STORAGE SECTION.
           01  WS-ADDADJ-STATUS       PIC XX.
           01  WS-ADDADJH-STATUS      PIC XX.
           01  WS-ADDMST-STATUS       PIC XX.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDHIST-STATUS      PIC XX.
           01  WS-ADDPER-STATUS       PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-POSTING-DATE        PIC X(8).
           01  WS-POSTING-MONTH       PIC X(6).
           01  WS-LAST-MONTH          PIC X(6).
           01  WS-BATCH-REF           PIC X(11).
           01  WS-ABS-AMOUNT          PIC 9(11)V99.

           01  WS-SWITCHES.
               05  WS-EOF-SW          PIC X VALUE 'N'.
                   88  END-OF-ADDADJ         VALUE 'Y'.
               05  WS-NEW-ACCT-SW     PIC X VALUE 'N'.
                   88  WS-NEW-ACCOUNT        VALUE 'Y'.
               05  WS-RUN-REFUSED-SW  PIC X VALUE 'N'.
                   88  WS-RUN-REFUSED        VALUE 'Y'.
               05  WS-ACCT-REFUSE-SW  PIC X VALUE 'N'.
                   88  WS-ACCOUNT-REFUSED    VALUE 'Y'.
               05  WS-ADDPER-EOF-SW   PIC X VALUE 'N'.
                   88  END-OF-ADDPER         VALUE 'Y'.
               05  WS-GL-ABORT-SW     PIC X VALUE 'N'.
                   88  WS-GL-TOTAL-BROKEN    VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-RECORDS-POSTED  PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-CREATED   PIC 9(7) VALUE ZERO.
               05  WS-RECS-REFUSED    PIC 9(7) VALUE ZERO.
               05  WS-AMOUNT-TOTAL    PIC S9(11)V99 VALUE ZERO.

      *    The same fixed positions inside the delimited layout as
      *    ADDING_2_NUMBERS_GLEXT, so the GL import parses
      *    adjustment batches exactly like daily ones.
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

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ADJUSTMENTS UNTIL END-OF-ADDADJ
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-POSTING-DATE
           ELSE
               ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-POSTING-DATE(1:6) TO WS-POSTING-MONTH
           MOVE SPACES TO WS-BATCH-REF
           STRING "ADJ" WS-POSTING-DATE
               DELIMITED BY SIZE INTO WS-BATCH-REF
           END-STRING
           PERFORM 1100-CHECK-CLOSED-PERIODS
           IF WS-RUN-REFUSED
               SET END-OF-ADDADJ TO TRUE
           ELSE
               PERFORM 1200-OPEN-FILES
           END-IF.

      *    The same closed-period refusal as ADDING_2_NUMBERS_POST:
      *    a manual adjustment does not reopen a closed month.
       1100-CHECK-CLOSED-PERIODS.
           OPEN INPUT ADDPER-FILE
           IF WS-ADDPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1110-SCAN-CLOSED-PERIODS UNTIL END-OF-ADDPER
               CLOSE ADDPER-FILE
           END-IF.

       1110-SCAN-CLOSED-PERIODS.
           READ ADDPER-FILE
               AT END SET END-OF-ADDPER TO TRUE
               NOT AT END
                   IF ADDPER-CLOSED
                           AND WS-POSTING-MONTH <= ADDPER-PERIOD
                       DISPLAY "ADDING_2_NUMBERS_ADJPOST: POSTING "
                           "DATE " WS-POSTING-DATE " FALLS IN "
                           "CLOSED PERIOD " ADDPER-PERIOD
                           " - RUN REFUSED"
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE 12 TO RETURN-CODE
                       SET END-OF-ADDPER TO TRUE
                   END-IF
           END-READ.

       1200-OPEN-FILES.
           OPEN INPUT ADDADJ-FILE
           IF WS-ADDADJ-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_ADJPOST: NO ADDADJ "
                   "ADJUSTMENTS FILE - NOTHING TO POST"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
               SET END-OF-ADDADJ TO TRUE
           ELSE
               OPEN INPUT ADDACCT-FILE
               IF WS-ADDACCT-STATUS = "35"
                   DISPLAY "ADDING_2_NUMBERS_ADJPOST: NO ADDACCT "
                       "ACCOUNT REFERENCE FILE - RUN REFUSED"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 16 TO RETURN-CODE
                   SET END-OF-ADDADJ TO TRUE
               ELSE
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
                   OPEN EXTEND ADDADJH-FILE
                   IF WS-ADDADJH-STATUS = "35"
                       OPEN OUTPUT ADDADJH-FILE
                   END-IF
                   OPEN EXTEND ADDLOG-FILE
                   IF WS-ADDLOG-STATUS = "35"
                       OPEN OUTPUT ADDLOG-FILE
                   END-IF
                   OPEN OUTPUT ADDJRNL-FILE
                   OPEN OUTPUT ADDADJN-FILE
                   OPEN OUTPUT GLINT-FILE
                   PERFORM 2100-READ-ADDADJ
               END-IF
           END-IF.

       2000-POST-ADJUSTMENTS.
           PERFORM 2200-READ-MASTER
           IF WS-ACCOUNT-REFUSED
               ADD 1 TO WS-RECS-REFUSED
               WRITE ADDADJN-RECORD FROM ADDADJ-RECORD
               DISPLAY "ADDING_2_NUMBERS_ADJPOST: ACCOUNT "
                   ADDADJ-ACCOUNT " NOT ON ADDACCT - ADJUSTMENT "
                   "KEPT ON THE ADJUSTMENTS FILE, NOT POSTED"
               PERFORM 2100-READ-ADDADJ
           ELSE
               PERFORM 2500-APPLY-ADJUSTMENT
           END-IF.

       2100-READ-ADDADJ.
           READ ADDADJ-FILE
               AT END SET END-OF-ADDADJ TO TRUE
           END-READ.

      *    A first posting creates the master record - but only for
      *    an account the ADDACCT reference file knows, the same
      *    rule as the daily posting.
       2200-READ-MASTER.
           MOVE 'N' TO WS-NEW-ACCT-SW
           MOVE 'N' TO WS-ACCT-REFUSE-SW
           MOVE ADDADJ-ACCOUNT TO ADDMST-ACCOUNT
           READ ADDMST-FILE
               INVALID KEY
                   PERFORM 2250-CHECK-REFERENCE
                   IF NOT WS-ACCOUNT-REFUSED
                       SET WS-NEW-ACCOUNT TO TRUE
                       MOVE ADDADJ-ACCOUNT TO ADDMST-ACCOUNT
                       MOVE ZERO TO ADDMST-BALANCE
                       MOVE SPACES TO ADDMST-LAST-POSTED
                       MOVE ZERO TO ADDMST-PTD-AMOUNT
                       MOVE ZERO TO ADDMST-PTD-COUNT
                   END-IF
           END-READ.

       2250-CHECK-REFERENCE.
           MOVE ADDADJ-ACCOUNT TO ADDACCT-ACCOUNT
           READ ADDACCT-FILE
               INVALID KEY
                   SET WS-ACCOUNT-REFUSED TO TRUE
           END-READ.

      *    The before-image is journaled ahead of the change so
      *    ADDING_2_NUMBERS_BACKOUT can reverse a bad adjustment run
      *    like any other posting.
       2500-APPLY-ADJUSTMENT.
           PERFORM 2450-JOURNAL-BEFORE-IMAGE
           ADD ADDADJ-AMOUNT TO ADDMST-BALANCE
           MOVE ADDMST-LAST-POSTED(1:6) TO WS-LAST-MONTH
           IF WS-NEW-ACCOUNT OR WS-POSTING-MONTH > WS-LAST-MONTH
               MOVE ZERO TO ADDMST-PTD-AMOUNT
               MOVE ZERO TO ADDMST-PTD-COUNT
           END-IF
           ADD ADDADJ-AMOUNT TO ADDMST-PTD-AMOUNT
           ADD 1 TO ADDMST-PTD-COUNT
           MOVE WS-POSTING-DATE TO ADDMST-LAST-POSTED
           PERFORM 2300-REWRITE-MASTER
           PERFORM 2400-WRITE-HISTORY
           PERFORM 2600-WRITE-GL-RECORD
           PERFORM 2700-WRITE-ADJUSTMENT-AUDIT
           ADD 1 TO WS-RECORDS-POSTED
           PERFORM 2100-READ-ADDADJ.

       2450-JOURNAL-BEFORE-IMAGE.
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

       2300-REWRITE-MASTER.
           IF WS-NEW-ACCOUNT
               WRITE ADDMST-RECORD
               ADD 1 TO WS-ACCTS-CREATED
           ELSE
               REWRITE ADDMST-RECORD
           END-IF.

       2400-WRITE-HISTORY.
           MOVE ADDADJ-ACCOUNT  TO ADDHIST-ACCOUNT
           MOVE WS-POSTING-DATE TO ADDHIST-POST-DATE
           MOVE "ADJ"           TO ADDHIST-OPER
           MOVE ADDADJ-AMOUNT   TO ADDHIST-AMOUNT
           MOVE ADDMST-BALANCE  TO ADDHIST-BALANCE-AFTER
           WRITE ADDHIST-RECORD.

       2600-WRITE-GL-RECORD.
           MOVE WS-POSTING-DATE TO GLI-POSTING-DATE
           MOVE ADDADJ-ACCOUNT  TO GLI-ACCOUNT
           IF ADDADJ-AMOUNT < ZERO
               MOVE "-" TO GLI-AMOUNT-SIGN
               COMPUTE WS-ABS-AMOUNT = ZERO - ADDADJ-AMOUNT
           ELSE
               MOVE "+" TO GLI-AMOUNT-SIGN
               MOVE ADDADJ-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE WS-ABS-AMOUNT TO GLI-AMOUNT
           MOVE WS-BATCH-REF TO GLI-BATCH-REF
           WRITE GLINT-RECORD FROM GLI-DETAIL-LINE
           ADD ADDADJ-AMOUNT TO WS-AMOUNT-TOTAL
               ON SIZE ERROR
                   DISPLAY "ADDING_2_NUMBERS_ADJPOST: GL AMOUNT "
                       "TOTAL OVERFLOWS - GLINT CARRIES NO "
                       "TRAILER, DO NOT HAND OFF"
                   SET WS-GL-TOTAL-BROKEN TO TRUE
           END-ADD.

      *    The owner of the change is the supervisor who keyed it,
      *    not this batch step - the MADJ row carries that ID, the
      *    reason code in the operation field and the amount in
      *    NUM1 and TOTAL (NUM2 unused).  The entry itself, memo
      *    and all, goes to the adjustment history stamped with the
      *    date it posted.
       2700-WRITE-ADJUSTMENT-AUDIT.
           ACCEPT ADDLOG-DATE FROM DATE YYYYMMDD
           ACCEPT ADDLOG-TIME FROM TIME
           MOVE ADDADJ-OPERATOR-ID TO ADDLOG-OPERATOR-ID
           MOVE "MADJ"             TO ADDLOG-SOURCE
           MOVE ADDADJ-ACCOUNT     TO ADDLOG-ACCOUNT
           MOVE ADDADJ-REASON      TO ADDLOG-OPER
           MOVE ADDADJ-AMOUNT      TO ADDLOG-NUM1
           MOVE ZERO               TO ADDLOG-NUM2
           MOVE ADDADJ-AMOUNT      TO ADDLOG-TOTAL
           WRITE ADDLOG-RECORD
           MOVE ADDADJ-RECORD   TO ADDADJH-RECORD
           MOVE WS-POSTING-DATE TO ADDADJH-POST-DATE
           WRITE ADDADJH-RECORD.

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
               CLOSE ADDADJ-FILE
               CLOSE ADDADJN-FILE
               CLOSE ADDADJH-FILE
               CLOSE ADDMST-FILE
               CLOSE ADDACCT-FILE
               CLOSE ADDHIST-FILE
               CLOSE ADDJRNL-FILE
               CLOSE GLINT-FILE
               CLOSE ADDLOG-FILE
               IF WS-RECS-REFUSED > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY "ADDING_2_NUMBERS_ADJPOST: " WS-RECORDS-POSTED
                   " adjustment(s) posted, " WS-ACCTS-CREATED
                   " account(s) created, " WS-RECS-REFUSED
                   " kept unposted, batch ref " WS-BATCH-REF
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
      *    account field - plus "ADJ" in the operation to mark the
      *    batch-reference prefix, so the period-end close includes
      *    the adjustment hand-off in its GL control figure.
       3100-WRITE-AUDIT-LOG.
           ACCEPT ADDLOG-DATE FROM DATE YYYYMMDD
           ACCEPT ADDLOG-TIME FROM TIME
           MOVE "ADJPOST"  TO ADDLOG-OPERATOR-ID
           MOVE "GLEX"     TO ADDLOG-SOURCE
           MOVE WS-POSTING-DATE TO ADDLOG-ACCOUNT
           MOVE "ADJ"      TO ADDLOG-OPER
           MOVE WS-RECORDS-POSTED TO ADDLOG-NUM1
           MOVE ZERO       TO ADDLOG-NUM2
           MOVE WS-AMOUNT-TOTAL TO ADDLOG-TOTAL
           WRITE ADDLOG-RECORD.
         END PROGRAM ADDING_2_NUMBERS_ADJPOST.

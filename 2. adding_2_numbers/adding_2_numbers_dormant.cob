       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_DORMANT.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Periodic dormancy review of the ADDACCT account reference
      *    file, so retiring dead accounts is a monthly routine
      *    rather than an annual argument.  Two lists go to the
      *    ADDDRPT report:
      *
      *        DORMANT ACCOUNTS    every active account with no
      *                            posting for at least the dormancy
      *                            threshold - aged from its ADDMST
      *                            date last posted, or from the
      *                            date it was opened if it has
      *                            never posted - with its balance
      *                            and age bucket 90+ / 180+ / 365+
      *                            (under 90 only when the threshold
      *                            is set that low);
      *        CLOSED WITH BALANCE every closed account still
      *                            carrying an ADDMST balance, which
      *                            nothing can post against or clear
      *                            until a supervisor adjusts it.
      *
      *    Both lists are counted and totalled by bucket at the foot
      *    of the report, and every account listed is written to the
      *    ADDDORM candidate file that the D option of the
      *    ADDING_2_NUMBERS_ACCTMNT screen walks through to close or
      *    clear each in turn.
      *
      *    PARM='NNN' sets the dormancy threshold in days, otherwise
      *    90.  A closed account with a balance ends the run with
      *    RETURN-CODE 8; no ADDACCT file or a bad PARM is
      *    RETURN-CODE 16.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDMST-FILE ASSIGN TO "ADDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDMST-ACCOUNT
               FILE STATUS IS WS-ADDMST-STATUS.
           SELECT ADDDORM-FILE ASSIGN TO "ADDDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDDORM-STATUS.
           SELECT ADDDRPT-FILE ASSIGN TO "ADDDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDMST-FILE.
           COPY ADDMSTRC.
       FD  ADDDORM-FILE.
           COPY ADDDORMR.
       FD  ADDDRPT-FILE.
           01  ADDDRPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDACCT-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDMST-STATUS       PIC XX VALUE SPACES.
           01  WS-ADDDORM-STATUS      PIC XX VALUE SPACES.
           01  WS-DORMANT-PARM        PIC X(5).
           01  WS-THRESHOLD           PIC 9(5) VALUE 90.
           01  WS-TODAY               PIC X(8).
           01  WS-TODAY-N REDEFINES WS-TODAY
                                      PIC 9(8).
           01  WS-AGE-DATE            PIC X(8).
           01  WS-AGE-DATE-N REDEFINES WS-AGE-DATE
                                      PIC 9(8).
           01  WS-DAYS-IDLE           PIC 9(5).
           01  WS-BUCKET              PIC X(4).
           01  WS-BALANCE             PIC S9(13)V99.
           01  WS-LAST-POSTED         PIC X(8).

           01  WS-SWITCHES.
               05  WS-ACCT-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDACCT        VALUE 'Y'.
               05  WS-MASTER-SW       PIC X VALUE 'N'.
                   88  WS-MASTER-OPEN        VALUE 'Y'.
               05  WS-ABORT-SW        PIC X VALUE 'N'.
                   88  WS-RUN-ABORTED        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-ACCTS-READ      PIC 9(7) VALUE ZERO.
               05  WS-UNDATED-COUNT   PIC 9(7) VALUE ZERO.
               05  WS-CANDIDATES      PIC 9(7) VALUE ZERO.
               05  WS-CLOSED-COUNT    PIC 9(7) VALUE ZERO.
               05  WS-CLOSED-BALANCE  PIC S9(13)V99 VALUE ZERO.

      *    Dormant accounts counted and totalled by age bucket:
      *    under 90, 90+, 180+, 365+.
           01  WS-BUCKET-TOTALS.
               05  WS-BKT-ENTRY       OCCURS 4.
                   10  WS-BKT-COUNT        PIC 9(7).
                   10  WS-BKT-BALANCE      PIC S9(13)V99.
           01  WS-BUCKET-LABEL-VALUES.
               05  FILLER             PIC X(4) VALUE "<90 ".
               05  FILLER             PIC X(4) VALUE "90+ ".
               05  FILLER             PIC X(4) VALUE "180+".
               05  FILLER             PIC X(4) VALUE "365+".
           01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
               05  WS-BKT-LABEL       PIC X(4) OCCURS 4.
           01  WS-BKT-SUB             PIC 9(4) COMP.

           01  HDR1-LINE.
               05  FILLER             PIC X(32) VALUE
                       "ACCOUNT DORMANCY REVIEW - AS OF ".
               05  HDR1-DATE          PIC X(8).
               05  FILLER             PIC X(14) VALUE
                       "  THRESHOLD  ".
               05  HDR1-THRESHOLD     PIC ZZZZ9.
               05  FILLER             PIC X(5)  VALUE " DAYS".

           01  SECT-LINE.
               05  SECT-TEXT          PIC X(60).

           01  HDR2-LINE.
               05  FILLER             PIC X(8)  VALUE "ACCOUNT".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(20) VALUE "DESCRIPTION".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(8)  VALUE "LASTPOST".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(6)  VALUE "  DAYS".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(4)  VALUE "AGE".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(17) VALUE
                       "          BALANCE".

           01  HDR3-LINE.
               05  FILLER             PIC X(8)  VALUE "ACCOUNT".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(20) VALUE "DESCRIPTION".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(8)  VALUE "CLOSED".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(8)  VALUE "LASTPOST".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(17) VALUE
                       "          BALANCE".

           01  DORM-LINE.
               05  DRM-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DRM-DESCRIPTION    PIC X(20).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DRM-LAST-POSTED    PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DRM-DAYS           PIC ZZ,ZZ9.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DRM-BUCKET         PIC X(4).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DRM-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01  CLSD-LINE.
               05  CLS-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  CLS-DESCRIPTION    PIC X(20).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  CLS-CLOSED-DATE    PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  CLS-LAST-POSTED    PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  CLS-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01  BKT-LINE.
               05  FILLER             PIC X(15) VALUE
                       "DORMANT  AGE   ".
               05  BKL-LABEL          PIC X(4).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  BKL-COUNT          PIC Z,ZZZ,ZZ9.
               05  FILLER             PIC X(10) VALUE
                       " ACCOUNTS ".
               05  BKL-BALANCE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  COUNT-LINE.
               05  CNT-LABEL          PIC X(40).
               05  CNT-VALUE          PIC Z,ZZZ,ZZ9.

           01  TOTAL-LINE.
               05  TOT-LABEL          PIC X(40).
               05  TOT-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(5).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-CHECK-ONE-ACTIVE UNTIL END-OF-ADDACCT
               PERFORM 1200-RESTART-ADDACCT
               PERFORM 3000-CHECK-ONE-CLOSED UNTIL END-OF-ADDACCT
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           INITIALIZE WS-BUCKET-TOTALS
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-DORMANT-PARM
               IF FUNCTION TEST-NUMVAL(WS-DORMANT-PARM) = ZERO
                   MOVE FUNCTION NUMVAL(WS-DORMANT-PARM)
                       TO WS-THRESHOLD
               ELSE
                   MOVE ZERO TO WS-THRESHOLD
               END-IF
               IF WS-THRESHOLD = ZERO
                   DISPLAY "ADDING_2_NUMBERS_DORMANT: THRESHOLD "
                       WS-DORMANT-PARM " IS NOT A NUMBER OF DAYS - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT ADDDRPT-FILE
           MOVE WS-TODAY     TO HDR1-DATE
           MOVE WS-THRESHOLD TO HDR1-THRESHOLD
           WRITE ADDDRPT-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDDRPT-LINE
           WRITE ADDDRPT-LINE
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-OPEN-FILES
           END-IF
           IF NOT WS-RUN-ABORTED
               MOVE "DORMANT ACCOUNTS" TO SECT-TEXT
               WRITE ADDDRPT-LINE FROM SECT-LINE
               WRITE ADDDRPT-LINE FROM HDR2-LINE
               MOVE SPACES TO ADDDRPT-LINE
               WRITE ADDDRPT-LINE
           END-IF.

      *    Without ADDACCT there are no accounts to review.  No
      *    ADDMST only means nothing has posted yet: every account
      *    then ages from its opened date with a zero balance.
       1100-OPEN-FILES.
           OPEN INPUT ADDACCT-FILE
           IF WS-ADDACCT-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_DORMANT: NO ADDACCT "
                   "REFERENCE FILE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               OPEN INPUT ADDMST-FILE
               IF WS-ADDMST-STATUS NOT = "35"
                   SET WS-MASTER-OPEN TO TRUE
               END-IF
               OPEN OUTPUT ADDDORM-FILE
           END-IF.

      *    The closed accounts are a second pass, so each list
      *    prints whole and in account order.
       1200-RESTART-ADDACCT.
           CLOSE ADDACCT-FILE
           OPEN INPUT ADDACCT-FILE
           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE SPACES TO ADDDRPT-LINE
           WRITE ADDDRPT-LINE
           MOVE "CLOSED ACCOUNTS STILL CARRYING A BALANCE" TO SECT-TEXT
           WRITE ADDDRPT-LINE FROM SECT-LINE
           WRITE ADDDRPT-LINE FROM HDR3-LINE
           MOVE SPACES TO ADDDRPT-LINE
           WRITE ADDDRPT-LINE.

       2000-CHECK-ONE-ACTIVE.
           READ ADDACCT-FILE
               AT END SET END-OF-ADDACCT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
                   IF ADDACCT-ACTIVE
                       PERFORM 2100-READ-MASTER
                       PERFORM 2200-AGE-ACCOUNT
                   END-IF
           END-READ.

       2100-READ-MASTER.
           MOVE ZERO   TO WS-BALANCE
           MOVE SPACES TO WS-LAST-POSTED
           IF WS-MASTER-OPEN
               MOVE ADDACCT-ACCOUNT TO ADDMST-ACCOUNT
               READ ADDMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADDMST-BALANCE     TO WS-BALANCE
                       MOVE ADDMST-LAST-POSTED TO WS-LAST-POSTED
               END-READ
           END-IF.

      *    An account that has never posted ages from the day it was
      *    opened; one with no usable date at all cannot be aged and
      *    is only counted.
       2200-AGE-ACCOUNT.
           IF WS-LAST-POSTED = SPACES
               MOVE ADDACCT-OPENED-DATE TO WS-AGE-DATE
           ELSE
               MOVE WS-LAST-POSTED TO WS-AGE-DATE
           END-IF
           IF WS-AGE-DATE IS NOT NUMERIC
                   OR WS-AGE-DATE-N > WS-TODAY-N
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               COMPUTE WS-DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)
               IF WS-DAYS-IDLE NOT < WS-THRESHOLD
                   PERFORM 2300-LIST-DORMANT
               END-IF
           END-IF.

       2300-LIST-DORMANT.
           EVALUATE TRUE
               WHEN WS-DAYS-IDLE < 90
                   MOVE 1 TO WS-BKT-SUB
               WHEN WS-DAYS-IDLE < 180
                   MOVE 2 TO WS-BKT-SUB
               WHEN WS-DAYS-IDLE < 365
                   MOVE 3 TO WS-BKT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BKT-SUB
           END-EVALUATE
           MOVE WS-BKT-LABEL (WS-BKT-SUB) TO WS-BUCKET
           ADD 1 TO WS-BKT-COUNT (WS-BKT-SUB)
           ADD WS-BALANCE TO WS-BKT-BALANCE (WS-BKT-SUB)
           MOVE ADDACCT-ACCOUNT     TO DRM-ACCOUNT
           MOVE ADDACCT-DESCRIPTION TO DRM-DESCRIPTION
           IF WS-LAST-POSTED = SPACES
               MOVE "NEVER" TO DRM-LAST-POSTED
           ELSE
               MOVE WS-LAST-POSTED TO DRM-LAST-POSTED
           END-IF
           MOVE WS-DAYS-IDLE        TO DRM-DAYS
           MOVE WS-BUCKET           TO DRM-BUCKET
           MOVE WS-BALANCE          TO DRM-BALANCE
           WRITE ADDDRPT-LINE FROM DORM-LINE
           MOVE "D" TO ADDDORM-REASON
           PERFORM 2900-WRITE-CANDIDATE.

       2900-WRITE-CANDIDATE.
           MOVE WS-TODAY        TO ADDDORM-RUN-DATE
           MOVE ADDACCT-ACCOUNT TO ADDDORM-ACCOUNT
           MOVE WS-LAST-POSTED  TO ADDDORM-LAST-POSTED
           MOVE WS-DAYS-IDLE    TO ADDDORM-DAYS-IDLE
           MOVE WS-BUCKET       TO ADDDORM-BUCKET
           MOVE WS-BALANCE      TO ADDDORM-BALANCE
           WRITE ADDDORM-RECORD
           ADD 1 TO WS-CANDIDATES.

       3000-CHECK-ONE-CLOSED.
           READ ADDACCT-FILE
               AT END SET END-OF-ADDACCT TO TRUE
               NOT AT END
                   IF ADDACCT-CLOSED
                       PERFORM 2100-READ-MASTER
                       IF WS-BALANCE NOT = ZERO
                           PERFORM 3100-LIST-CLOSED
                       END-IF
                   END-IF
           END-READ.

       3100-LIST-CLOSED.
           ADD 1 TO WS-CLOSED-COUNT
           ADD WS-BALANCE TO WS-CLOSED-BALANCE
           MOVE ADDACCT-ACCOUNT     TO CLS-ACCOUNT
           MOVE ADDACCT-DESCRIPTION TO CLS-DESCRIPTION
           MOVE ADDACCT-CLOSED-DATE TO CLS-CLOSED-DATE
           MOVE WS-LAST-POSTED      TO CLS-LAST-POSTED
           MOVE WS-BALANCE          TO CLS-BALANCE
           WRITE ADDDRPT-LINE FROM CLSD-LINE
           MOVE ZERO   TO WS-DAYS-IDLE
           MOVE SPACES TO WS-BUCKET
           MOVE "C" TO ADDDORM-REASON
           PERFORM 2900-WRITE-CANDIDATE.

       4000-TERMINATE.
           IF NOT WS-RUN-ABORTED
               MOVE SPACES TO ADDDRPT-LINE
               WRITE ADDDRPT-LINE
               PERFORM 4100-PRINT-BUCKET
                   VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 4
               MOVE "CLOSED ACCOUNTS WITH A BALANCE" TO CNT-LABEL
               MOVE WS-CLOSED-COUNT TO CNT-VALUE
               WRITE ADDDRPT-LINE FROM COUNT-LINE
               MOVE "  BALANCE STILL CARRIED" TO TOT-LABEL
               MOVE WS-CLOSED-BALANCE TO TOT-VALUE
               WRITE ADDDRPT-LINE FROM TOTAL-LINE
               MOVE "ACCOUNTS READ" TO CNT-LABEL
               MOVE WS-ACCTS-READ TO CNT-VALUE
               WRITE ADDDRPT-LINE FROM COUNT-LINE
               MOVE "ACTIVE ACCOUNTS WITH NO DATE TO AGE FROM"
                   TO CNT-LABEL
               MOVE WS-UNDATED-COUNT TO CNT-VALUE
               WRITE ADDDRPT-LINE FROM COUNT-LINE
               MOVE "CANDIDATES WRITTEN TO ADDDORM" TO CNT-LABEL
               MOVE WS-CANDIDATES TO CNT-VALUE
               WRITE ADDDRPT-LINE FROM COUNT-LINE
               IF WS-CLOSED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE ADDACCT-FILE
               IF WS-MASTER-OPEN
                   CLOSE ADDMST-FILE
               END-IF
               CLOSE ADDDORM-FILE
           END-IF
           CLOSE ADDDRPT-FILE
           DISPLAY "ADDING_2_NUMBERS_DORMANT: " WS-CANDIDATES
               " candidate(s), " WS-CLOSED-COUNT
               " closed account(s) holding a balance".

      *    The under-90 bucket only has members when the threshold
      *    is below 90 days.
       4100-PRINT-BUCKET.
           IF WS-BKT-SUB > 1 OR WS-THRESHOLD < 90
               MOVE WS-BKT-LABEL (WS-BKT-SUB)   TO BKL-LABEL
               MOVE WS-BKT-COUNT (WS-BKT-SUB)   TO BKL-COUNT
               MOVE WS-BKT-BALANCE (WS-BKT-SUB) TO BKL-BALANCE
               WRITE ADDDRPT-LINE FROM BKT-LINE
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_DORMANT.

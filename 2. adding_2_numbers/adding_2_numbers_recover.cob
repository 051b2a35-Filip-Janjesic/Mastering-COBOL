       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_RECOVER.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Forward recovery of the ADDMST balance master, for the day
      *    the KSDS itself is lost or damaged mid-month - more than
      *    ADDING_2_NUMBERS_BACKOUT (one run, from its journal) can
      *    undo, and more than ADDING_2_NUMBERS_VERIFY (which only
      *    says the master is wrong) can put right.
      *
      *    The whole master is rebuilt from the last period-end
      *    ADDSNAP snapshot written by ADDING_2_NUMBERS_CLOSE: every
      *    snapshot record is the account's master record as it
      *    stood at the close.  Every ADDHIST posting dated after
      *    that period is then replayed in the order it was written,
      *    exactly as ADDING_2_NUMBERS_POST applies a total:
      *
      *        balance         + amount
      *        period-to-date  reset first when the account is new
      *                        or the posting month is later than
      *                        the month it last posted in; then
      *                        + amount and + 1 posting
      *        last posted     the posting date
      *
      *    The recomputed balance is compared with the balance-after
      *    the history row recorded; any row where they differ is
      *    listed on the ADDRCVR recovery report with both figures.
      *    The rebuilt records are written to ADDMSTN, a freshly
      *    defined master the job swaps in for the live one, and the
      *    report closes with accounts rebuilt, postings replayed and
      *    disagreements.  The job then runs ADDING_2_NUMBERS_VERIFY
      *    against the new master - the same proof as after any
      *    incident - before anything is swapped.
      *
      *    The snapshot period defaults to the month just ended and
      *    can be overridden with a YYYYMM PARM, the convention of
      *    ADDING_2_NUMBERS_CLOSE and ADDING_2_NUMBERS_VERIFY; the
      *    ADDSNAP generation supplied must be that period's, or the
      *    run is refused with RETURN-CODE 16 before anything is
      *    written.  A disagreement ends the run RETURN-CODE 8 and
      *    the swap is bypassed until it has been explained.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDSNAP-FILE ASSIGN TO "ADDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDSNAP-STATUS.
           SELECT ADDHIST-FILE ASSIGN TO "ADDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDHIST-STATUS.
      *    RANDOM access so the rebuilt records can be written in
      *    table order - accounts born since the close follow the
      *    snapshot's, not in key sequence.
           SELECT ADDMSTN-FILE ASSIGN TO "ADDMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDMST-ACCOUNT
               FILE STATUS IS WS-ADDMSTN-STATUS.
           SELECT ADDRCVR-FILE ASSIGN TO "ADDRCVR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDSNAP-FILE.
           COPY ADDSNAPR.
       FD  ADDHIST-FILE.
           COPY ADDHISTR.
       FD  ADDMSTN-FILE.
           COPY ADDMSTRC.
       FD  ADDRCVR-FILE.
           01  ADDRCVR-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDSNAP-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDHIST-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDMSTN-STATUS      PIC XX VALUE SPACES.
           01  WS-RECOVER-PERIOD      PIC X(6).
           01  WS-RECOVER-PERIOD-PARTS REDEFINES WS-RECOVER-PERIOD.
               05  WS-RECOVER-YYYY    PIC 9(4).
               05  WS-RECOVER-MM      PIC 9(2).
           01  WS-TODAY               PIC X(8).
           01  WS-WORK-YYYY           PIC 9(4).
           01  WS-WORK-MM             PIC 9(2).
           01  WS-POSTING-MONTH       PIC X(6).
           01  WS-LAST-MONTH          PIC X(6).

           01  WS-SWITCHES.
               05  WS-SNAP-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDSNAP        VALUE 'Y'.
               05  WS-HIST-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDHIST        VALUE 'Y'.
               05  WS-REFUSED-SW      PIC X VALUE 'N'.
                   88  WS-RUN-REFUSED        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-SNAP-LOADED     PIC 9(7) VALUE ZERO.
               05  WS-HIST-READ       PIC 9(7) VALUE ZERO.
               05  WS-HIST-SKIPPED    PIC 9(7) VALUE ZERO.
               05  WS-HIST-REPLAYED   PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-CREATED   PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-REBUILT   PIC 9(7) VALUE ZERO.
               05  WS-DISAGREEMENTS   PIC 9(7) VALUE ZERO.
               05  WS-BALANCE-TOTAL   PIC S9(13)V99 VALUE ZERO.

      *    The master being rebuilt - one slot per account on the
      *    snapshot or the post-period history.
           01  WS-RCV-TABLE.
               05  WS-RCV-COUNT       PIC 9(4) COMP VALUE ZERO.
               05  WS-RCV-ENTRY       OCCURS 5000.
                   10  WS-RCV-ACCOUNT      PIC X(8).
                   10  WS-RCV-BALANCE      PIC S9(13)V99.
                   10  WS-RCV-LAST-POSTED  PIC X(8).
                   10  WS-RCV-PTD-AMOUNT   PIC S9(13)V99.
                   10  WS-RCV-PTD-COUNT    PIC 9(7).
                   10  WS-RCV-NEW-SW       PIC X.
                       88  WS-RCV-NEW-ACCOUNT    VALUE 'Y'.

           01  WS-RCV-SUB             PIC 9(4) COMP.
           01  WS-RCV-FOUND-SUB       PIC 9(4) COMP.
           01  WS-RCV-SEARCH          PIC X(8).

           01  HDR1-LINE.
               05  FILLER             PIC X(35) VALUE
                       "MASTER FORWARD RECOVERY - SNAPSHOT ".
               05  HDR1-PERIOD        PIC X(6).

           01  HDR2-LINE.
               05  FILLER             PIC X(8)  VALUE "ACCOUNT".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(8)  VALUE "POSTED".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(4)  VALUE "OPR".
               05  FILLER             PIC X(21) VALUE
                       "      HISTORY BALANCE".
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  FILLER             PIC X(21) VALUE
                       "   RECOMPUTED BALANCE".

           01  EXC-LINE.
               05  EXC-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  EXC-POST-DATE      PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  EXC-OPER           PIC X(3).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  EXC-RECORDED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  EXC-RECOMPUTED     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  COUNT-LINE.
               05  CNT-LABEL          PIC X(40).
               05  CNT-VALUE          PIC Z,ZZZ,ZZ9.

           01  TOTAL-LINE.
               05  TOT-LABEL          PIC X(40).
               05  TOT-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  VERDICT-LINE.
               05  VDT-TEXT           PIC X(60).

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SNAPSHOT
               UNTIL END-OF-ADDSNAP OR WS-RUN-REFUSED
           IF NOT WS-RUN-REFUSED
               PERFORM 1300-OPEN-HISTORY
           END-IF
           PERFORM 2500-REPLAY-ONE-POSTING
               UNTIL END-OF-ADDHIST OR WS-RUN-REFUSED
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-WRITE-NEW-MASTER
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-RECOVER-PERIOD
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:4) TO WS-WORK-YYYY
               MOVE WS-TODAY(5:2) TO WS-WORK-MM
               IF WS-WORK-MM = 1
                   SUBTRACT 1 FROM WS-WORK-YYYY
                   MOVE 12 TO WS-WORK-MM
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               MOVE WS-WORK-YYYY TO WS-RECOVER-PERIOD(1:4)
               MOVE WS-WORK-MM   TO WS-RECOVER-PERIOD(5:2)
           END-IF
           OPEN OUTPUT ADDRCVR-FILE
           MOVE WS-RECOVER-PERIOD TO HDR1-PERIOD
           WRITE ADDRCVR-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDRCVR-LINE
           WRITE ADDRCVR-LINE
           WRITE ADDRCVR-LINE FROM HDR2-LINE
           MOVE SPACES TO ADDRCVR-LINE
           WRITE ADDRCVR-LINE
           IF WS-RECOVER-PERIOD IS NOT NUMERIC
                   OR WS-RECOVER-MM < 1 OR WS-RECOVER-MM > 12
               DISPLAY "ADDING_2_NUMBERS_RECOVER: SNAPSHOT PERIOD "
                   WS-RECOVER-PERIOD " IS NOT A VALID YYYYMM - "
                   "RUN REFUSED"
               PERFORM 1900-REFUSE-RUN
           ELSE
               PERFORM 1100-OPEN-SNAPSHOT
           END-IF.

      *    Without the snapshot there is no starting point - history
      *    alone only carries the movement since the close.
       1100-OPEN-SNAPSHOT.
           OPEN INPUT ADDSNAP-FILE
           IF WS-ADDSNAP-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_RECOVER: NO ADDSNAP "
                   "PERIOD-END SNAPSHOT - NOTHING TO RECOVER FROM - "
                   "RUN REFUSED"
               PERFORM 1900-REFUSE-RUN
           END-IF.

       1300-OPEN-HISTORY.
           OPEN INPUT ADDHIST-FILE
           IF WS-ADDHIST-STATUS = "35"
               SET END-OF-ADDHIST TO TRUE
           END-IF.

       1900-REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE
           SET END-OF-ADDSNAP TO TRUE
           SET END-OF-ADDHIST TO TRUE.

      *    Every record on the generation must carry the recovery
      *    period; another period means the wrong generation was
      *    supplied, and recovering from it would be wrong for
      *    every account.
       2000-LOAD-SNAPSHOT.
           READ ADDSNAP-FILE
               AT END SET END-OF-ADDSNAP TO TRUE
               NOT AT END
                   IF ADDSNAP-PERIOD NOT = WS-RECOVER-PERIOD
                       DISPLAY "ADDING_2_NUMBERS_RECOVER: ADDSNAP "
                           "HOLDS PERIOD " ADDSNAP-PERIOD ", NOT "
                           WS-RECOVER-PERIOD " - WRONG GENERATION - "
                           "RUN REFUSED"
                       PERFORM 1900-REFUSE-RUN
                   ELSE
                       MOVE ADDSNAP-ACCOUNT TO WS-RCV-SEARCH
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       IF NOT WS-RUN-REFUSED
                           PERFORM 2100-TAKE-SNAPSHOT-IMAGE
                       END-IF
                   END-IF
           END-READ.

       2100-TAKE-SNAPSHOT-IMAGE.
           MOVE ADDSNAP-BALANCE
               TO WS-RCV-BALANCE (WS-RCV-FOUND-SUB)
           MOVE ADDSNAP-LAST-POSTED
               TO WS-RCV-LAST-POSTED (WS-RCV-FOUND-SUB)
           MOVE ADDSNAP-PTD-AMOUNT
               TO WS-RCV-PTD-AMOUNT (WS-RCV-FOUND-SUB)
           MOVE ADDSNAP-PTD-COUNT
               TO WS-RCV-PTD-COUNT (WS-RCV-FOUND-SUB)
           MOVE 'N' TO WS-RCV-NEW-SW (WS-RCV-FOUND-SUB)
           ADD 1 TO WS-SNAP-LOADED.

      *    Postings up to the close are already in the snapshot;
      *    only those dated after it are replayed, in the order they
      *    were written.
       2500-REPLAY-ONE-POSTING.
           READ ADDHIST-FILE
               AT END SET END-OF-ADDHIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF ADDHIST-POST-DATE(1:6) > WS-RECOVER-PERIOD
                       MOVE ADDHIST-ACCOUNT TO WS-RCV-SEARCH
                       PERFORM 2900-FIND-OR-ADD-ENTRY
                       IF NOT WS-RUN-REFUSED
                           PERFORM 2600-APPLY-POSTING
                       END-IF
                   ELSE
                       ADD 1 TO WS-HIST-SKIPPED
                   END-IF
           END-READ.

      *    The same arithmetic, in the same order, as ADDING_2
      *    _NUMBERS_POST 2500-APPLY-TOTAL.
       2600-APPLY-POSTING.
           MOVE ADDHIST-POST-DATE(1:6) TO WS-POSTING-MONTH
           ADD ADDHIST-AMOUNT TO WS-RCV-BALANCE (WS-RCV-FOUND-SUB)
           MOVE WS-RCV-LAST-POSTED (WS-RCV-FOUND-SUB)(1:6)
               TO WS-LAST-MONTH
           IF WS-RCV-NEW-ACCOUNT (WS-RCV-FOUND-SUB)
                   OR WS-POSTING-MONTH > WS-LAST-MONTH
               MOVE ZERO TO WS-RCV-PTD-AMOUNT (WS-RCV-FOUND-SUB)
               MOVE ZERO TO WS-RCV-PTD-COUNT (WS-RCV-FOUND-SUB)
           END-IF
           ADD ADDHIST-AMOUNT TO WS-RCV-PTD-AMOUNT (WS-RCV-FOUND-SUB)
           ADD 1 TO WS-RCV-PTD-COUNT (WS-RCV-FOUND-SUB)
           MOVE ADDHIST-POST-DATE
               TO WS-RCV-LAST-POSTED (WS-RCV-FOUND-SUB)
           MOVE 'N' TO WS-RCV-NEW-SW (WS-RCV-FOUND-SUB)
           ADD 1 TO WS-HIST-REPLAYED
           IF WS-RCV-BALANCE (WS-RCV-FOUND-SUB)
                   NOT = ADDHIST-BALANCE-AFTER
               MOVE ADDHIST-ACCOUNT       TO EXC-ACCOUNT
               MOVE ADDHIST-POST-DATE     TO EXC-POST-DATE
               MOVE ADDHIST-OPER          TO EXC-OPER
               MOVE ADDHIST-BALANCE-AFTER TO EXC-RECORDED
               MOVE WS-RCV-BALANCE (WS-RCV-FOUND-SUB)
                   TO EXC-RECOMPUTED
               WRITE ADDRCVR-LINE FROM EXC-LINE
               ADD 1 TO WS-DISAGREEMENTS
           END-IF.

      *    Finds the WS-RCV-SEARCH account in the table, adding an
      *    empty new-account slot at the end when it is not there,
      *    and leaves its subscript in WS-RCV-FOUND-SUB.
       2900-FIND-OR-ADD-ENTRY.
           MOVE ZERO TO WS-RCV-FOUND-SUB
           PERFORM 2910-SCAN-RCV-TABLE
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
                   OR WS-RCV-FOUND-SUB > ZERO
           IF WS-RCV-FOUND-SUB = ZERO
               IF WS-RCV-COUNT < 5000
                   ADD 1 TO WS-RCV-COUNT
                   MOVE WS-RCV-COUNT TO WS-RCV-FOUND-SUB
                   MOVE WS-RCV-SEARCH
                       TO WS-RCV-ACCOUNT (WS-RCV-FOUND-SUB)
                   MOVE ZERO   TO WS-RCV-BALANCE (WS-RCV-FOUND-SUB)
                   MOVE SPACES TO WS-RCV-LAST-POSTED (WS-RCV-FOUND-SUB)
                   MOVE ZERO   TO WS-RCV-PTD-AMOUNT (WS-RCV-FOUND-SUB)
                   MOVE ZERO   TO WS-RCV-PTD-COUNT (WS-RCV-FOUND-SUB)
                   MOVE 'Y'    TO WS-RCV-NEW-SW (WS-RCV-FOUND-SUB)
               ELSE
                   DISPLAY "ADDING_2_NUMBERS_RECOVER: MORE THAN 5000 "
                       "ACCOUNTS - RUN REFUSED"
                   PERFORM 1900-REFUSE-RUN
               END-IF
           END-IF.

       2910-SCAN-RCV-TABLE.
           IF WS-RCV-ACCOUNT (WS-RCV-SUB) = WS-RCV-SEARCH
               MOVE WS-RCV-SUB TO WS-RCV-FOUND-SUB
           END-IF.

       3000-WRITE-NEW-MASTER.
           OPEN OUTPUT ADDMSTN-FILE
           PERFORM 3100-WRITE-ONE-ACCOUNT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
           CLOSE ADDMSTN-FILE.

      *    A slot created by history and never posted cannot occur
      *    (every history slot is posted at once), so every slot is
      *    a master record.
       3100-WRITE-ONE-ACCOUNT.
           MOVE WS-RCV-ACCOUNT (WS-RCV-SUB)     TO ADDMST-ACCOUNT
           MOVE WS-RCV-BALANCE (WS-RCV-SUB)     TO ADDMST-BALANCE
           MOVE WS-RCV-LAST-POSTED (WS-RCV-SUB) TO ADDMST-LAST-POSTED
           MOVE WS-RCV-PTD-AMOUNT (WS-RCV-SUB)  TO ADDMST-PTD-AMOUNT
           MOVE WS-RCV-PTD-COUNT (WS-RCV-SUB)   TO ADDMST-PTD-COUNT
           WRITE ADDMST-RECORD
               INVALID KEY
                   DISPLAY "ADDING_2_NUMBERS_RECOVER: ACCOUNT "
                       ADDMST-ACCOUNT " COULD NOT BE WRITTEN TO "
                       "ADDMSTN - STATUS " WS-ADDMSTN-STATUS
                   ADD 1 TO WS-DISAGREEMENTS
               NOT INVALID KEY
                   ADD 1 TO WS-ACCTS-REBUILT
                   ADD ADDMST-BALANCE TO WS-BALANCE-TOTAL
           END-WRITE.

       4000-TERMINATE.
           IF NOT WS-RUN-REFUSED
               COMPUTE WS-ACCTS-CREATED = WS-RCV-COUNT - WS-SNAP-LOADED
               MOVE SPACES TO ADDRCVR-LINE
               WRITE ADDRCVR-LINE
               MOVE "SNAPSHOT ACCOUNTS LOADED" TO CNT-LABEL
               MOVE WS-SNAP-LOADED TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "HISTORY ROWS READ" TO CNT-LABEL
               MOVE WS-HIST-READ TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "  ALREADY IN SNAPSHOT (NOT REPLAYED)"
                   TO CNT-LABEL
               MOVE WS-HIST-SKIPPED TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "  POSTINGS REPLAYED" TO CNT-LABEL
               MOVE WS-HIST-REPLAYED TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "ACCOUNTS CREATED SINCE THE SNAPSHOT" TO CNT-LABEL
               MOVE WS-ACCTS-CREATED TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "ACCOUNTS REBUILT ON ADDMSTN" TO CNT-LABEL
               MOVE WS-ACCTS-REBUILT TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "BALANCE-AFTER DISAGREEMENTS" TO CNT-LABEL
               MOVE WS-DISAGREEMENTS TO CNT-VALUE
               WRITE ADDRCVR-LINE FROM COUNT-LINE
               MOVE "TOTAL OF REBUILT BALANCES" TO TOT-LABEL
               MOVE WS-BALANCE-TOTAL TO TOT-VALUE
               WRITE ADDRCVR-LINE FROM TOTAL-LINE
               MOVE SPACES TO ADDRCVR-LINE
               WRITE ADDRCVR-LINE
               IF WS-DISAGREEMENTS = ZERO
                   MOVE "MASTER REBUILT - PROVE ADDMSTN BEFORE THE SWAP"
                       TO VDT-TEXT
               ELSE
                   MOVE "DISAGREEMENTS - DO NOT SWAP UNTIL EXPLAINED"
                       TO VDT-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE ADDRCVR-LINE FROM VERDICT-LINE
               CLOSE ADDSNAP-FILE
               IF WS-ADDHIST-STATUS NOT = "35"
                   CLOSE ADDHIST-FILE
               END-IF
           ELSE
               MOVE "RECOVERY REFUSED - NO MASTER WRITTEN" TO VDT-TEXT
               WRITE ADDRCVR-LINE FROM VERDICT-LINE
               IF WS-ADDSNAP-STATUS NOT = "35"
                       AND WS-ADDSNAP-STATUS NOT = SPACES
                   CLOSE ADDSNAP-FILE
               END-IF
               IF WS-ADDHIST-STATUS NOT = "35"
                       AND WS-ADDHIST-STATUS NOT = SPACES
                   CLOSE ADDHIST-FILE
               END-IF
           END-IF
           CLOSE ADDRCVR-FILE
           DISPLAY "ADDING_2_NUMBERS_RECOVER: " WS-ACCTS-REBUILT
               " account(s) rebuilt, " WS-HIST-REPLAYED
               " posting(s) replayed, " WS-DISAGREEMENTS
               " disagreement(s)".
         END PROGRAM ADDING_2_NUMBERS_RECOVER.

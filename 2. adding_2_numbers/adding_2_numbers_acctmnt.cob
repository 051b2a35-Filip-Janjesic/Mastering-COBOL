      *    Menu: A = add a new account, R = rename (change the
      *    description of) an existing account, C = close an account
      *    so the batch rejects further pairs against it, O = reopen
      *    a closed account, T = set the account's month-end accrual
      *    terms (interest rate and balance basis, flat service fee)
      *    on the ADDTERM file ADDING_2_NUMBERS_ACCRUE reads, N =
      *    add, change or delete a rollup node of the account
      *    hierarchy (branch, region, division, company), P = set
      *    the node an account rolls up into, D = walk the ADDDORM
      *    dormancy candidates ADDING_2_NUMBERS_DORMANT wrote, L =
      *    look one up, X = exit.  Closing stamps the closed date;
      *    reopening clears it.  An account is only closed once it
      *    is clear: a non-zero ADDMST balance or any item still
      *    held for it on the ADDPEND queue refuses the close, and
      *    the supervisor is shown the amount to clear first, so no
      *    closed account is left carrying money nothing can post
      *    against.  The hierarchy is kept on the ADDHIER file that
      *    ADDING_2_NUMBERS_ROLLUP reports from: a parent must be a
      *    node already on file, and a node can never be made its
      *    own ancestor, so the tree has no loops and no dangling
      *    branches.  All three files are created on first use so a
      *    brand-new installation does not need a separate load
      *    step.
      *
      *    Maintenance requires a supervisor sign-on against the
      *    ADDOPER profile file; a refused sign-on is written to
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDTERM-FILE ASSIGN TO "ADDTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDTERM-ACCOUNT
               FILE STATUS IS WS-ADDTERM-STATUS.
      *    DYNAMIC access: keyed reads to validate a parent, and a
      *    sequential pass to find a node's children before delete.
           SELECT ADDHIER-FILE ASSIGN TO "ADDHIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDHIER-CODE
               FILE STATUS IS WS-ADDHIER-STATUS.
      *    Read only - the balance and held items an account must
      *    clear before it may be closed, and the dormancy
      *    candidates to review.
           SELECT ADDMST-FILE ASSIGN TO "ADDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDMST-ACCOUNT
               FILE STATUS IS WS-ADDMST-STATUS.
           SELECT ADDPEND-FILE ASSIGN TO "ADDPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDPEND-STATUS.
           SELECT ADDDORM-FILE ASSIGN TO "ADDDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDDORM-STATUS.
           SELECT ADDOPER-FILE ASSIGN TO "ADDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDTERM-FILE.
           COPY ADDTERMR.
       FD  ADDHIER-FILE.
           COPY ADDHIERR.
       FD  ADDMST-FILE.
           COPY ADDMSTRC.
       FD  ADDPEND-FILE.
           COPY ADDPENDR.
       FD  ADDDORM-FILE.
           COPY ADDDORMR.
       FD  ADDOPER-FILE.
           COPY ADDOPERR.
       FD  ADDLOG-FILE.

       WORKING-STORAGE SECTION.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDTERM-STATUS      PIC XX.
           01  WS-ADDHIER-STATUS      PIC XX.
           01  WS-ADDMST-STATUS       PIC XX.
           01  WS-ADDPEND-STATUS      PIC XX.
           01  WS-ADDDORM-STATUS      PIC XX.
           01  WS-ADDOPER-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-OPERATOR-ID         PIC X(8).
           01  WS-ACCOUNT             PIC X(8).
           01  WS-DESCRIPTION         PIC X(30).
           01  WS-TODAY               PIC X(8).
           01  WS-NODE-CODE           PIC X(8).
           01  WS-NODE-DESCRIPTION    PIC X(30).
           01  WS-HIER-KEY            PIC X(8).
           01  WS-NEW-PARENT          PIC X(8).
           01  WS-WALK-CODE           PIC X(8).
           01  WS-WALK-DEPTH          PIC 9(3) COMP.
           01  WS-CHILD-COUNT         PIC 9(5).
           01  WS-CLEAR-BALANCE       PIC S9(13)V99.
           01  WS-CLEAR-ADJUSTMENT    PIC S9(13)V99.
           01  WS-HELD-COUNT          PIC 9(5).
           01  WS-HELD-TOTAL          PIC S9(13)V99.
           01  SHOW-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01  SHOW-DAYS              PIC ZZ,ZZ9.
           01  WS-REVIEW-ACTION       PIC X.
               88  WS-REVIEW-CLOSE        VALUE "C", "c".
               88  WS-REVIEW-SKIP         VALUE "S", "s".
               88  WS-REVIEW-QUIT         VALUE "Q", "q".

           01  WS-ENTRY-INPUT         PIC X(15).
           01  WS-NUMVAL-ERR          PIC 99.
           01  WS-NUMVAL-CHECK        PIC S9(15)V9(4).
           01  WS-TERM-RATE           PIC 9(2)V9(4).
           01  WS-TERM-FEE            PIC 9(7)V99.
           01  WS-TERM-BASIS          PIC X.
               88  WS-BASIS-MASTER        VALUE "M", "m".
               88  WS-BASIS-SNAPSHOT      VALUE "S", "s".
           01  SHOW-RATE              PIC Z9.9999.
           01  SHOW-FEE               PIC Z,ZZZ,ZZ9.99.

           01  WS-CONFIRM             PIC X.
               88  WS-CONFIRMED           VALUE "Y", "y".

           01  WS-MENU-CHOICE         PIC X.
               88  WS-CHOICE-ADD          VALUE "A", "a".
               88  WS-CHOICE-RENAME       VALUE "R", "r".
               88  WS-CHOICE-CLOSE        VALUE "C", "c".
               88  WS-CHOICE-REOPEN       VALUE "O", "o".
               88  WS-CHOICE-TERMS        VALUE "T", "t".
               88  WS-CHOICE-NODE         VALUE "N", "n".
               88  WS-CHOICE-PARENT       VALUE "P", "p".
               88  WS-CHOICE-DORMANT      VALUE "D", "d".
               88  WS-CHOICE-LOOKUP       VALUE "L", "l".
               88  WS-CHOICE-EXIT         VALUE "X", "x".

                   88  WS-MAINT-DONE         VALUE 'Y'.
               05  WS-FOUND-SW        PIC X VALUE 'N'.
                   88  WS-ACCOUNT-FOUND      VALUE 'Y'.
               05  WS-TERMS-SW        PIC X VALUE 'N'.
                   88  WS-TERMS-FOUND        VALUE 'Y'.
               05  WS-SIGNON-SW       PIC X VALUE 'N'.
                   88  WS-SIGNON-OK          VALUE 'Y'.
               05  WS-HIER-SW         PIC X VALUE 'N'.
                   88  WS-HIER-FOUND         VALUE 'Y'.
               05  WS-PARENT-OK-SW    PIC X VALUE 'N'.
                   88  WS-PARENT-OK          VALUE 'Y'.
               05  WS-HIER-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDHIER        VALUE 'Y'.
               05  WS-MASTER-SW       PIC X VALUE 'N'.
                   88  WS-MASTER-OPEN        VALUE 'Y'.
               05  WS-PEND-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDPEND        VALUE 'Y'.
               05  WS-DORM-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDDORM        VALUE 'Y'.
               05  WS-CLOSED-SW       PIC X VALUE 'N'.
                   88  WS-ACCOUNT-CLOSED-NOW VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-CHANGES-MADE    PIC 9(5) VALUE ZERO.
               05  WS-REVIEWED        PIC 9(5) VALUE ZERO.
               05  WS-REVIEW-CLOSED   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
               OPEN OUTPUT ADDACCT-FILE
               CLOSE ADDACCT-FILE
               OPEN I-O ADDACCT-FILE
           END-IF
           OPEN I-O ADDTERM-FILE
           IF WS-ADDTERM-STATUS = "35"
               OPEN OUTPUT ADDTERM-FILE
               CLOSE ADDTERM-FILE
               OPEN I-O ADDTERM-FILE
           END-IF
           OPEN I-O ADDHIER-FILE
           IF WS-ADDHIER-STATUS = "35"
               OPEN OUTPUT ADDHIER-FILE
               CLOSE ADDHIER-FILE
               OPEN I-O ADDHIER-FILE
           END-IF
           OPEN INPUT ADDMST-FILE
           IF WS-ADDMST-STATUS NOT = "35"
               SET WS-MASTER-OPEN TO TRUE
           END-IF.

       2000-RUN-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "ACCOUNT REFERENCE MAINTENANCE"
           DISPLAY "A = ADD  R = RENAME  C = CLOSE  O = REOPEN  "
               "T = TERMS  D = DORMANT REVIEW"
           DISPLAY "N = ROLLUP NODE  P = PARENT NODE  L = LOOKUP  "
               "X = EXIT"
           DISPLAY "Enter choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
                   PERFORM 2300-CLOSE-ACCOUNT
               WHEN WS-CHOICE-REOPEN
                   PERFORM 2400-REOPEN-ACCOUNT
               WHEN WS-CHOICE-TERMS
                   PERFORM 2800-MAINTAIN-TERMS
               WHEN WS-CHOICE-NODE
                   PERFORM 2900-MAINTAIN-NODE
               WHEN WS-CHOICE-PARENT
                   PERFORM 2950-SET-ACCOUNT-PARENT
               WHEN WS-CHOICE-DORMANT
                   PERFORM 2970-REVIEW-DORMANT
               WHEN WS-CHOICE-LOOKUP
                   PERFORM 2500-LOOKUP-ACCOUNT
               WHEN WS-CHOICE-EXIT
       2100-ADD-ACCOUNT.
           PERFORM 2600-GET-ACCOUNT-CODE
           PERFORM 2700-READ-ACCOUNT
           MOVE WS-ACCOUNT TO WS-HIER-KEY
           PERFORM 2910-READ-HIER
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FOUND
                   DISPLAY "ERROR: ACCOUNT " WS-ACCOUNT
                       " ALREADY EXISTS - USE R TO RENAME IT"
               WHEN WS-HIER-FOUND AND ADDHIER-NODE
                   DISPLAY "ERROR: " WS-ACCOUNT " IS A ROLLUP NODE "
                       "- CHOOSE ANOTHER ACCOUNT CODE"
               WHEN OTHER
                   DISPLAY "Enter description: "
                   ACCEPT WS-DESCRIPTION
                   MOVE WS-ACCOUNT     TO ADDACCT-ACCOUNT
                   MOVE WS-DESCRIPTION TO ADDACCT-DESCRIPTION
                   MOVE "A"            TO ADDACCT-STATUS
                   MOVE WS-TODAY       TO ADDACCT-OPENED-DATE
                   MOVE SPACES         TO ADDACCT-CLOSED-DATE
                   WRITE ADDACCT-RECORD
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "ACCOUNT " WS-ACCOUNT " ADDED"
           END-EVALUATE.

       2200-RENAME-ACCOUNT.
           PERFORM 2600-GET-ACCOUNT-CODE
                   DISPLAY "ERROR: ACCOUNT " WS-ACCOUNT
                       " IS ALREADY CLOSED"
               WHEN OTHER
                   PERFORM 2310-CLOSE-IF-CLEAR
           END-EVALUATE.

      *    Closing an account that still carries a balance, or has
      *    pairs held for approval, would strand the money: nothing
      *    can post against a closed account to clear it.  The
      *    supervisor is told what to clear first - the adjustment
      *    that brings the balance to zero, and the held items to
      *    release or reject on ADDING_2_NUMBERS_RELEASE.
       2310-CLOSE-IF-CLEAR.
           MOVE 'N' TO WS-CLOSED-SW
           PERFORM 2320-READ-CLEAR-BALANCE
           PERFORM 2330-TOTAL-HELD-ITEMS
           IF WS-CLEAR-BALANCE NOT = ZERO OR WS-HELD-COUNT > ZERO
               IF WS-CLEAR-BALANCE NOT = ZERO
                   MOVE WS-CLEAR-BALANCE TO SHOW-AMOUNT
                   DISPLAY "ERROR: ACCOUNT " WS-ACCOUNT
                       " STILL CARRIES A BALANCE OF " SHOW-AMOUNT
                   COMPUTE WS-CLEAR-ADJUSTMENT = ZERO - WS-CLEAR-BALANCE
                   MOVE WS-CLEAR-ADJUSTMENT TO SHOW-AMOUNT
                   DISPLAY "       CLEAR IT WITH AN ADJUSTMENT OF "
                       SHOW-AMOUNT
               END-IF
               IF WS-HELD-COUNT > ZERO
                   MOVE WS-HELD-TOTAL TO SHOW-AMOUNT
                   DISPLAY "ERROR: " WS-HELD-COUNT " ITEM(S) TOTALLING "
                       SHOW-AMOUNT " HELD ON ADDPEND"
                   DISPLAY "       RELEASE OR REJECT THEM FIRST"
               END-IF
               DISPLAY "ACCOUNT " WS-ACCOUNT " NOT CLOSED"
           ELSE
               MOVE "C"      TO ADDACCT-STATUS
               MOVE WS-TODAY TO ADDACCT-CLOSED-DATE
               REWRITE ADDACCT-RECORD
               ADD 1 TO WS-CHANGES-MADE
               SET WS-ACCOUNT-CLOSED-NOW TO TRUE
               DISPLAY "ACCOUNT " WS-ACCOUNT " CLOSED - THE "
                   "BATCH WILL NOW REJECT PAIRS AGAINST IT"
           END-IF.

      *    No master, or no record on it, means nothing ever posted.
       2320-READ-CLEAR-BALANCE.
           MOVE ZERO TO WS-CLEAR-BALANCE
           IF WS-MASTER-OPEN
               MOVE WS-ACCOUNT TO ADDMST-ACCOUNT
               READ ADDMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADDMST-BALANCE TO WS-CLEAR-BALANCE
               END-READ
           END-IF.

      *    The queue is read fresh on every close, since the batch
      *    and the release screen change it between closes.
       2330-TOTAL-HELD-ITEMS.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE 'N' TO WS-PEND-EOF-SW
           OPEN INPUT ADDPEND-FILE
           IF WS-ADDPEND-STATUS NOT = "35"
               PERFORM 2335-CHECK-ONE-HELD-ITEM UNTIL END-OF-ADDPEND
               CLOSE ADDPEND-FILE
           END-IF.

       2335-CHECK-ONE-HELD-ITEM.
           READ ADDPEND-FILE
               AT END SET END-OF-ADDPEND TO TRUE
               NOT AT END
                   IF ADDPEND-ACCOUNT = WS-ACCOUNT
                       ADD 1 TO WS-HELD-COUNT
                       ADD ADDPEND-BASE-TOTAL TO WS-HELD-TOTAL
                   END-IF
           END-READ.

       2400-REOPEN-ACCOUNT.
           PERFORM 2600-GET-ACCOUNT-CODE
           PERFORM 2700-READ-ACCOUNT
               DISPLAY "STATUS:      " ADDACCT-STATUS
               DISPLAY "OPENED:      " ADDACCT-OPENED-DATE
               DISPLAY "CLOSED:      " ADDACCT-CLOSED-DATE
               PERFORM 2850-READ-TERMS
               PERFORM 2860-SHOW-TERMS
               MOVE WS-ACCOUNT TO WS-HIER-KEY
               PERFORM 2910-READ-HIER
               IF WS-HIER-FOUND
                   DISPLAY "PARENT NODE: " ADDHIER-PARENT
               ELSE
                   DISPLAY "PARENT NODE: NONE - OUTSIDE THE HIERARCHY"
               END-IF
           ELSE
               DISPLAY "ACCOUNT " WS-ACCOUNT " NOT ON FILE"
           END-IF.
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ.

      *    Terms are only held for accounts on the reference file.
      *    Zero rate and zero fee means the account accrues nothing,
      *    so its terms record is removed rather than kept empty.
       2800-MAINTAIN-TERMS.
           PERFORM 2600-GET-ACCOUNT-CODE
           PERFORM 2700-READ-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "ERROR: ACCOUNT " WS-ACCOUNT " NOT ON FILE"
           ELSE
               PERFORM 2850-READ-TERMS
               PERFORM 2860-SHOW-TERMS
               PERFORM 2870-GET-RATE
               IF WS-TERM-RATE > ZERO
                   PERFORM 2880-GET-BASIS
               ELSE
                   MOVE "M" TO WS-TERM-BASIS
               END-IF
               PERFORM 2890-GET-FEE
               EVALUATE TRUE
                   WHEN WS-TERM-RATE = ZERO AND WS-TERM-FEE = ZERO
                           AND WS-TERMS-FOUND
                       DELETE ADDTERM-FILE
                       ADD 1 TO WS-CHANGES-MADE
                       DISPLAY "ACCRUAL TERMS FOR " WS-ACCOUNT
                           " REMOVED - ACCOUNT ACCRUES NOTHING"
                   WHEN WS-TERM-RATE = ZERO AND WS-TERM-FEE = ZERO
                       DISPLAY "NO TERMS SET - ACCOUNT " WS-ACCOUNT
                           " ACCRUES NOTHING"
                   WHEN OTHER
                       PERFORM 2895-SAVE-TERMS
               END-EVALUATE
           END-IF.

       2850-READ-TERMS.
           MOVE 'N' TO WS-TERMS-SW
           MOVE WS-ACCOUNT TO ADDTERM-ACCOUNT
           READ ADDTERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TERMS-FOUND TO TRUE
           END-READ.

       2860-SHOW-TERMS.
           IF WS-TERMS-FOUND
               MOVE ADDTERM-RATE TO SHOW-RATE
               MOVE ADDTERM-FEE  TO SHOW-FEE
               DISPLAY "INTEREST:    " SHOW-RATE "% ON BASIS "
                   ADDTERM-BASIS
               DISPLAY "SERVICE FEE: " SHOW-FEE
               DISPLAY "TERMS SET:   " ADDTERM-CHANGED-DATE " BY "
                   ADDTERM-CHANGED-BY
           ELSE
               DISPLAY "ACCRUAL:     NO TERMS - ACCRUES NOTHING"
           END-IF.

       2870-GET-RATE.
           MOVE SPACES TO WS-ENTRY-INPUT
           PERFORM WITH TEST AFTER
                   UNTIL WS-ENTRY-INPUT NOT = SPACES
                       AND WS-NUMVAL-ERR = ZERO
               DISPLAY "Enter annual interest rate % (0 = none): "
               ACCEPT WS-ENTRY-INPUT
               PERFORM 2875-VALIDATE-RATE
           END-PERFORM
           MOVE WS-NUMVAL-CHECK TO WS-TERM-RATE.

       2875-VALIDATE-RATE.
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
                   IF WS-NUMVAL-CHECK < ZERO
                           OR WS-NUMVAL-CHECK > 99.9999
                       DISPLAY "ERROR: RATE MUST BE 0 TO 99.9999 - "
                           "RE-ENTER"
                       MOVE 1 TO WS-NUMVAL-ERR
                   END-IF
               END-IF
           END-IF.

       2880-GET-BASIS.
           MOVE SPACES TO WS-TERM-BASIS
           PERFORM WITH TEST AFTER
                   UNTIL WS-BASIS-MASTER OR WS-BASIS-SNAPSHOT
               DISPLAY "M = LIVE MASTER BALANCE  "
                   "S = PERIOD-END SNAPSHOT BALANCE"
               DISPLAY "Enter balance basis: "
               ACCEPT WS-TERM-BASIS
               IF NOT WS-BASIS-MASTER AND NOT WS-BASIS-SNAPSHOT
                   DISPLAY "ERROR: INVALID BASIS - RE-ENTER"
               END-IF
           END-PERFORM
           IF WS-BASIS-MASTER
               MOVE "M" TO WS-TERM-BASIS
           ELSE
               MOVE "S" TO WS-TERM-BASIS
           END-IF.

       2890-GET-FEE.
           MOVE SPACES TO WS-ENTRY-INPUT
           PERFORM WITH TEST AFTER
                   UNTIL WS-ENTRY-INPUT NOT = SPACES
                       AND WS-NUMVAL-ERR = ZERO
               DISPLAY "Enter monthly service fee (0 = none): "
               ACCEPT WS-ENTRY-INPUT
               PERFORM 2893-VALIDATE-FEE
           END-PERFORM
           MOVE WS-NUMVAL-CHECK TO WS-TERM-FEE.

       2893-VALIDATE-FEE.
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
                   IF WS-NUMVAL-CHECK < ZERO
                           OR WS-NUMVAL-CHECK > 9999999.99
                       DISPLAY "ERROR: FEE MUST BE 0 TO 9999999.99 - "
                           "RE-ENTER"
                       MOVE 1 TO WS-NUMVAL-ERR
                   END-IF
               END-IF
           END-IF.

       2895-SAVE-TERMS.
           MOVE WS-ACCOUNT     TO ADDTERM-ACCOUNT
           MOVE WS-TERM-RATE   TO ADDTERM-RATE
           MOVE WS-TERM-BASIS  TO ADDTERM-BASIS
           MOVE WS-TERM-FEE    TO ADDTERM-FEE
           MOVE WS-OPERATOR-ID TO ADDTERM-CHANGED-BY
           MOVE WS-TODAY       TO ADDTERM-CHANGED-DATE
           IF WS-TERMS-FOUND
               REWRITE ADDTERM-RECORD
           ELSE
               WRITE ADDTERM-RECORD
           END-IF
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "ACCRUAL TERMS FOR " WS-ACCOUNT " SAVED".

      *    A rollup node is added, or its description and parent
      *    changed, or - when nothing still rolls up into it -
      *    deleted.  Node codes share the key with account links,
      *    so a code already used by an account is refused.
       2900-MAINTAIN-NODE.
           PERFORM 2905-GET-NODE-CODE
           MOVE WS-NODE-CODE TO ADDACCT-ACCOUNT
           READ ADDACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ
           MOVE WS-NODE-CODE TO WS-HIER-KEY
           PERFORM 2910-READ-HIER
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FOUND
                   DISPLAY "ERROR: " WS-NODE-CODE " IS AN ACCOUNT "
                       "CODE - A ROLLUP NODE NEEDS ITS OWN CODE"
               WHEN WS-HIER-FOUND AND NOT ADDHIER-NODE
                   DISPLAY "ERROR: " WS-NODE-CODE " IS AN ACCOUNT "
                       "LINK - A ROLLUP NODE NEEDS ITS OWN CODE"
               WHEN WS-HIER-FOUND
                   DISPLAY "NODE:        " ADDHIER-CODE
                   DISPLAY "DESCRIPTION: " ADDHIER-DESCRIPTION
                   DISPLAY "PARENT NODE: " ADDHIER-PARENT
                   DISPLAY "Delete this node (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM 2960-DELETE-NODE
                   ELSE
                       MOVE ADDHIER-DESCRIPTION TO WS-NODE-DESCRIPTION
                       DISPLAY "Enter new description "
                           "(blank = keep): "
                       ACCEPT WS-DESCRIPTION
                       IF WS-DESCRIPTION NOT = SPACES
                           MOVE WS-DESCRIPTION TO WS-NODE-DESCRIPTION
                       END-IF
                       PERFORM 2930-GET-NODE-PARENT
                       PERFORM 2920-SAVE-NODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Enter description: "
                   ACCEPT WS-NODE-DESCRIPTION
                   PERFORM 2930-GET-NODE-PARENT
                   PERFORM 2920-SAVE-NODE
           END-EVALUATE.

       2905-GET-NODE-CODE.
           MOVE SPACES TO WS-NODE-CODE
           PERFORM WITH TEST AFTER UNTIL WS-NODE-CODE NOT = SPACES
               DISPLAY "Enter rollup node code: "
               ACCEPT WS-NODE-CODE
               IF WS-NODE-CODE = SPACES
                   DISPLAY "ERROR: NODE CODE CANNOT BE BLANK - "
                       "RE-ENTER"
               END-IF
           END-PERFORM.

       2910-READ-HIER.
           MOVE 'N' TO WS-HIER-SW
           MOVE WS-HIER-KEY TO ADDHIER-CODE
           READ ADDHIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIER-FOUND TO TRUE
           END-READ.

      *    The record is rebuilt from working storage because
      *    validating the parent walked the tree through the record
      *    area.  WS-HIER-FOUND still says whether the node existed.
       2920-SAVE-NODE.
           MOVE WS-NODE-CODE        TO ADDHIER-CODE
           MOVE "N"                 TO ADDHIER-TYPE
           MOVE WS-NODE-DESCRIPTION TO ADDHIER-DESCRIPTION
           MOVE WS-NEW-PARENT       TO ADDHIER-PARENT
           MOVE WS-OPERATOR-ID      TO ADDHIER-CHANGED-BY
           MOVE WS-TODAY            TO ADDHIER-CHANGED-DATE
           IF WS-HIER-FOUND
               REWRITE ADDHIER-RECORD
               DISPLAY "ROLLUP NODE " WS-NODE-CODE " CHANGED"
           ELSE
               WRITE ADDHIER-RECORD
               DISPLAY "ROLLUP NODE " WS-NODE-CODE " ADDED"
           END-IF
           ADD 1 TO WS-CHANGES-MADE.

       2930-GET-NODE-PARENT.
           MOVE 'N' TO WS-PARENT-OK-SW
           PERFORM WITH TEST AFTER UNTIL WS-PARENT-OK
               DISPLAY "Enter parent node (blank = top of tree): "
               ACCEPT WS-NEW-PARENT
               PERFORM 2935-VALIDATE-NODE-PARENT
           END-PERFORM.

      *    The parent must be a node on file, and walking up from
      *    it must reach the top of the tree without passing through
      *    the node being maintained - otherwise the node would roll
      *    up into itself.  The depth limit stops the walk on a tree
      *    that is already damaged.
       2935-VALIDATE-NODE-PARENT.
           MOVE 'N' TO WS-PARENT-OK-SW
           EVALUATE TRUE
               WHEN WS-NEW-PARENT = SPACES
                   SET WS-PARENT-OK TO TRUE
               WHEN WS-NEW-PARENT = WS-NODE-CODE
                   DISPLAY "ERROR: A NODE CANNOT ROLL UP INTO ITSELF "
                       "- RE-ENTER"
               WHEN OTHER
                   MOVE WS-NEW-PARENT TO ADDHIER-CODE
                   READ ADDHIER-FILE
                       INVALID KEY
                           DISPLAY "ERROR: PARENT NODE " WS-NEW-PARENT
                               " NOT ON FILE - ADD IT FIRST OR "
                               "RE-ENTER"
                       NOT INVALID KEY
                           IF NOT ADDHIER-NODE
                               DISPLAY "ERROR: " WS-NEW-PARENT
                                   " IS AN ACCOUNT, NOT A ROLLUP "
                                   "NODE - RE-ENTER"
                           ELSE
                               SET WS-PARENT-OK TO TRUE
                               MOVE ADDHIER-PARENT TO WS-WALK-CODE
                               MOVE ZERO TO WS-WALK-DEPTH
                               PERFORM 2940-WALK-ONE-LEVEL
                                   UNTIL WS-WALK-CODE = SPACES
                                       OR NOT WS-PARENT-OK
                           END-IF
                   END-READ
           END-EVALUATE.

       2940-WALK-ONE-LEVEL.
           ADD 1 TO WS-WALK-DEPTH
           IF WS-WALK-CODE = WS-NODE-CODE OR WS-WALK-DEPTH > 50
               DISPLAY "ERROR: " WS-NODE-CODE " IS ABOVE "
                   WS-NEW-PARENT " IN THE TREE - THIS WOULD MAKE A "
                   "LOOP - RE-ENTER"
               MOVE 'N' TO WS-PARENT-OK-SW
           ELSE
               MOVE WS-WALK-CODE TO ADDHIER-CODE
               READ ADDHIER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-WALK-CODE
                   NOT INVALID KEY
                       MOVE ADDHIER-PARENT TO WS-WALK-CODE
               END-READ
           END-IF.

      *    An account rolls up into exactly one node; a blank parent
      *    takes it out of the hierarchy, and it will then be listed
      *    as outside it on the roll-up report.
       2950-SET-ACCOUNT-PARENT.
           PERFORM 2600-GET-ACCOUNT-CODE
           PERFORM 2700-READ-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "ERROR: ACCOUNT " WS-ACCOUNT " NOT ON FILE"
           ELSE
               MOVE WS-ACCOUNT TO WS-HIER-KEY
               PERFORM 2910-READ-HIER
               IF WS-HIER-FOUND
                   DISPLAY "CURRENT PARENT NODE: " ADDHIER-PARENT
               ELSE
                   DISPLAY "CURRENT PARENT NODE: NONE"
               END-IF
               MOVE 'N' TO WS-PARENT-OK-SW
               PERFORM 2955-GET-ACCOUNT-PARENT
                   WITH TEST AFTER UNTIL WS-PARENT-OK
               EVALUATE TRUE
                   WHEN WS-NEW-PARENT = SPACES AND WS-HIER-FOUND
                       MOVE WS-ACCOUNT TO ADDHIER-CODE
                       DELETE ADDHIER-FILE
                       ADD 1 TO WS-CHANGES-MADE
                       DISPLAY "ACCOUNT " WS-ACCOUNT
                           " REMOVED FROM THE HIERARCHY"
                   WHEN WS-NEW-PARENT = SPACES
                       DISPLAY "ACCOUNT " WS-ACCOUNT
                           " LEFT OUTSIDE THE HIERARCHY"
                   WHEN OTHER
                       MOVE WS-ACCOUNT     TO ADDHIER-CODE
                       MOVE "A"            TO ADDHIER-TYPE
                       MOVE SPACES         TO ADDHIER-DESCRIPTION
                       MOVE WS-NEW-PARENT  TO ADDHIER-PARENT
                       MOVE WS-OPERATOR-ID TO ADDHIER-CHANGED-BY
                       MOVE WS-TODAY       TO ADDHIER-CHANGED-DATE
                       IF WS-HIER-FOUND
                           REWRITE ADDHIER-RECORD
                       ELSE
                           WRITE ADDHIER-RECORD
                       END-IF
                       ADD 1 TO WS-CHANGES-MADE
                       DISPLAY "ACCOUNT " WS-ACCOUNT
                           " NOW ROLLS UP INTO " WS-NEW-PARENT
               END-EVALUATE
           END-IF.

       2955-GET-ACCOUNT-PARENT.
           DISPLAY "Enter parent node (blank = none): "
           ACCEPT WS-NEW-PARENT
           IF WS-NEW-PARENT = SPACES
               SET WS-PARENT-OK TO TRUE
           ELSE
               MOVE WS-NEW-PARENT TO ADDHIER-CODE
               READ ADDHIER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: PARENT NODE " WS-NEW-PARENT
                           " NOT ON FILE - RE-ENTER"
                   NOT INVALID KEY
                       IF ADDHIER-NODE
                           SET WS-PARENT-OK TO TRUE
                       ELSE
                           DISPLAY "ERROR: " WS-NEW-PARENT
                               " IS AN ACCOUNT, NOT A ROLLUP NODE - "
                               "RE-ENTER"
                       END-IF
               END-READ
           END-IF.

      *    A node that still has accounts or nodes rolling up into
      *    it cannot go - they would be left hanging from nothing.
       2960-DELETE-NODE.
           MOVE ZERO TO WS-CHILD-COUNT
           MOVE 'N' TO WS-HIER-EOF-SW
           MOVE LOW-VALUES TO ADDHIER-CODE
           START ADDHIER-FILE KEY IS NOT LESS THAN ADDHIER-CODE
               INVALID KEY SET END-OF-ADDHIER TO TRUE
           END-START
           PERFORM 2965-CHECK-ONE-CHILD UNTIL END-OF-ADDHIER
           IF WS-CHILD-COUNT > ZERO
               DISPLAY "ERROR: " WS-CHILD-COUNT " ACCOUNT(S) OR "
                   "NODE(S) STILL ROLL UP INTO " WS-NODE-CODE
                   " - MOVE THEM FIRST"
           ELSE
               MOVE WS-NODE-CODE TO ADDHIER-CODE
               DELETE ADDHIER-FILE
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "ROLLUP NODE " WS-NODE-CODE " DELETED"
           END-IF.

       2965-CHECK-ONE-CHILD.
           READ ADDHIER-FILE NEXT
               AT END SET END-OF-ADDHIER TO TRUE
               NOT AT END
                   IF ADDHIER-PARENT = WS-NODE-CODE
                       ADD 1 TO WS-CHILD-COUNT
                   END-IF
           END-READ.

      *    Walks the ADDDORM candidates from the last dormancy run
      *    one at a time.  The file may be days old, so each account
      *    is re-read and its live balance shown before anything is
      *    done: a dormant account can be closed here (under the
      *    same clear-balance rule as C), and a closed account still
      *    carrying a balance is shown the adjustment that clears it.
       2970-REVIEW-DORMANT.
           MOVE ZERO TO WS-REVIEWED
           MOVE ZERO TO WS-REVIEW-CLOSED
           MOVE 'N' TO WS-DORM-EOF-SW
           MOVE SPACES TO WS-REVIEW-ACTION
           OPEN INPUT ADDDORM-FILE
           IF WS-ADDDORM-STATUS = "35"
               DISPLAY "ERROR: NO ADDDORM CANDIDATE FILE - RUN THE "
                   "DORMANCY REPORT FIRST"
           ELSE
               PERFORM 2975-REVIEW-ONE-CANDIDATE
                   UNTIL END-OF-ADDDORM OR WS-REVIEW-QUIT
               CLOSE ADDDORM-FILE
               DISPLAY "DORMANCY REVIEW: " WS-REVIEWED
                   " CANDIDATE(S) SEEN, " WS-REVIEW-CLOSED " CLOSED"
           END-IF.

       2975-REVIEW-ONE-CANDIDATE.
           READ ADDDORM-FILE
               AT END SET END-OF-ADDDORM TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEWED
                   MOVE ADDDORM-ACCOUNT TO WS-ACCOUNT
                   PERFORM 2700-READ-ACCOUNT
                   PERFORM 2320-READ-CLEAR-BALANCE
                   PERFORM 2980-SHOW-CANDIDATE
                   EVALUATE TRUE
                       WHEN NOT WS-ACCOUNT-FOUND
                           DISPLAY "ACCOUNT NO LONGER ON FILE - "
                               "NOTHING TO DO"
                       WHEN ADDDORM-DORMANT AND ADDACCT-CLOSED
                           DISPLAY "ACCOUNT ALREADY CLOSED ON "
                               ADDACCT-CLOSED-DATE
                       WHEN ADDDORM-DORMANT
                           PERFORM 2985-GET-REVIEW-ACTION
                       WHEN ADDACCT-ACTIVE
                           DISPLAY "ACCOUNT REOPENED SINCE THE REPORT "
                               "- NOTHING TO DO"
                       WHEN WS-CLEAR-BALANCE = ZERO
                           DISPLAY "BALANCE NOW CLEARED - NOTHING "
                               "TO DO"
                       WHEN OTHER
                           COMPUTE WS-CLEAR-ADJUSTMENT =
                               ZERO - WS-CLEAR-BALANCE
                           MOVE WS-CLEAR-ADJUSTMENT TO SHOW-AMOUNT
                           DISPLAY "CLOSED WITH A BALANCE - CLEAR IT "
                               "WITH AN ADJUSTMENT OF " SHOW-AMOUNT
                           PERFORM 2990-GET-NEXT-OR-QUIT
                   END-EVALUATE
           END-READ.

       2980-SHOW-CANDIDATE.
           DISPLAY " "
           DISPLAY "ACCOUNT:     " ADDDORM-ACCOUNT
           IF WS-ACCOUNT-FOUND
               DISPLAY "DESCRIPTION: " ADDACCT-DESCRIPTION
               DISPLAY "STATUS:      " ADDACCT-STATUS
           END-IF
           IF ADDDORM-DORMANT
               MOVE ADDDORM-DAYS-IDLE TO SHOW-DAYS
               DISPLAY "DORMANT:     " SHOW-DAYS " DAYS (AGE "
                   ADDDORM-BUCKET ") AS OF " ADDDORM-RUN-DATE
           ELSE
               DISPLAY "REPORTED:    CLOSED WITH A BALANCE AS OF "
                   ADDDORM-RUN-DATE
           END-IF
           IF ADDDORM-LAST-POSTED = SPACES
               DISPLAY "LAST POSTED: NEVER"
           ELSE
               DISPLAY "LAST POSTED: " ADDDORM-LAST-POSTED
           END-IF
           MOVE WS-CLEAR-BALANCE TO SHOW-AMOUNT
           DISPLAY "BALANCE NOW: " SHOW-AMOUNT.

       2985-GET-REVIEW-ACTION.
           PERFORM WITH TEST AFTER
                   UNTIL WS-REVIEW-CLOSE OR WS-REVIEW-SKIP
                       OR WS-REVIEW-QUIT
               DISPLAY "C = CLOSE  S = SKIP  Q = QUIT REVIEW"
               DISPLAY "Enter action: "
               ACCEPT WS-REVIEW-ACTION
               IF NOT WS-REVIEW-CLOSE AND NOT WS-REVIEW-SKIP
                       AND NOT WS-REVIEW-QUIT
                   DISPLAY "ERROR: INVALID ACTION - RE-ENTER"
               END-IF
           END-PERFORM
           IF WS-REVIEW-CLOSE
               PERFORM 2310-CLOSE-IF-CLEAR
               IF WS-ACCOUNT-CLOSED-NOW
                   ADD 1 TO WS-REVIEW-CLOSED
               END-IF
           END-IF.

       2990-GET-NEXT-OR-QUIT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-REVIEW-SKIP OR WS-REVIEW-QUIT
               DISPLAY "S = NEXT CANDIDATE  Q = QUIT REVIEW"
               DISPLAY "Enter action: "
               ACCEPT WS-REVIEW-ACTION
               IF NOT WS-REVIEW-SKIP AND NOT WS-REVIEW-QUIT
                   DISPLAY "ERROR: INVALID ACTION - RE-ENTER"
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           IF WS-SIGNON-OK
               CLOSE ADDACCT-FILE
               CLOSE ADDTERM-FILE
               CLOSE ADDHIER-FILE
               IF WS-MASTER-OPEN
                   CLOSE ADDMST-FILE
               END-IF
               DISPLAY "ADDING_2_NUMBERS_ACCTMNT: " WS-CHANGES-MADE
                   " change(s) applied"
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_ROLLUP.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Consolidated roll-up of the ADDMST balance master through
      *    the account hierarchy on ADDHIER (maintained on the
      *    ADDING_2_NUMBERS_ACCTMNT screen), so region and division
      *    totals are printed instead of added up by hand from the
      *    ADDTBAL trial balance.
      *
      *    The ADDROLL report is indented by level.  Each rollup node
      *    prints its heading, then the accounts that roll up into it
      *    with their balance and period-to-date movement, then its
      *    child nodes in the same way, and closes with a subtotal
      *    line carrying everything beneath it - so every branch,
      *    region, division and the company itself is subtotalled.
      *
      *    The roll-up is then proven to the trial-balance grand
      *    total, the sum of every ADDMST record exactly as ADDING_2
      *    _NUMBERS_CLOSE prints it: the company total (the sum of
      *    the top nodes), plus the accounts that sit outside the
      *    tree (on ADDMST or ADDACCT with no parent node, or whose
      *    parent node is no longer on file), plus the accounts that
      *    roll into nodes that never reach a top node, must equal
      *    it, and each of the three prints on its own reconciling
      *    line.  The outside accounts and the unreached nodes are
      *    also listed with their figures, so the tree can never
      *    quietly drop money: any of these, or a proof that does not
      *    agree, ends the run RETURN-CODE 8.
      *
      *    Movement is the period-to-date amount of accounts last
      *    posted in the report period, the same rule as the trial
      *    balance.  PARM='YYYYMM' names the period and defaults to
      *    the current month.  No ADDHIER hierarchy or no ADDMST
      *    master is RETURN-CODE 16.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDHIER-FILE ASSIGN TO "ADDHIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDHIER-CODE
               FILE STATUS IS WS-ADDHIER-STATUS.
           SELECT ADDMST-FILE ASSIGN TO "ADDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDMST-ACCOUNT
               FILE STATUS IS WS-ADDMST-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDROLL-FILE ASSIGN TO "ADDROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDHIER-FILE.
           COPY ADDHIERR.
       FD  ADDMST-FILE.
           COPY ADDMSTRC.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDROLL-FILE.
           01  ADDROLL-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDHIER-STATUS      PIC XX VALUE SPACES.
           01  WS-ADDMST-STATUS       PIC XX VALUE SPACES.
           01  WS-ADDACCT-STATUS      PIC XX VALUE SPACES.
           01  WS-REPORT-PERIOD       PIC X(6).
           01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
               05  WS-REPORT-YYYY     PIC 9(4).
               05  WS-REPORT-MM       PIC 9(2).
           01  WS-TODAY               PIC X(8).
           01  WS-ACCT-BALANCE        PIC S9(13)V99.
           01  WS-ACCT-MOVEMENT       PIC S9(13)V99.
           01  WS-INDENT              PIC 9(3) COMP.
           01  WS-NAME-TEXT           PIC X(42).
           01  WS-OUT-REASON          PIC X(20).

           01  WS-SWITCHES.
               05  WS-HIER-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDHIER        VALUE 'Y'.
               05  WS-MST-EOF-SW      PIC X VALUE 'N'.
                   88  END-OF-ADDMST         VALUE 'Y'.
               05  WS-ACCT-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDACCT        VALUE 'Y'.
               05  WS-ABORT-SW        PIC X VALUE 'N'.
                   88  WS-RUN-ABORTED        VALUE 'Y'.
               05  WS-ORPHAN-HDR-SW   PIC X VALUE 'N'.
                   88  WS-ORPHAN-HDR-DONE    VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-NODES-PRINTED   PIC 9(7) VALUE ZERO.
               05  WS-ACCTS-PRINTED   PIC 9(7) VALUE ZERO.
               05  WS-EXCEPTIONS      PIC 9(7) VALUE ZERO.

           01  WS-TOTALS.
               05  WS-TB-BALANCE      PIC S9(13)V99 VALUE ZERO.
               05  WS-TB-MOVEMENT     PIC S9(13)V99 VALUE ZERO.
               05  WS-CO-BALANCE      PIC S9(13)V99 VALUE ZERO.
               05  WS-CO-MOVEMENT     PIC S9(13)V99 VALUE ZERO.
               05  WS-OUT-BALANCE     PIC S9(13)V99 VALUE ZERO.
               05  WS-OUT-MOVEMENT    PIC S9(13)V99 VALUE ZERO.
               05  WS-ORPHAN-BALANCE  PIC S9(13)V99 VALUE ZERO.
               05  WS-ORPHAN-MOVEMENT PIC S9(13)V99 VALUE ZERO.
               05  WS-PROOF-BALANCE   PIC S9(13)V99 VALUE ZERO.
               05  WS-PROOF-MOVEMENT  PIC S9(13)V99 VALUE ZERO.

      *    Rollup nodes, in key order as read from ADDHIER, each
      *    accumulating everything beneath it.
           01  WS-NOD-TABLE.
               05  WS-NOD-COUNT       PIC 9(4) COMP VALUE ZERO.
               05  WS-NOD-ENTRY       OCCURS 1000.
                   10  WS-NOD-CODE         PIC X(8).
                   10  WS-NOD-DESCRIPTION  PIC X(30).
                   10  WS-NOD-PARENT       PIC X(8).
                   10  WS-NOD-PARENT-SUB   PIC 9(4) COMP.
                   10  WS-NOD-BALANCE      PIC S9(13)V99.
                   10  WS-NOD-MOVEMENT     PIC S9(13)V99.
                   10  WS-NOD-PRINTED-SW   PIC X.
                       88  WS-NOD-PRINTED        VALUE 'Y'.

      *    Account links, in account order, with the account's own
      *    figures once the master has been read.
           01  WS-LNK-TABLE.
               05  WS-LNK-COUNT       PIC 9(4) COMP VALUE ZERO.
               05  WS-LNK-ENTRY       OCCURS 5000.
                   10  WS-LNK-ACCOUNT      PIC X(8).
                   10  WS-LNK-PARENT       PIC X(8).
                   10  WS-LNK-NODE-SUB     PIC 9(4) COMP.
                   10  WS-LNK-DESCRIPTION  PIC X(30).
                   10  WS-LNK-BALANCE      PIC S9(13)V99.
                   10  WS-LNK-MOVEMENT     PIC S9(13)V99.

      *    Accounts outside the tree, listed after it.
           01  WS-OUT-TABLE.
               05  WS-OUT-COUNT       PIC 9(4) COMP VALUE ZERO.
               05  WS-OUT-ENTRY       OCCURS 5000.
                   10  WS-OUT-ACCOUNT      PIC X(8).
                   10  WS-OUT-TEXT         PIC X(20).
                   10  WS-OUT-ACCT-BALANCE PIC S9(13)V99.
                   10  WS-OUT-ACCT-MOVE    PIC S9(13)V99.

      *    The path from a top node down to the node being printed;
      *    each level remembers where the search for its next child
      *    node has got to.
           01  WS-STACK.
               05  WS-STK-TOP         PIC 9(3) COMP VALUE ZERO.
               05  WS-STK-ENTRY       OCCURS 50.
                   10  WS-STK-NODE-SUB     PIC 9(4) COMP.
                   10  WS-STK-SCAN-SUB     PIC 9(4) COMP.

           01  WS-NOD-SUB             PIC 9(4) COMP.
           01  WS-NOD-FOUND-SUB       PIC 9(4) COMP.
           01  WS-LNK-SUB             PIC 9(4) COMP.
           01  WS-LNK-FOUND-SUB       PIC 9(4) COMP.
           01  WS-OUT-SUB             PIC 9(4) COMP.
           01  WS-OUT-FOUND-SUB       PIC 9(4) COMP.
           01  WS-WALK-SUB            PIC 9(4) COMP.
           01  WS-WALK-LAST-SUB       PIC 9(4) COMP.
           01  WS-POP-SUB             PIC 9(4) COMP.
           01  WS-WALK-DEPTH          PIC 9(3) COMP.
           01  WS-CHILD-SUB           PIC 9(4) COMP.
           01  WS-SEARCH-CODE         PIC X(8).
           01  WS-CURRENT-CODE        PIC X(8).

           01  HDR1-LINE.
               05  FILLER             PIC X(30) VALUE
                       "CONSOLIDATED ROLL-UP - PERIOD ".
               05  HDR1-PERIOD        PIC X(6).

           01  HDR2-LINE.
               05  FILLER             PIC X(42) VALUE
                       "NODE / ACCOUNT".
               05  FILLER             PIC X(17) VALUE
                       "          BALANCE".
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  FILLER             PIC X(17) VALUE
                       "         MOVEMENT".

           01  ROLL-LINE.
               05  RLL-NAME           PIC X(42).
               05  RLL-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  RLL-BALANCE-BLANK REDEFINES RLL-BALANCE
                                      PIC X(17).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  RLL-MOVEMENT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  RLL-MOVEMENT-BLANK REDEFINES RLL-MOVEMENT
                                      PIC X(17).

           01  SECTION-LINE.
               05  SEC-TEXT           PIC X(60).

           01  VERDICT-LINE.
               05  VDT-TEXT           PIC X(60).

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HIERARCHY
               UNTIL END-OF-ADDHIER OR WS-RUN-ABORTED
           IF NOT WS-RUN-ABORTED
               PERFORM 2100-RESOLVE-NODE-PARENT
                   VARYING WS-NOD-SUB FROM 1 BY 1
                   UNTIL WS-NOD-SUB > WS-NOD-COUNT
               PERFORM 2150-RESOLVE-LINK-PARENT
                   VARYING WS-LNK-SUB FROM 1 BY 1
                   UNTIL WS-LNK-SUB > WS-LNK-COUNT
           END-IF
           PERFORM 2300-ROLL-ONE-ACCOUNT
               UNTIL END-OF-ADDMST OR WS-RUN-ABORTED
           PERFORM 2500-CHECK-ONE-REFERENCE
               UNTIL END-OF-ADDACCT OR WS-RUN-ABORTED
           IF NOT WS-RUN-ABORTED
               PERFORM 3000-PRINT-TREE
               PERFORM 3500-PRINT-EXCEPTIONS
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-TODAY(1:6) TO WS-REPORT-PERIOD
           END-IF
           OPEN OUTPUT ADDROLL-FILE
           MOVE WS-REPORT-PERIOD TO HDR1-PERIOD
           WRITE ADDROLL-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDROLL-LINE
           WRITE ADDROLL-LINE
           WRITE ADDROLL-LINE FROM HDR2-LINE
           MOVE SPACES TO ADDROLL-LINE
           WRITE ADDROLL-LINE
           IF WS-REPORT-PERIOD IS NOT NUMERIC
                   OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "ADDING_2_NUMBERS_ROLLUP: REPORT PERIOD "
                   WS-REPORT-PERIOD " IS NOT A VALID YYYYMM - "
                   "RUN REFUSED"
               PERFORM 1900-ABORT-RUN
           ELSE
               PERFORM 1100-OPEN-INPUTS
           END-IF.

       1100-OPEN-INPUTS.
           OPEN INPUT ADDHIER-FILE
           OPEN INPUT ADDMST-FILE
           OPEN INPUT ADDACCT-FILE
           EVALUATE TRUE
               WHEN WS-ADDHIER-STATUS = "35"
                   DISPLAY "ADDING_2_NUMBERS_ROLLUP: NO ADDHIER "
                       "ACCOUNT HIERARCHY - NOTHING TO ROLL UP"
                   PERFORM 1900-ABORT-RUN
               WHEN WS-ADDMST-STATUS = "35"
                   DISPLAY "ADDING_2_NUMBERS_ROLLUP: NO ADDMST "
                       "BALANCE MASTER - NOTHING TO ROLL UP"
                   PERFORM 1900-ABORT-RUN
               WHEN WS-ADDACCT-STATUS = "35"
                   SET END-OF-ADDACCT TO TRUE
           END-EVALUATE.

       1900-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           SET WS-RUN-ABORTED TO TRUE
           SET END-OF-ADDHIER TO TRUE
           SET END-OF-ADDMST  TO TRUE
           SET END-OF-ADDACCT TO TRUE.

       2000-LOAD-HIERARCHY.
           READ ADDHIER-FILE NEXT
               AT END SET END-OF-ADDHIER TO TRUE
               NOT AT END
                   IF ADDHIER-NODE
                       PERFORM 2010-LOAD-NODE
                   ELSE
                       PERFORM 2020-LOAD-LINK
                   END-IF
           END-READ.

       2010-LOAD-NODE.
           IF WS-NOD-COUNT < 1000
               ADD 1 TO WS-NOD-COUNT
               MOVE ADDHIER-CODE   TO WS-NOD-CODE (WS-NOD-COUNT)
               MOVE ADDHIER-DESCRIPTION
                   TO WS-NOD-DESCRIPTION (WS-NOD-COUNT)
               MOVE ADDHIER-PARENT TO WS-NOD-PARENT (WS-NOD-COUNT)
               MOVE ZERO TO WS-NOD-PARENT-SUB (WS-NOD-COUNT)
               MOVE ZERO TO WS-NOD-BALANCE (WS-NOD-COUNT)
               MOVE ZERO TO WS-NOD-MOVEMENT (WS-NOD-COUNT)
               MOVE 'N'  TO WS-NOD-PRINTED-SW (WS-NOD-COUNT)
           ELSE
               DISPLAY "ADDING_2_NUMBERS_ROLLUP: MORE THAN 1000 "
                   "ROLLUP NODES - RUN ABORTED"
               PERFORM 1900-ABORT-RUN
           END-IF.

       2020-LOAD-LINK.
           IF WS-LNK-COUNT < 5000
               ADD 1 TO WS-LNK-COUNT
               MOVE ADDHIER-CODE   TO WS-LNK-ACCOUNT (WS-LNK-COUNT)
               MOVE ADDHIER-PARENT TO WS-LNK-PARENT (WS-LNK-COUNT)
               MOVE ZERO   TO WS-LNK-NODE-SUB (WS-LNK-COUNT)
               MOVE SPACES TO WS-LNK-DESCRIPTION (WS-LNK-COUNT)
               MOVE ZERO   TO WS-LNK-BALANCE (WS-LNK-COUNT)
               MOVE ZERO   TO WS-LNK-MOVEMENT (WS-LNK-COUNT)
           ELSE
               DISPLAY "ADDING_2_NUMBERS_ROLLUP: MORE THAN 5000 "
                   "ACCOUNT LINKS - RUN ABORTED"
               PERFORM 1900-ABORT-RUN
           END-IF.

      *    Parents are resolved to subscripts once the whole file is
      *    in, since a parent may sort after its child.  A parent
      *    that is not on file leaves the subscript zero; for a node
      *    that is caught when the node never reaches the top.
       2100-RESOLVE-NODE-PARENT.
           IF WS-NOD-PARENT (WS-NOD-SUB) NOT = SPACES
               MOVE WS-NOD-PARENT (WS-NOD-SUB) TO WS-SEARCH-CODE
               PERFORM 2900-FIND-NODE
               MOVE WS-NOD-FOUND-SUB TO WS-NOD-PARENT-SUB (WS-NOD-SUB)
           END-IF.

       2150-RESOLVE-LINK-PARENT.
           MOVE WS-LNK-PARENT (WS-LNK-SUB) TO WS-SEARCH-CODE
           PERFORM 2900-FIND-NODE
           MOVE WS-NOD-FOUND-SUB TO WS-LNK-NODE-SUB (WS-LNK-SUB).

      *    Every master record counts once in the trial-balance
      *    total.  A linked account's figures are added to its node
      *    and to every node above it; the depth limit keeps a
      *    damaged tree from looping forever.  A walk that stops
      *    short of a top node - at a parent no longer on file, or
      *    on the depth limit - leaves the account out of the
      *    company total, so its figures are kept for the proof.
       2300-ROLL-ONE-ACCOUNT.
           READ ADDMST-FILE NEXT
               AT END SET END-OF-ADDMST TO TRUE
               NOT AT END
                   IF ADDMST-LAST-POSTED(1:6) = WS-REPORT-PERIOD
                       MOVE ADDMST-PTD-AMOUNT TO WS-ACCT-MOVEMENT
                   ELSE
                       MOVE ZERO TO WS-ACCT-MOVEMENT
                   END-IF
                   MOVE ADDMST-BALANCE TO WS-ACCT-BALANCE
                   ADD ADDMST-BALANCE   TO WS-TB-BALANCE
                   ADD WS-ACCT-MOVEMENT TO WS-TB-MOVEMENT
                   MOVE ADDMST-ACCOUNT TO WS-SEARCH-CODE
                   PERFORM 2910-FIND-LINK
                   IF WS-LNK-FOUND-SUB > ZERO
                       MOVE ADDMST-BALANCE
                           TO WS-LNK-BALANCE (WS-LNK-FOUND-SUB)
                       MOVE WS-ACCT-MOVEMENT
                           TO WS-LNK-MOVEMENT (WS-LNK-FOUND-SUB)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-LNK-FOUND-SUB = ZERO
                           MOVE "NO PARENT NODE" TO WS-OUT-REASON
                           PERFORM 2920-ADD-OUTSIDE
                       WHEN WS-LNK-NODE-SUB (WS-LNK-FOUND-SUB) = ZERO
                           MOVE "PARENT NOT ON FILE" TO WS-OUT-REASON
                           PERFORM 2920-ADD-OUTSIDE
                       WHEN OTHER
                           MOVE WS-LNK-NODE-SUB (WS-LNK-FOUND-SUB)
                               TO WS-WALK-SUB
                           MOVE ZERO TO WS-WALK-DEPTH
                           PERFORM 2310-ADD-TO-ONE-NODE
                               UNTIL WS-WALK-SUB = ZERO
                                   OR WS-WALK-DEPTH > 50
                           IF WS-WALK-SUB NOT = ZERO
                                   OR WS-NOD-PARENT (WS-WALK-LAST-SUB)
                                       NOT = SPACES
                               ADD WS-ACCT-BALANCE
                                   TO WS-ORPHAN-BALANCE
                               ADD WS-ACCT-MOVEMENT
                                   TO WS-ORPHAN-MOVEMENT
                           END-IF
                   END-EVALUATE
           END-READ.

       2310-ADD-TO-ONE-NODE.
           ADD 1 TO WS-WALK-DEPTH
           ADD WS-ACCT-BALANCE  TO WS-NOD-BALANCE (WS-WALK-SUB)
           ADD WS-ACCT-MOVEMENT TO WS-NOD-MOVEMENT (WS-WALK-SUB)
           MOVE WS-WALK-SUB TO WS-WALK-LAST-SUB
           MOVE WS-NOD-PARENT-SUB (WS-WALK-SUB) TO WS-WALK-SUB.

      *    Reference accounts with no master record carry no money,
      *    but one left out of the tree is still listed so the tree
      *    is complete before its first posting arrives.  Linked
      *    accounts pick up their description here.
       2500-CHECK-ONE-REFERENCE.
           READ ADDACCT-FILE NEXT
               AT END SET END-OF-ADDACCT TO TRUE
               NOT AT END
                   MOVE ADDACCT-ACCOUNT TO WS-SEARCH-CODE
                   PERFORM 2910-FIND-LINK
                   IF WS-LNK-FOUND-SUB > ZERO
                       MOVE ADDACCT-DESCRIPTION
                           TO WS-LNK-DESCRIPTION (WS-LNK-FOUND-SUB)
                   END-IF
                   IF WS-LNK-FOUND-SUB = ZERO
                           OR WS-LNK-NODE-SUB (WS-LNK-FOUND-SUB)
                               = ZERO
                       PERFORM 2930-FIND-OUTSIDE
                       IF WS-OUT-FOUND-SUB = ZERO
                           IF WS-LNK-FOUND-SUB = ZERO
                               MOVE "NO PARENT NODE" TO WS-OUT-REASON
                           ELSE
                               MOVE "PARENT NOT ON FILE"
                                   TO WS-OUT-REASON
                           END-IF
                           MOVE ZERO TO WS-ACCT-BALANCE
                           MOVE ZERO TO WS-ACCT-MOVEMENT
                           PERFORM 2920-ADD-OUTSIDE
                       END-IF
                   END-IF
           END-READ.

       2900-FIND-NODE.
           MOVE ZERO TO WS-NOD-FOUND-SUB
           PERFORM 2905-SCAN-NOD-TABLE
               VARYING WS-CHILD-SUB FROM 1 BY 1
               UNTIL WS-CHILD-SUB > WS-NOD-COUNT
                   OR WS-NOD-FOUND-SUB > ZERO.

       2905-SCAN-NOD-TABLE.
           IF WS-NOD-CODE (WS-CHILD-SUB) = WS-SEARCH-CODE
               MOVE WS-CHILD-SUB TO WS-NOD-FOUND-SUB
           END-IF.

       2910-FIND-LINK.
           MOVE ZERO TO WS-LNK-FOUND-SUB
           PERFORM 2915-SCAN-LNK-TABLE
               VARYING WS-LNK-SUB FROM 1 BY 1
               UNTIL WS-LNK-SUB > WS-LNK-COUNT
                   OR WS-LNK-FOUND-SUB > ZERO.

       2915-SCAN-LNK-TABLE.
           IF WS-LNK-ACCOUNT (WS-LNK-SUB) = WS-SEARCH-CODE
               MOVE WS-LNK-SUB TO WS-LNK-FOUND-SUB
           END-IF.

      *    Adds WS-SEARCH-CODE with WS-ACCT-BALANCE and
      *    WS-ACCT-MOVEMENT to the outside-the-tree list.
       2920-ADD-OUTSIDE.
           IF WS-OUT-COUNT < 5000
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-SEARCH-CODE TO WS-OUT-ACCOUNT (WS-OUT-COUNT)
               MOVE WS-OUT-REASON  TO WS-OUT-TEXT (WS-OUT-COUNT)
               MOVE WS-ACCT-BALANCE
                   TO WS-OUT-ACCT-BALANCE (WS-OUT-COUNT)
               MOVE WS-ACCT-MOVEMENT
                   TO WS-OUT-ACCT-MOVE (WS-OUT-COUNT)
               ADD WS-ACCT-BALANCE  TO WS-OUT-BALANCE
               ADD WS-ACCT-MOVEMENT TO WS-OUT-MOVEMENT
           ELSE
               DISPLAY "ADDING_2_NUMBERS_ROLLUP: MORE THAN 5000 "
                   "ACCOUNTS OUTSIDE THE HIERARCHY - RUN ABORTED"
               PERFORM 1900-ABORT-RUN
           END-IF.

       2930-FIND-OUTSIDE.
           MOVE ZERO TO WS-OUT-FOUND-SUB
           PERFORM 2935-SCAN-OUT-TABLE
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-OUT-COUNT
                   OR WS-OUT-FOUND-SUB > ZERO.

       2935-SCAN-OUT-TABLE.
           IF WS-OUT-ACCOUNT (WS-OUT-SUB) = WS-SEARCH-CODE
               MOVE WS-OUT-SUB TO WS-OUT-FOUND-SUB
           END-IF.

      *    Each top node (no parent) is printed depth first: its
      *    heading and accounts when it is reached, its child nodes
      *    one at a time, and its subtotal when the last child is
      *    done.  The top nodes' totals make the company total.
       3000-PRINT-TREE.
           PERFORM 3010-PRINT-ONE-TOP-NODE
               VARYING WS-NOD-SUB FROM 1 BY 1
               UNTIL WS-NOD-SUB > WS-NOD-COUNT.

       3010-PRINT-ONE-TOP-NODE.
           IF WS-NOD-PARENT (WS-NOD-SUB) = SPACES
               ADD WS-NOD-BALANCE (WS-NOD-SUB)  TO WS-CO-BALANCE
               ADD WS-NOD-MOVEMENT (WS-NOD-SUB) TO WS-CO-MOVEMENT
               MOVE WS-NOD-SUB TO WS-CHILD-SUB
               PERFORM 3100-PUSH-NODE
               PERFORM 3200-TREE-STEP UNTIL WS-STK-TOP = ZERO
               MOVE SPACES TO ADDROLL-LINE
               WRITE ADDROLL-LINE
           END-IF.

       3100-PUSH-NODE.
           ADD 1 TO WS-STK-TOP
           MOVE WS-CHILD-SUB TO WS-STK-NODE-SUB (WS-STK-TOP)
           MOVE 1            TO WS-STK-SCAN-SUB (WS-STK-TOP)
           SET WS-NOD-PRINTED (WS-CHILD-SUB) TO TRUE
           ADD 1 TO WS-NODES-PRINTED
           PERFORM 3900-SET-INDENT
           MOVE SPACES TO WS-NAME-TEXT
           STRING WS-NOD-CODE (WS-CHILD-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-NOD-DESCRIPTION (WS-CHILD-SUB) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING
           MOVE SPACES TO RLL-NAME
           MOVE WS-NAME-TEXT TO RLL-NAME(WS-INDENT + 1:)
           MOVE SPACES TO RLL-BALANCE-BLANK
           MOVE SPACES TO RLL-MOVEMENT-BLANK
           WRITE ADDROLL-LINE FROM ROLL-LINE
           MOVE WS-NOD-CODE (WS-CHILD-SUB) TO WS-CURRENT-CODE
           ADD 2 TO WS-INDENT
           PERFORM 3110-PRINT-ONE-ACCOUNT
               VARYING WS-LNK-SUB FROM 1 BY 1
               UNTIL WS-LNK-SUB > WS-LNK-COUNT.

       3110-PRINT-ONE-ACCOUNT.
           IF WS-LNK-PARENT (WS-LNK-SUB) = WS-CURRENT-CODE
               MOVE SPACES TO WS-NAME-TEXT
               STRING WS-LNK-ACCOUNT (WS-LNK-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LNK-DESCRIPTION (WS-LNK-SUB) DELIMITED BY SIZE
                   INTO WS-NAME-TEXT
               END-STRING
               MOVE SPACES TO RLL-NAME
               MOVE WS-NAME-TEXT TO RLL-NAME(WS-INDENT + 1:)
               MOVE WS-LNK-BALANCE (WS-LNK-SUB)  TO RLL-BALANCE
               MOVE WS-LNK-MOVEMENT (WS-LNK-SUB) TO RLL-MOVEMENT
               WRITE ADDROLL-LINE FROM ROLL-LINE
               ADD 1 TO WS-ACCTS-PRINTED
           END-IF.

      *    Looks for the next child node of the node on top of the
      *    path; finding one goes down into it, finding none closes
      *    the node with its subtotal and goes back up.  The path
      *    limit stops a node that names itself as an ancestor.
       3200-TREE-STEP.
           MOVE WS-NOD-CODE (WS-STK-NODE-SUB (WS-STK-TOP))
               TO WS-CURRENT-CODE
           MOVE ZERO TO WS-NOD-FOUND-SUB
           PERFORM 3210-SCAN-FOR-CHILD
               VARYING WS-CHILD-SUB FROM WS-STK-SCAN-SUB (WS-STK-TOP)
               BY 1
               UNTIL WS-CHILD-SUB > WS-NOD-COUNT
                   OR WS-NOD-FOUND-SUB > ZERO
           IF WS-NOD-FOUND-SUB > ZERO AND WS-STK-TOP < 50
               COMPUTE WS-STK-SCAN-SUB (WS-STK-TOP)
                   = WS-NOD-FOUND-SUB + 1
               MOVE WS-NOD-FOUND-SUB TO WS-CHILD-SUB
               PERFORM 3100-PUSH-NODE
           ELSE
               PERFORM 3300-POP-NODE
           END-IF.

       3210-SCAN-FOR-CHILD.
           IF WS-NOD-PARENT (WS-CHILD-SUB) = WS-CURRENT-CODE
                   AND NOT WS-NOD-PRINTED (WS-CHILD-SUB)
               MOVE WS-CHILD-SUB TO WS-NOD-FOUND-SUB
           END-IF.

       3300-POP-NODE.
           MOVE WS-STK-NODE-SUB (WS-STK-TOP) TO WS-POP-SUB
           PERFORM 3900-SET-INDENT
           MOVE SPACES TO WS-NAME-TEXT
           STRING "TOTAL " DELIMITED BY SIZE
               WS-NOD-CODE (WS-POP-SUB) DELIMITED BY SPACE
               INTO WS-NAME-TEXT
           END-STRING
           MOVE SPACES TO RLL-NAME
           MOVE WS-NAME-TEXT TO RLL-NAME(WS-INDENT + 1:)
           MOVE WS-NOD-BALANCE (WS-POP-SUB)  TO RLL-BALANCE
           MOVE WS-NOD-MOVEMENT (WS-POP-SUB) TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           SUBTRACT 1 FROM WS-STK-TOP.

      *    Two columns per level below the top, to a limit that
      *    still leaves room for the code.
       3900-SET-INDENT.
           COMPUTE WS-INDENT = (WS-STK-TOP - 1) * 2
           IF WS-INDENT > 24
               MOVE 24 TO WS-INDENT
           END-IF.

      *    The proof: company, outside and unreached totals are
      *    each printed and added, and only their sum is held to the
      *    trial balance - money outside the tree is already listed
      *    below as an exception in its own right.
       3500-PRINT-EXCEPTIONS.
           COMPUTE WS-PROOF-BALANCE = WS-CO-BALANCE
               + WS-OUT-BALANCE + WS-ORPHAN-BALANCE
           COMPUTE WS-PROOF-MOVEMENT = WS-CO-MOVEMENT
               + WS-OUT-MOVEMENT + WS-ORPHAN-MOVEMENT
           MOVE SPACES TO ROLL-LINE
           MOVE "COMPANY TOTAL" TO RLL-NAME
           MOVE WS-CO-BALANCE  TO RLL-BALANCE
           MOVE WS-CO-MOVEMENT TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           MOVE "  ACCOUNTS OUTSIDE THE HIERARCHY" TO RLL-NAME
           MOVE WS-OUT-BALANCE  TO RLL-BALANCE
           MOVE WS-OUT-MOVEMENT TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           MOVE "  ACCOUNTS UNDER UNREACHED NODES" TO RLL-NAME
           MOVE WS-ORPHAN-BALANCE  TO RLL-BALANCE
           MOVE WS-ORPHAN-MOVEMENT TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           MOVE "TOTAL ACCOUNTED FOR" TO RLL-NAME
           MOVE WS-PROOF-BALANCE  TO RLL-BALANCE
           MOVE WS-PROOF-MOVEMENT TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           MOVE "TRIAL BALANCE GRAND TOTAL" TO RLL-NAME
           MOVE WS-TB-BALANCE  TO RLL-BALANCE
           MOVE WS-TB-MOVEMENT TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           IF WS-PROOF-BALANCE = WS-TB-BALANCE
                   AND WS-PROOF-MOVEMENT = WS-TB-MOVEMENT
               MOVE "ROLL-UP AGREES WITH TRIAL BALANCE"
                   TO VDT-TEXT
           ELSE
               MOVE "ROLL-UP DOES NOT AGREE WITH TRIAL BALANCE"
                   TO VDT-TEXT
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           WRITE ADDROLL-LINE FROM VERDICT-LINE
           IF WS-OUT-COUNT > ZERO
               MOVE SPACES TO ADDROLL-LINE
               WRITE ADDROLL-LINE
               MOVE "ACCOUNTS OUTSIDE THE HIERARCHY" TO SEC-TEXT
               WRITE ADDROLL-LINE FROM SECTION-LINE
               PERFORM 3510-PRINT-ONE-OUTSIDE
                   VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-COUNT
               MOVE SPACES TO ROLL-LINE
               MOVE "TOTAL OUTSIDE THE HIERARCHY" TO RLL-NAME
               MOVE WS-OUT-BALANCE  TO RLL-BALANCE
               MOVE WS-OUT-MOVEMENT TO RLL-MOVEMENT
               WRITE ADDROLL-LINE FROM ROLL-LINE
           END-IF
           PERFORM 3520-CHECK-ONE-NODE
               VARYING WS-NOD-SUB FROM 1 BY 1
               UNTIL WS-NOD-SUB > WS-NOD-COUNT.

       3510-PRINT-ONE-OUTSIDE.
           MOVE SPACES TO ROLL-LINE
           MOVE SPACES TO WS-NAME-TEXT
           STRING WS-OUT-ACCOUNT (WS-OUT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUT-TEXT (WS-OUT-SUB) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING
           MOVE WS-NAME-TEXT TO RLL-NAME
           MOVE WS-OUT-ACCT-BALANCE (WS-OUT-SUB) TO RLL-BALANCE
           MOVE WS-OUT-ACCT-MOVE (WS-OUT-SUB)    TO RLL-MOVEMENT
           WRITE ADDROLL-LINE FROM ROLL-LINE
           ADD 1 TO WS-EXCEPTIONS.

      *    A node never reached from a top node hangs from a parent
      *    that is missing or from a loop; whatever rolled into it
      *    is missing from the company total.
       3520-CHECK-ONE-NODE.
           IF NOT WS-NOD-PRINTED (WS-NOD-SUB)
               IF NOT WS-ORPHAN-HDR-DONE
                   MOVE SPACES TO ADDROLL-LINE
                   WRITE ADDROLL-LINE
                   MOVE "NODES NOT UNDER A TOP NODE" TO SEC-TEXT
                   WRITE ADDROLL-LINE FROM SECTION-LINE
                   SET WS-ORPHAN-HDR-DONE TO TRUE
               END-IF
               MOVE SPACES TO ROLL-LINE
               MOVE SPACES TO WS-NAME-TEXT
               STRING WS-NOD-CODE (WS-NOD-SUB) DELIMITED BY SIZE
                   "  PARENT " DELIMITED BY SIZE
                   WS-NOD-PARENT (WS-NOD-SUB) DELIMITED BY SIZE
                   INTO WS-NAME-TEXT
               END-STRING
               MOVE WS-NAME-TEXT TO RLL-NAME
               MOVE WS-NOD-BALANCE (WS-NOD-SUB)  TO RLL-BALANCE
               MOVE WS-NOD-MOVEMENT (WS-NOD-SUB) TO RLL-MOVEMENT
               WRITE ADDROLL-LINE FROM ROLL-LINE
               ADD 1 TO WS-EXCEPTIONS
           END-IF.

       4000-TERMINATE.
           IF WS-EXCEPTIONS > ZERO AND NOT WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ADDHIER-STATUS NOT = "35"
                   AND WS-ADDHIER-STATUS NOT = SPACES
               CLOSE ADDHIER-FILE
           END-IF
           IF WS-ADDMST-STATUS NOT = "35"
                   AND WS-ADDMST-STATUS NOT = SPACES
               CLOSE ADDMST-FILE
           END-IF
           IF WS-ADDACCT-STATUS NOT = "35"
                   AND WS-ADDACCT-STATUS NOT = SPACES
               CLOSE ADDACCT-FILE
           END-IF
           CLOSE ADDROLL-FILE
           DISPLAY "ADDING_2_NUMBERS_ROLLUP: " WS-NODES-PRINTED
               " node(s), " WS-ACCTS-PRINTED " account(s) rolled up, "
               WS-EXCEPTIONS " exception(s)".
         END PROGRAM ADDING_2_NUMBERS_ROLLUP.

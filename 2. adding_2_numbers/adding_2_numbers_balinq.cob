       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_BALINQ.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Online balance inquiry for one account at a time, for the
      *    branch manager's "what is 4410's balance and what hit it
      *    this week" call that today means submitting ADDSTMT and
      *    waiting for the print.  The operator enters an account
      *    code and the screen shows:
      *
      *        - the ADDACCT description and status (open/closed)
      *        - the ADDMST balance, date last posted and
      *          period-to-date amount and posting count
      *        - every ADDPEND item still held against the account
      *          for supervisor approval, with the held total, so
      *          the answer includes money waiting to post
      *        - the account's ADDHIST postings, newest first, with
      *          the balance after each one, a page at a time
      *
      *    Commands at the page prompt: F = page forward (older
      *    postings), B = page back (newer postings), N = new
      *    account, X = exit.
      *
      *    Nothing is updated - every file is opened INPUT.  Sign-on
      *    is validated against ADDOPER exactly as for the audit log
      *    inquiry: any active profile may look (inquiry-only
      *    profiles exist for this), an unknown or deactivated ID is
      *    refused with RETURN-CODE 8 and the failed attempt is
      *    written to ADDLOG with source "SGNF".
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDMST-FILE ASSIGN TO "ADDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDMST-ACCOUNT
               FILE STATUS IS WS-ADDMST-STATUS.
           SELECT ADDHIST-FILE ASSIGN TO "ADDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDHIST-STATUS.
           SELECT ADDPEND-FILE ASSIGN TO "ADDPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDPEND-STATUS.
           SELECT ADDLOG-FILE ASSIGN TO "ADDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-STATUS.
           SELECT ADDOPER-FILE ASSIGN TO "ADDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDOPER-ID
               FILE STATUS IS WS-ADDOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDMST-FILE.
           COPY ADDMSTRC.
       FD  ADDHIST-FILE.
           COPY ADDHISTR.
       FD  ADDPEND-FILE.
           COPY ADDPENDR.
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.
       FD  ADDOPER-FILE.
           COPY ADDOPERR.

       WORKING-STORAGE SECTION.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDMST-STATUS       PIC XX.
           01  WS-ADDHIST-STATUS      PIC XX.
           01  WS-ADDPEND-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-ADDOPER-STATUS      PIC XX.
           01  WS-OPERATOR-ID         PIC X(8).
           01  WS-SIGNON-REASON       PIC X(8).
           01  WS-TARGET-ACCOUNT      PIC X(8).
           01  WS-INQ-CHOICE          PIC X.
               88  WS-PAGE-FORWARD        VALUE "F", "f".
               88  WS-PAGE-BACK           VALUE "B", "b".
               88  WS-NEW-SEARCH          VALUE "N", "n".
               88  WS-EXIT-INQUIRY        VALUE "X", "x".

           01  WS-SWITCHES.
               05  WS-EOF-SW          PIC X VALUE 'N'.
                   88  END-OF-ADDHIST        VALUE 'Y'.
               05  WS-PEND-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDPEND        VALUE 'Y'.
               05  WS-DONE-SW         PIC X VALUE 'N'.
                   88  WS-INQUIRY-DONE       VALUE 'Y'.
               05  WS-PAGING-SW       PIC X VALUE 'N'.
                   88  WS-PAGING-DONE        VALUE 'Y'.
               05  WS-SIGNON-SW       PIC X VALUE 'N'.
                   88  WS-SIGNON-OK          VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-PAGE-START      PIC 9(5) VALUE 1.
               05  WS-PAGE-END        PIC 9(5) VALUE ZERO.
               05  WS-SHOW-SUB        PIC 9(5) VALUE ZERO.
               05  WS-HIST-SUB        PIC 9(5) VALUE ZERO.
               05  WS-LINES-PER-PAGE  PIC 9(2) VALUE 15.
               05  WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
               05  WS-HELD-TOTAL      PIC S9(13)V99 VALUE ZERO.

      *    The account's postings in file order - oldest first, as
      *    ADDHIST is appended - and shown from the bottom up, so
      *    the first page is always the most recent activity.
           01  HIST-TABLE.
               05  HIST-COUNT         PIC 9(5) COMP VALUE ZERO.
               05  HIST-ENTRY         OCCURS 10000.
                   10  HIST-LINE      PIC X(80).

      *    Same posting layout as the ADDING_2_NUMBERS_STMT
      *    statement, so the screen and the print read identically.
           01  HDR2-LINE.
               05  FILLER             PIC X(8)  VALUE "DATE".
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  FILLER             PIC X(4)  VALUE "OP".
               05  FILLER             PIC X(17) VALUE
                       "           AMOUNT".
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  FILLER             PIC X(21) VALUE
                       "        BALANCE AFTER".

           01  DETAIL-LINE.
               05  DTL-POST-DATE      PIC X(8).
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  DTL-OPER           PIC X(3).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  DTL-BALANCE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  HELD-LINE.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  HLD-FEED-DATE      PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  HLD-RECORD-NO      PIC Z(6)9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  HLD-OPER           PIC X(3).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  HLD-CURRENCY       PIC X(3).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  HLD-BASE-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01  PAGE-LINE.
               05  FILLER             PIC X(9)  VALUE "POSTINGS ".
               05  PGL-FROM           PIC Z(4)9.
               05  FILLER             PIC X(4)  VALUE " TO ".
               05  PGL-THRU           PIC Z(4)9.
               05  FILLER             PIC X(4)  VALUE " OF ".
               05  PGL-COUNT          PIC Z(4)9.
               05  FILLER             PIC X(15) VALUE
                       " (NEWEST FIRST)".

           01  SHOW-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01  SHOW-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               SET WS-INQUIRY-DONE TO TRUE
           END-IF
           PERFORM 1000-RUN-ONE-INQUIRY UNTIL WS-INQUIRY-DONE
           STOP RUN.

      *    Any active profile may look up a balance - inquiry-only
      *    profiles exist for exactly this - but the attempt must be
      *    by someone the ADDOPER file knows and has not switched
      *    off.  Refusals go to ADDLOG as SGNF rows with the reason
      *    in the account field.
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
                       IF ADDOPER-DEACTIVATED
                           MOVE "DEACTIVE" TO WS-SIGNON-REASON
                       ELSE
                           SET WS-SIGNON-OK TO TRUE
                       END-IF
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

       1000-RUN-ONE-INQUIRY.
           DISPLAY "Enter account code (blank = exit): "
           ACCEPT WS-TARGET-ACCOUNT
           IF WS-TARGET-ACCOUNT = SPACES
               SET WS-INQUIRY-DONE TO TRUE
           ELSE
               DISPLAY " "
               PERFORM 1100-SHOW-ACCOUNT
               PERFORM 1200-SHOW-BALANCE
               PERFORM 1300-SHOW-HELD-ITEMS
               PERFORM 2000-LOAD-HISTORY
               IF HIST-COUNT = ZERO
                   DISPLAY "NO ADDHIST POSTINGS FOR THIS ACCOUNT - "
                       "N = NEW ACCOUNT, X = EXIT"
                   ACCEPT WS-INQ-CHOICE
                   IF WS-EXIT-INQUIRY
                       SET WS-INQUIRY-DONE TO TRUE
                   END-IF
               ELSE
                   MOVE 1 TO WS-PAGE-START
                   MOVE 'N' TO WS-PAGING-SW
                   PERFORM 3000-PAGE-LOOP UNTIL WS-PAGING-DONE
               END-IF
           END-IF.

       1100-SHOW-ACCOUNT.
           OPEN INPUT ADDACCT-FILE
           IF WS-ADDACCT-STATUS = "35"
               DISPLAY "ACCOUNT " WS-TARGET-ACCOUNT
                   "  (NO ADDACCT REFERENCE FILE FOUND)"
           ELSE
               MOVE WS-TARGET-ACCOUNT TO ADDACCT-ACCOUNT
               READ ADDACCT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT " WS-TARGET-ACCOUNT
                           "  NOT ON ADDACCT"
                   NOT INVALID KEY
                       DISPLAY "ACCOUNT " ADDACCT-ACCOUNT "  "
                           ADDACCT-DESCRIPTION
                       IF ADDACCT-CLOSED
                           DISPLAY "  STATUS:        CLOSED "
                               ADDACCT-CLOSED-DATE
                       ELSE
                           DISPLAY "  STATUS:        ACTIVE "
                               "SINCE " ADDACCT-OPENED-DATE
                       END-IF
               END-READ
               CLOSE ADDACCT-FILE
           END-IF.

      *    An account that has never been posted has no master
      *    record yet; say so rather than show a zero balance that
      *    looks like a real one.
       1200-SHOW-BALANCE.
           OPEN INPUT ADDMST-FILE
           IF WS-ADDMST-STATUS = "35"
               DISPLAY "  NO ADDMST BALANCE MASTER FOUND"
           ELSE
               MOVE WS-TARGET-ACCOUNT TO ADDMST-ACCOUNT
               READ ADDMST-FILE
                   INVALID KEY
                       DISPLAY "  NOT YET POSTED - NO BALANCE ON "
                           "ADDMST"
                   NOT INVALID KEY
                       MOVE ADDMST-BALANCE TO SHOW-AMOUNT
                       DISPLAY "  BALANCE:       " SHOW-AMOUNT
                       DISPLAY "  LAST POSTED:   " ADDMST-LAST-POSTED
                       MOVE ADDMST-PTD-AMOUNT TO SHOW-AMOUNT
                       DISPLAY "  PTD AMOUNT:    " SHOW-AMOUNT
                       MOVE ADDMST-PTD-COUNT TO SHOW-COUNT
                       DISPLAY "  PTD POSTINGS:  " SHOW-COUNT
               END-READ
               CLOSE ADDMST-FILE
           END-IF.

      *    Held items are base-currency totals waiting on a
      *    supervisor; they are not in the balance yet, which is
      *    exactly why the caller needs to hear about them.
       1300-SHOW-HELD-ITEMS.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE 'N' TO WS-PEND-EOF-SW
           OPEN INPUT ADDPEND-FILE
           IF WS-ADDPEND-STATUS = "35"
               SET END-OF-ADDPEND TO TRUE
           ELSE
               PERFORM 1310-CHECK-ONE-HELD-ITEM UNTIL END-OF-ADDPEND
               CLOSE ADDPEND-FILE
           END-IF
           IF WS-HELD-COUNT = ZERO
               DISPLAY "  NO ITEMS HELD ON ADDPEND"
           ELSE
               MOVE WS-HELD-COUNT TO SHOW-COUNT
               MOVE WS-HELD-TOTAL TO SHOW-AMOUNT
               DISPLAY "  HELD FOR APPROVAL: " SHOW-COUNT
                   " ITEM(S) TOTAL " SHOW-AMOUNT
           END-IF
           DISPLAY " ".

       1310-CHECK-ONE-HELD-ITEM.
           READ ADDPEND-FILE
               AT END SET END-OF-ADDPEND TO TRUE
               NOT AT END
                   IF ADDPEND-ACCOUNT = WS-TARGET-ACCOUNT
                       IF WS-HELD-COUNT = ZERO
                           DISPLAY "  HELD ITEMS (FEED DATE, RECORD, "
                               "OP, CURRENCY, BASE TOTAL):"
                       END-IF
                       ADD 1 TO WS-HELD-COUNT
                       ADD ADDPEND-BASE-TOTAL TO WS-HELD-TOTAL
                       MOVE ADDPEND-FEED-DATE  TO HLD-FEED-DATE
                       MOVE ADDPEND-RECORD-NO  TO HLD-RECORD-NO
                       MOVE ADDPEND-OPER       TO HLD-OPER
                       MOVE ADDPEND-CURRENCY   TO HLD-CURRENCY
                       MOVE ADDPEND-BASE-TOTAL TO HLD-BASE-TOTAL
                       DISPLAY HELD-LINE
                   END-IF
           END-READ.

       2000-LOAD-HISTORY.
           MOVE ZERO TO HIST-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ADDHIST-FILE
           IF WS-ADDHIST-STATUS = "35"
               DISPLAY "NO ADDHIST POSTING HISTORY FOUND"
               SET END-OF-ADDHIST TO TRUE
           ELSE
               PERFORM 2100-LOAD-HISTORY-RECORD UNTIL END-OF-ADDHIST
               CLOSE ADDHIST-FILE
           END-IF.

      *    When an account has more history than the table holds,
      *    the OLDEST rows are the ones to let go: the table is
      *    shifted down by one so the newest 10000 are always kept.
       2100-LOAD-HISTORY-RECORD.
           READ ADDHIST-FILE
               AT END SET END-OF-ADDHIST TO TRUE
               NOT AT END
                   IF ADDHIST-ACCOUNT = WS-TARGET-ACCOUNT
                       PERFORM 2200-ADD-TO-HISTORY
                   END-IF
           END-READ.

       2200-ADD-TO-HISTORY.
           IF HIST-COUNT < 10000
               ADD 1 TO HIST-COUNT
           ELSE
               PERFORM 2300-DROP-OLDEST
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 9999
           END-IF
           MOVE ADDHIST-POST-DATE     TO DTL-POST-DATE
           MOVE ADDHIST-OPER          TO DTL-OPER
           MOVE ADDHIST-AMOUNT        TO DTL-AMOUNT
           MOVE ADDHIST-BALANCE-AFTER TO DTL-BALANCE
           MOVE DETAIL-LINE TO HIST-LINE (HIST-COUNT).

       2300-DROP-OLDEST.
           MOVE HIST-LINE (WS-HIST-SUB + 1)
               TO HIST-LINE (WS-HIST-SUB).

       3000-PAGE-LOOP.
           PERFORM 3100-SHOW-PAGE
           DISPLAY "F = OLDER  B = NEWER  N = NEW ACCOUNT  X = EXIT"
           ACCEPT WS-INQ-CHOICE
           EVALUATE TRUE
               WHEN WS-PAGE-FORWARD
                   IF WS-PAGE-END < HIST-COUNT
                       ADD WS-LINES-PER-PAGE TO WS-PAGE-START
                   ELSE
                       DISPLAY "ALREADY ON THE LAST PAGE"
                   END-IF
               WHEN WS-PAGE-BACK
                   IF WS-PAGE-START > WS-LINES-PER-PAGE
                       SUBTRACT WS-LINES-PER-PAGE FROM WS-PAGE-START
                   ELSE
                       DISPLAY "ALREADY ON THE FIRST PAGE"
                   END-IF
               WHEN WS-NEW-SEARCH
                   SET WS-PAGING-DONE TO TRUE
               WHEN WS-EXIT-INQUIRY
                   SET WS-PAGING-DONE TO TRUE
                   SET WS-INQUIRY-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: INVALID CHOICE - RE-ENTER"
           END-EVALUATE.

      *    Page positions count from the newest posting (position 1)
      *    back to the oldest; position P is table row
      *    HIST-COUNT - P + 1.
       3100-SHOW-PAGE.
           COMPUTE WS-PAGE-END
               = WS-PAGE-START + WS-LINES-PER-PAGE - 1
           IF WS-PAGE-END > HIST-COUNT
               MOVE HIST-COUNT TO WS-PAGE-END
           END-IF
           DISPLAY " "
           DISPLAY "POSTING HISTORY FOR " WS-TARGET-ACCOUNT
           DISPLAY HDR2-LINE
           PERFORM 3200-SHOW-ONE-LINE
               VARYING WS-SHOW-SUB FROM WS-PAGE-START BY 1
               UNTIL WS-SHOW-SUB > WS-PAGE-END
           MOVE WS-PAGE-START TO PGL-FROM
           MOVE WS-PAGE-END   TO PGL-THRU
           MOVE HIST-COUNT    TO PGL-COUNT
           DISPLAY PAGE-LINE.

       3200-SHOW-ONE-LINE.
           COMPUTE WS-HIST-SUB = HIST-COUNT - WS-SHOW-SUB + 1
           DISPLAY HIST-LINE (WS-HIST-SUB).
         END PROGRAM ADDING_2_NUMBERS_BALINQ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_ADJUST.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Supervisor entry screen for manual balance adjustments.
      *    When finance says an account is wrong the fix used to be
      *    a faked one-pair feed or a trip through ADDREJ and
      *    RESUBMIT, and neither recorded why.  Here a supervisor
      *    keys, per adjustment:
      *
      *        - the account, which must be on ADDACCT
      *        - a signed base-currency amount (never zero)
      *        - a reason code from the fixed list:
      *              C = correction        (COR)
      *              W = write-off         (WOF)
      *              R = reclassification  (RCL)
      *              F = bank fee          (BKF)
      *        - a free-text memo saying why (mandatory)
      *
      *    and confirms it on a review screen before it is written.
      *    Confirmed entries go to the ADDADJ adjustments file,
      *    stamped with the supervisor's operator ID and the time
      *    keyed; nothing touches the balance here.  The ADDADJP job
      *    (ADDING_2_NUMBERS_ADJPOST) posts them through the same
      *    journaled path as released items, to ADDMST, ADDHIST and
      *    GLINT, and writes each one's MADJ audit row to ADDLOG
      *    under the ID of the supervisor who keyed it.
      *
      *    Entry requires a supervisor sign-on against ADDOPER;
      *    refused attempts are written to ADDLOG as SGNF rows like
      *    the other interactive programs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDADJ-FILE ASSIGN TO "ADDADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDADJ-STATUS.
           SELECT ADDACCT-FILE ASSIGN TO "ADDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDACCT-ACCOUNT
               FILE STATUS IS WS-ADDACCT-STATUS.
           SELECT ADDOPER-FILE ASSIGN TO "ADDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDOPER-ID
               FILE STATUS IS WS-ADDOPER-STATUS.
           SELECT ADDLOG-FILE ASSIGN TO "ADDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDADJ-FILE.
           COPY ADDADJR.
       FD  ADDACCT-FILE.
           COPY ADDACCTR.
       FD  ADDOPER-FILE.
           COPY ADDOPERR.
       FD  ADDLOG-FILE.
           COPY ADDLOGRC.

       WORKING-STORAGE SECTION.
           01  WS-ADDADJ-STATUS       PIC XX.
           01  WS-ADDACCT-STATUS      PIC XX.
           01  WS-ADDOPER-STATUS      PIC XX.
           01  WS-ADDLOG-STATUS       PIC XX.
           01  WS-OPERATOR-ID         PIC X(8).
           01  WS-SIGNON-REASON       PIC X(8).
           01  WS-ACCOUNT             PIC X(8).
           01  WS-AMOUNT              PIC S9(9)V99.
           01  WS-REASON              PIC X(3).
           01  WS-MEMO                PIC X(40).

           01  WS-ENTRY-INPUT         PIC X(15).
           01  WS-NUMVAL-ERR          PIC 99.
           01  WS-NUMVAL-CHECK        PIC S9(15)V99.

           01  WS-REASON-CHOICE       PIC X.
               88  WS-REASON-CORRECTION   VALUE "C", "c".
               88  WS-REASON-WRITE-OFF    VALUE "W", "w".
               88  WS-REASON-RECLASS      VALUE "R", "r".
               88  WS-REASON-BANK-FEE     VALUE "F", "f".

           01  WS-MENU-CHOICE         PIC X.
               88  WS-CONFIRM-ENTRY       VALUE "1".
               88  WS-REKEY-AMOUNT        VALUE "2".
               88  WS-REKEY-REASON        VALUE "3".
               88  WS-REKEY-MEMO          VALUE "4".
               88  WS-CANCEL-ENTRY        VALUE "9".

           01  WS-SWITCHES.
               05  WS-DONE-SW         PIC X VALUE 'N'.
                   88  WS-ENTRY-DONE         VALUE 'Y'.
               05  WS-FOUND-SW        PIC X VALUE 'N'.
                   88  WS-ACCOUNT-FOUND      VALUE 'Y'.
               05  WS-SIGNON-SW       PIC X VALUE 'N'.
                   88  WS-SIGNON-OK          VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-ENTRIES-KEYED   PIC 9(5) VALUE ZERO.
               05  WS-ENTRIES-DROPPED PIC 9(5) VALUE ZERO.

           01  SHOW-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               SET WS-ENTRY-DONE TO TRUE
           ELSE
               PERFORM 1000-INITIALIZE
           END-IF
           PERFORM 2000-ENTER-ONE-ADJUSTMENT UNTIL WS-ENTRY-DONE
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    Changing a balance by hand is supervisor work; the sign-on
      *    convention matches the release screen, and refusals go to
      *    ADDLOG as SGNF rows for security review.
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
                       EVALUATE TRUE
                           WHEN ADDOPER-DEACTIVATED
                               MOVE "DEACTIVE" TO WS-SIGNON-REASON
                           WHEN NOT ADDOPER-SUPERVISOR
                               MOVE "NOTAUTH" TO WS-SIGNON-REASON
                           WHEN OTHER
                               SET WS-SIGNON-OK TO TRUE
                       END-EVALUATE
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

      *    Without the reference file no account can be checked, and
      *    an adjustment to an unknown account would only be kept
      *    unposted by the posting step - refuse up front instead.
       1000-INITIALIZE.
           OPEN INPUT ADDACCT-FILE
           IF WS-ADDACCT-STATUS = "35"
               DISPLAY "ERROR: NO ADDACCT ACCOUNT REFERENCE FILE - "
                   "ADJUSTMENTS CANNOT BE KEYED"
               MOVE 16 TO RETURN-CODE
               SET WS-ENTRY-DONE TO TRUE
           ELSE
               OPEN EXTEND ADDADJ-FILE
               IF WS-ADDADJ-STATUS = "35"
                   OPEN OUTPUT ADDADJ-FILE
               END-IF
           END-IF.

       2000-ENTER-ONE-ADJUSTMENT.
           DISPLAY " "
           DISPLAY "MANUAL ADJUSTMENT ENTRY"
           DISPLAY "Enter account code (blank = exit): "
           ACCEPT WS-ACCOUNT
           IF WS-ACCOUNT = SPACES
               SET WS-ENTRY-DONE TO TRUE
           ELSE
               PERFORM 2700-READ-ACCOUNT
               IF WS-ACCOUNT-FOUND
                   DISPLAY "ACCOUNT " ADDACCT-ACCOUNT "  "
                       ADDACCT-DESCRIPTION
                   IF ADDACCT-CLOSED
                       DISPLAY "NOTE: ACCOUNT IS CLOSED ("
                           ADDACCT-CLOSED-DATE ") - AN ADJUSTMENT "
                           "STILL POSTS TO ITS BALANCE"
                   END-IF
                   PERFORM 2100-GET-AMOUNT
                   PERFORM 2200-GET-REASON
                   PERFORM 2300-GET-MEMO
                   PERFORM 2400-REVIEW-ENTRY
                   IF WS-CANCEL-ENTRY
                       ADD 1 TO WS-ENTRIES-DROPPED
                       DISPLAY "ADJUSTMENT CANCELLED - NOTHING WRITTEN"
                   ELSE
                       PERFORM 2500-WRITE-ADJUSTMENT
                   END-IF
               ELSE
                   DISPLAY "ERROR: ACCOUNT " WS-ACCOUNT
                       " NOT ON ADDACCT - RE-ENTER"
               END-IF
           END-IF.

      *    Signed, base currency, and never zero - a zero adjustment
      *    changes nothing and would only put noise in the audit log.
       2100-GET-AMOUNT.
           MOVE SPACES TO WS-ENTRY-INPUT
           PERFORM WITH TEST AFTER
                   UNTIL WS-ENTRY-INPUT NOT = SPACES
                       AND WS-NUMVAL-ERR = ZERO
               DISPLAY "Enter signed base-currency amount: "
               ACCEPT WS-ENTRY-INPUT
               PERFORM 2150-VALIDATE-AMOUNT
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-ENTRY-INPUT) TO WS-AMOUNT.

       2150-VALIDATE-AMOUNT.
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
                   EVALUATE TRUE
                       WHEN FUNCTION ABS(WS-NUMVAL-CHECK)
                               > 999999999.99
                           DISPLAY "ERROR: ENTRY EXCEEDS MAXIMUM OF "
                               "999999999.99 - RE-ENTER"
                           MOVE 1 TO WS-NUMVAL-ERR
                       WHEN WS-NUMVAL-CHECK = ZERO
                           DISPLAY "ERROR: AN ADJUSTMENT CANNOT BE "
                               "ZERO - RE-ENTER"
                           MOVE 1 TO WS-NUMVAL-ERR
                   END-EVALUATE
               END-IF
           END-IF.

       2200-GET-REASON.
           MOVE SPACES TO WS-REASON
           PERFORM WITH TEST AFTER UNTIL WS-REASON NOT = SPACES
               DISPLAY "C = CORRECTION  W = WRITE-OFF  "
                   "R = RECLASS  F = BANK FEE"
               DISPLAY "Enter reason code: "
               ACCEPT WS-REASON-CHOICE
               EVALUATE TRUE
                   WHEN WS-REASON-CORRECTION
                       MOVE "COR" TO WS-REASON
                   WHEN WS-REASON-WRITE-OFF
                       MOVE "WOF" TO WS-REASON
                   WHEN WS-REASON-RECLASS
                       MOVE "RCL" TO WS-REASON
                   WHEN WS-REASON-BANK-FEE
                       MOVE "BKF" TO WS-REASON
                   WHEN OTHER
                       DISPLAY "ERROR: INVALID REASON - RE-ENTER"
               END-EVALUATE
           END-PERFORM.

      *    The memo is the "why" auditors ask for; an adjustment
      *    without one is exactly what this screen exists to stop.
       2300-GET-MEMO.
           MOVE SPACES TO WS-MEMO
           PERFORM WITH TEST AFTER UNTIL WS-MEMO NOT = SPACES
               DISPLAY "Enter memo (why the adjustment is needed): "
               ACCEPT WS-MEMO
               IF WS-MEMO = SPACES
                   DISPLAY "ERROR: MEMO CANNOT BE BLANK - RE-ENTER"
               END-IF
           END-PERFORM.

       2400-REVIEW-ENTRY.
           PERFORM WITH TEST AFTER
                   UNTIL WS-CONFIRM-ENTRY OR WS-CANCEL-ENTRY
               DISPLAY "---- REVIEW ADJUSTMENT ----"
               DISPLAY "ACCOUNT: " WS-ACCOUNT
               MOVE WS-AMOUNT TO SHOW-AMOUNT
               DISPLAY "AMOUNT:  " SHOW-AMOUNT
               DISPLAY "REASON:  " WS-REASON
               DISPLAY "MEMO:    " WS-MEMO
               DISPLAY "1 = CONFIRM  2 = RE-KEY AMOUNT  "
                   "3 = RE-KEY REASON  4 = RE-KEY MEMO  9 = CANCEL"
               DISPLAY "Enter choice: "
               ACCEPT WS-MENU-CHOICE
               EVALUATE TRUE
                   WHEN WS-REKEY-AMOUNT
                       PERFORM 2100-GET-AMOUNT
                   WHEN WS-REKEY-REASON
                       PERFORM 2200-GET-REASON
                   WHEN WS-REKEY-MEMO
                       PERFORM 2300-GET-MEMO
                   WHEN WS-CONFIRM-ENTRY
                       CONTINUE
                   WHEN WS-CANCEL-ENTRY
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR: INVALID CHOICE - RE-ENTER"
               END-EVALUATE
           END-PERFORM.

       2500-WRITE-ADJUSTMENT.
           ACCEPT ADDADJ-ENTRY-DATE FROM DATE YYYYMMDD
           ACCEPT ADDADJ-ENTRY-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO ADDADJ-OPERATOR-ID
           MOVE WS-ACCOUNT     TO ADDADJ-ACCOUNT
           MOVE WS-AMOUNT      TO ADDADJ-AMOUNT
           MOVE WS-REASON      TO ADDADJ-REASON
           MOVE WS-MEMO        TO ADDADJ-MEMO
           MOVE SPACES         TO ADDADJ-POST-DATE
           WRITE ADDADJ-RECORD
           ADD 1 TO WS-ENTRIES-KEYED
           DISPLAY "ADJUSTMENT WRITTEN TO ADDADJ FOR POSTING".

       2700-READ-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-ACCOUNT TO ADDACCT-ACCOUNT
           READ ADDACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ.

       3000-TERMINATE.
           IF WS-SIGNON-OK AND WS-ADDACCT-STATUS NOT = "35"
               CLOSE ADDACCT-FILE
               CLOSE ADDADJ-FILE
               DISPLAY "ADDING_2_NUMBERS_ADJUST: " WS-ENTRIES-KEYED
                   " adjustment(s) keyed, " WS-ENTRIES-DROPPED
                   " cancelled"
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_ADJUST.

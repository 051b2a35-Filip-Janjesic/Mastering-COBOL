       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_RECURGEN.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    Nightly generator for the ADDREC recurring-entries master
      *    (maintained on the ADDING_2_NUMBERS_RECURMNT screen).
      *    Every entry due on the processing date is written as a
      *    detail pair to ADDRECF, a complete ADDPAIR-layout feed -
      *    header with the processing date as feed date and source
      *    system "RECUR", the details, and a trailer carrying the
      *    detail count and the NUM1+NUM2 hash total - so
      *    ADDING_2_NUMBERS_MERGE takes it in one of its FEEDIN
      *    slots exactly like an upstream feed.  The processing date
      *    must match the upstream feeds' date or the merge stops.
      *
      *    An entry is due when it is active, the date lies between
      *    its start and end dates, and its frequency falls on the
      *    date (daily; weekly on its weekday; monthly on its day,
      *    or the month's last day when the month is shorter;
      *    month-end on the last day of the month).  An entry whose
      *    last-generated date is later than the processing date is
      *    skipped - it was generated for a later day and must not
      *    go back in time.  One stamped with the processing date
      *    itself is generated again: the feed is rebuilt whole on
      *    every run, so a same-date rerun must reproduce every
      *    occurrence it replaces, and the ADDRUN run control stops
      *    the merged feed being totaled twice.  Last-generated
      *    dates are written back only after the feed's trailer is
      *    safely written - the same late-write discipline as the
      *    batch run-control - so
      *    a run that abends leaves a trailerless feed the merge
      *    refuses AND a master that has not been marked, and the
      *    rerun simply generates the lot again.
      *
      *    The merge drops a pair that repeats another pair from the
      *    same source, so two entries that would generate the
      *    identical account/operation/NUM1/NUM2/currency on one
      *    date cannot both survive it; the second is skipped here
      *    instead, left unmarked, and the run ends RETURN-CODE 8 so
      *    the entries are combined rather than one silently lost.
      *
      *    The ADDRECL listing shows every entry with what happened
      *    to it - generated, or skipped and why - and the feed's
      *    control totals.  Processing date defaults to today and
      *    can be overridden with PARM='YYYYMMDD'.  A missing ADDREC
      *    master produces an empty, balanced feed (nothing defined
      *    is nothing due) rather than holding up the merge.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC access: one sequential pass to select what is due,
      *    then keyed rereads to mark the generated entries once the
      *    feed is complete.
           SELECT ADDREC-FILE ASSIGN TO "ADDREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDREC-ID
               FILE STATUS IS WS-ADDREC-STATUS.
           SELECT ADDRECF-FILE ASSIGN TO "ADDRECF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRECL-FILE ASSIGN TO "ADDRECL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDREC-FILE.
           COPY ADDRECR.
       FD  ADDRECF-FILE.
           COPY ADDPAIR.
       FD  ADDRECL-FILE.
           01  ADDRECL-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-ADDREC-STATUS       PIC XX.
           01  WS-PROC-DATE           PIC X(8).
           01  WS-PROC-DATE-PARTS REDEFINES WS-PROC-DATE.
               05  WS-PROC-YYYY       PIC 9(4).
               05  WS-PROC-MM         PIC 9(2).
               05  WS-PROC-DD         PIC 9(2).
           01  WS-PROC-DATE-N REDEFINES WS-PROC-DATE PIC 9(8).
           01  WS-RESULT              PIC X(17).
           01  WS-PAIR-KEY.
               05  WS-PAIR-ACCOUNT    PIC X(8).
               05  WS-PAIR-OPER       PIC X(3).
               05  WS-PAIR-NUM1       PIC S9(9)V99.
               05  WS-PAIR-NUM2       PIC S9(9)V99.
               05  WS-PAIR-CCY        PIC X(3).

      *    Calendar facts about the processing date, worked out once:
      *    its weekday (1 = Monday .. 7 = Sunday, by Zeller's
      *    congruence) and the number of days in its month.
           01  WS-CALENDAR.
               05  WS-WEEKDAY         PIC 9.
               05  WS-MONTH-DAYS      PIC 9(2).
               05  WS-Z-YEAR          PIC 9(4).
               05  WS-Z-MONTH         PIC 9(2).
               05  WS-Z-CENTURY       PIC 9(2).
               05  WS-Z-YEAR-OF-CENT  PIC 9(2).
               05  WS-Z-MONTH-TERM    PIC 9(4).
               05  WS-Z-YOC-TERM      PIC 9(2).
               05  WS-Z-CENT-TERM     PIC 9(2).
               05  WS-Z-SUM           PIC 9(5).
               05  WS-Z-QUOTIENT      PIC 9(5).
               05  WS-Z-REMAINDER     PIC 9.
               05  WS-LEAP-REM-4      PIC 9(3).
               05  WS-LEAP-REM-100    PIC 9(3).
               05  WS-LEAP-REM-400    PIC 9(3).

           01  WS-MONTH-DAYS-VALUES.
               05  FILLER             PIC X(24) VALUE
                       "312831303130313130313031".
           01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
               05  WS-DAYS-IN         PIC 9(2) OCCURS 12.

           01  WS-SWITCHES.
               05  WS-EOF-SW          PIC X VALUE 'N'.
                   88  END-OF-ADDREC         VALUE 'Y'.
               05  WS-REFUSED-SW      PIC X VALUE 'N'.
                   88  WS-RUN-REFUSED        VALUE 'Y'.
               05  WS-DATE-OK-SW      PIC X VALUE 'N'.
                   88  WS-PROC-DATE-VALID    VALUE 'Y'.
               05  WS-NOFILE-SW       PIC X VALUE 'N'.
                   88  WS-NO-MASTER          VALUE 'Y'.
               05  WS-DUE-SW          PIC X VALUE 'N'.
                   88  WS-ENTRY-DUE          VALUE 'Y'.
               05  WS-DUP-SW          PIC X VALUE 'N'.
                   88  WS-PAIR-IS-DUP        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-ENTRIES-READ    PIC 9(7) VALUE ZERO.
               05  WS-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
               05  WS-DUP-SKIPPED     PIC 9(7) VALUE ZERO.
               05  WS-FEED-HASH       PIC S9(13)V99 VALUE ZERO.

      *    The entries written to tonight's feed: their IDs, to mark
      *    them generated once the trailer is down, and their pair
      *    images, to catch a second identical pair the merge would
      *    drop as a retransmission.
           01  WS-GEN-TABLE.
               05  WS-GEN-COUNT       PIC 9(4) COMP VALUE ZERO.
               05  WS-GEN-ENTRY       OCCURS 5000.
                   10  WS-GEN-ID      PIC X(8).
                   10  WS-GEN-PAIR    PIC X(36).
           01  WS-GEN-SUB             PIC 9(4) COMP.

           01  HDR1-LINE.
               05  FILLER             PIC X(36) VALUE
                       "RECURRING ENTRIES - PROCESSING DATE ".
               05  HDR1-DATE          PIC X(8).
               05  FILLER             PIC X(10) VALUE "  WEEKDAY ".
               05  HDR1-WEEKDAY       PIC 9.
               05  FILLER             PIC X(13) VALUE
                       "  MONTH DAYS ".
               05  HDR1-MONTH-DAYS    PIC 9(2).

           01  HDR2-LINE.
               05  FILLER             PIC X(9)  VALUE "ENTRY".
               05  FILLER             PIC X(9)  VALUE "ACCOUNT".
               05  FILLER             PIC X(4)  VALUE "OP".
               05  FILLER             PIC X(18) VALUE
                       "             NUM1".
               05  FILLER             PIC X(18) VALUE
                       "             NUM2".
               05  FILLER             PIC X(4)  VALUE "CCY".
               05  FILLER             PIC X(17) VALUE "RESULT".

           01  DETAIL-LINE.
               05  DTL-ID             PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-ACCOUNT        PIC X(8).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-OPER           PIC X(3).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-NUM1           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-NUM2           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-CURRENCY       PIC X(3).
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-RESULT         PIC X(17).

           01  TOTAL-LINE.
               05  TOT-TEXT           PIC X(22).
               05  TOT-COUNT          PIC Z(6)9.
               05  FILLER             PIC X(2)  VALUE SPACES.
               05  TOT-HASH-TEXT      PIC X(6).
               05  TOT-HASH           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           01  LS-PARM.
               05  LS-PARM-LEN        PIC S9(4) COMP.
               05  LS-PARM-TEXT       PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-ONE-ENTRY UNTIL END-OF-ADDREC
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-PROC-DATE
           ELSE
               ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-PROC-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PROC-DATE-N) = ZERO
                   SET WS-PROC-DATE-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-PROC-DATE-VALID
               DISPLAY "ADDING_2_NUMBERS_RECURGEN: PROCESSING DATE "
                   WS-PROC-DATE " IS NOT A VALID YYYYMMDD - RUN "
                   "REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
               SET END-OF-ADDREC TO TRUE
           ELSE
               PERFORM 1100-COMPUTE-CALENDAR
               PERFORM 1200-OPEN-FILES
           END-IF.

      *    Zeller's congruence, with January and February counted as
      *    months 13 and 14 of the year before; every division is
      *    its own step so each quotient is truncated where the
      *    formula needs it.  The result h runs 0 = Saturday ..
      *    6 = Friday and is shifted to 1 = Monday .. 7 = Sunday.
       1100-COMPUTE-CALENDAR.
           MOVE WS-PROC-YYYY TO WS-Z-YEAR
           MOVE WS-PROC-MM   TO WS-Z-MONTH
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
               REMAINDER WS-Z-YEAR-OF-CENT
           COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5
           DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-YOC-TERM
           DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-CENT-TERM
           COMPUTE WS-Z-SUM = WS-PROC-DD + WS-Z-MONTH-TERM
               + WS-Z-YEAR-OF-CENT + WS-Z-YOC-TERM + WS-Z-CENT-TERM
               + (5 * WS-Z-CENTURY)
           DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
               REMAINDER WS-Z-REMAINDER
           ADD 5 TO WS-Z-REMAINDER GIVING WS-Z-SUM
           DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
               REMAINDER WS-WEEKDAY
           ADD 1 TO WS-WEEKDAY
           MOVE WS-DAYS-IN (WS-PROC-MM) TO WS-MONTH-DAYS
           IF WS-PROC-MM = 2
               DIVIDE WS-PROC-YYYY BY 4 GIVING WS-Z-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-PROC-YYYY BY 100 GIVING WS-Z-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-PROC-YYYY BY 400 GIVING WS-Z-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                           OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

       1200-OPEN-FILES.
           OPEN OUTPUT ADDRECF-FILE
           OPEN OUTPUT ADDRECL-FILE
           MOVE WS-PROC-DATE  TO HDR1-DATE
           MOVE WS-WEEKDAY    TO HDR1-WEEKDAY
           MOVE WS-MONTH-DAYS TO HDR1-MONTH-DAYS
           WRITE ADDRECL-LINE FROM HDR1-LINE
           MOVE SPACES TO ADDRECL-LINE
           WRITE ADDRECL-LINE
           WRITE ADDRECL-LINE FROM HDR2-LINE
           MOVE SPACES TO ADDPAIR-RECORD
           MOVE "H" TO ADDPAIR-REC-TYPE
           MOVE WS-PROC-DATE TO ADDPAIR-FEED-DATE
           MOVE "RECUR" TO ADDPAIR-SOURCE-SYS
           WRITE ADDPAIR-RECORD
           OPEN I-O ADDREC-FILE
           IF WS-ADDREC-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_RECURGEN: NO ADDREC "
                   "RECURRING-ENTRIES MASTER - EMPTY FEED WRITTEN"
               SET WS-NO-MASTER TO TRUE
               SET END-OF-ADDREC TO TRUE
           ELSE
               PERFORM 2100-READ-ADDREC
           END-IF.

       2000-SELECT-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM 2200-CHECK-DUE
           EVALUATE TRUE
               WHEN ADDREC-SUSPENDED
                   MOVE "SKIP SUSPENDED" TO WS-RESULT
               WHEN ADDREC-START-DATE > WS-PROC-DATE
                   MOVE "SKIP NOT STARTED" TO WS-RESULT
               WHEN ADDREC-END-DATE NOT = SPACES
                       AND ADDREC-END-DATE < WS-PROC-DATE
                   MOVE "SKIP ENDED" TO WS-RESULT
               WHEN NOT WS-ENTRY-DUE
                   MOVE "SKIP NOT DUE" TO WS-RESULT
               WHEN ADDREC-LAST-GENERATED NOT = SPACES
                       AND ADDREC-LAST-GENERATED > WS-PROC-DATE
                   MOVE "SKIP LATER DONE" TO WS-RESULT
               WHEN OTHER
                   PERFORM 2300-GENERATE-ENTRY
           END-EVALUATE
           IF WS-RESULT NOT = "GENERATED"
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           PERFORM 2500-LIST-ENTRY
           PERFORM 2100-READ-ADDREC.

       2100-READ-ADDREC.
           READ ADDREC-FILE NEXT RECORD
               AT END SET END-OF-ADDREC TO TRUE
           END-READ.

       2200-CHECK-DUE.
           MOVE 'N' TO WS-DUE-SW
           EVALUATE TRUE
               WHEN ADDREC-DAILY
                   SET WS-ENTRY-DUE TO TRUE
               WHEN ADDREC-WEEKLY
                   IF ADDREC-DAY = WS-WEEKDAY
                       SET WS-ENTRY-DUE TO TRUE
                   END-IF
               WHEN ADDREC-MONTHLY
                   IF ADDREC-DAY = WS-PROC-DD
                           OR (ADDREC-DAY > WS-MONTH-DAYS
                               AND WS-PROC-DD = WS-MONTH-DAYS)
                       SET WS-ENTRY-DUE TO TRUE
                   END-IF
               WHEN ADDREC-MONTH-END
                   IF WS-PROC-DD = WS-MONTH-DAYS
                       SET WS-ENTRY-DUE TO TRUE
                   END-IF
           END-EVALUATE.

       2300-GENERATE-ENTRY.
           MOVE ADDREC-ACCOUNT  TO WS-PAIR-ACCOUNT
           MOVE ADDREC-OPER     TO WS-PAIR-OPER
           MOVE ADDREC-NUM1     TO WS-PAIR-NUM1
           MOVE ADDREC-NUM2     TO WS-PAIR-NUM2
           MOVE ADDREC-CURRENCY TO WS-PAIR-CCY
           MOVE 'N' TO WS-DUP-SW
           PERFORM 2350-CHECK-ONE-GENERATED
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   OR WS-PAIR-IS-DUP
           EVALUATE TRUE
               WHEN WS-PAIR-IS-DUP
                   MOVE "SKIP DUPLICATE" TO WS-RESULT
                   ADD 1 TO WS-DUP-SKIPPED
               WHEN WS-GEN-COUNT NOT < 5000
                   MOVE "SKIP RUN LIMIT" TO WS-RESULT
                   ADD 1 TO WS-DUP-SKIPPED
               WHEN OTHER
                   PERFORM 2400-WRITE-FEED-DETAIL
                   MOVE "GENERATED" TO WS-RESULT
           END-EVALUATE.

       2350-CHECK-ONE-GENERATED.
           IF WS-GEN-PAIR (WS-GEN-SUB) = WS-PAIR-KEY
               SET WS-PAIR-IS-DUP TO TRUE
           END-IF.

       2400-WRITE-FEED-DETAIL.
           MOVE SPACES          TO ADDPAIR-RECORD
           MOVE "D"             TO ADDPAIR-REC-TYPE
           MOVE ADDREC-ACCOUNT  TO ADDPAIR-ACCOUNT
           MOVE ADDREC-OPER     TO ADDPAIR-OPER
           MOVE ADDREC-NUM1     TO ADDPAIR-NUM1
           MOVE ADDREC-NUM2     TO ADDPAIR-NUM2
           MOVE ADDREC-CURRENCY TO ADDPAIR-CURRENCY
           WRITE ADDPAIR-RECORD
           ADD ADDREC-NUM1 TO WS-FEED-HASH
           ADD ADDREC-NUM2 TO WS-FEED-HASH
           ADD 1 TO WS-GEN-COUNT
           MOVE ADDREC-ID   TO WS-GEN-ID (WS-GEN-COUNT)
           MOVE WS-PAIR-KEY TO WS-GEN-PAIR (WS-GEN-COUNT).

       2500-LIST-ENTRY.
           MOVE ADDREC-ID       TO DTL-ID
           MOVE ADDREC-ACCOUNT  TO DTL-ACCOUNT
           MOVE ADDREC-OPER     TO DTL-OPER
           MOVE ADDREC-NUM1     TO DTL-NUM1
           MOVE ADDREC-NUM2     TO DTL-NUM2
           MOVE ADDREC-CURRENCY TO DTL-CURRENCY
           MOVE WS-RESULT       TO DTL-RESULT
           WRITE ADDRECL-LINE FROM DETAIL-LINE.

      *    The trailer goes down first and only then are the
      *    generated entries marked - a run that dies in between
      *    leaves a complete feed and unmarked entries, which the
      *    rerun regenerates into a fresh copy of the same feed.
       3000-TERMINATE.
           IF WS-RUN-REFUSED
               CONTINUE
           ELSE
               MOVE SPACES TO ADDPAIR-RECORD
               MOVE "T" TO ADDPAIR-REC-TYPE
               MOVE WS-GEN-COUNT TO ADDPAIR-TRL-COUNT
               MOVE WS-FEED-HASH TO ADDPAIR-TRL-HASH
               WRITE ADDPAIR-RECORD
               CLOSE ADDRECF-FILE
               IF NOT WS-NO-MASTER
                   PERFORM 3100-MARK-ONE-GENERATED
                       VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   CLOSE ADDREC-FILE
               END-IF
               PERFORM 3200-PRINT-TOTALS
               CLOSE ADDRECL-FILE
               IF WS-DUP-SKIPPED > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY "ADDING_2_NUMBERS_RECURGEN: " WS-GEN-COUNT
                   " entr(ies) generated, " WS-SKIPPED-COUNT
                   " skipped for " WS-PROC-DATE
           END-IF.

       3100-MARK-ONE-GENERATED.
           MOVE WS-GEN-ID (WS-GEN-SUB) TO ADDREC-ID
           READ ADDREC-FILE
               INVALID KEY
                   DISPLAY "ADDING_2_NUMBERS_RECURGEN: ENTRY "
                       WS-GEN-ID (WS-GEN-SUB) " VANISHED BEFORE "
                       "IT COULD BE MARKED GENERATED"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-PROC-DATE TO ADDREC-LAST-GENERATED
                   REWRITE ADDREC-RECORD
           END-READ.

       3200-PRINT-TOTALS.
           MOVE SPACES TO ADDRECL-LINE
           WRITE ADDRECL-LINE
           MOVE "ENTRIES READ"  TO TOT-TEXT
           MOVE WS-ENTRIES-READ TO TOT-COUNT
           MOVE SPACES TO TOT-HASH-TEXT
           MOVE ZERO TO TOT-HASH
           WRITE ADDRECL-LINE FROM TOTAL-LINE
           MOVE "PAIRS GENERATED" TO TOT-TEXT
           MOVE WS-GEN-COUNT TO TOT-COUNT
           MOVE "HASH" TO TOT-HASH-TEXT
           MOVE WS-FEED-HASH TO TOT-HASH
           WRITE ADDRECL-LINE FROM TOTAL-LINE
           MOVE "ENTRIES SKIPPED" TO TOT-TEXT
           MOVE WS-SKIPPED-COUNT TO TOT-COUNT
           MOVE SPACES TO TOT-HASH-TEXT
           MOVE ZERO TO TOT-HASH
           WRITE ADDRECL-LINE FROM TOTAL-LINE
           IF WS-DUP-SKIPPED > ZERO
               MOVE "NOT GENERATED - FIX" TO TOT-TEXT
               MOVE WS-DUP-SKIPPED TO TOT-COUNT
               WRITE ADDRECL-LINE FROM TOTAL-LINE
           END-IF.
         END PROGRAM ADDING_2_NUMBERS_RECURGEN.

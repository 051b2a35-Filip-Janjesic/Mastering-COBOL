           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    End-of-day status report over the ADDSTAT stream status
      *    dataset.  The evening window is eight jobs deep -
      *    ADDMERGE, ADDRATLD (the treasury rate load), ADDBATCH,
      *    ADDRECON, ADDPOST, ADDUNUS (the unusual-activity check),
      *    ADDGLEXT, ADDRPT - and until
      *    now nothing tied them together but the operator reading
      *    the joblog.  This report shows the whole stream for one
      *    processing date at a glance: each step's start and end
      *    The report closes with the ADDPEND pending-approval
      *    queue: every pair still held for supervisor release is
      *    listed with its feed date and amounts, whatever day it
      *    was held, so nothing ages silently in the queue.  Then
      *    the date's ADDUNEX unusual-activity flags are counted by
      *    rule: any flag at all is someone's to look at before the
      *    GL extract goes out, and flags the stream.
      *
      *    The run ends RETURN-CODE 0 on a clean stream and 8 when
      *    anything is flagged.  The processing date defaults to
           SELECT ADDPEND-FILE ASSIGN TO "ADDPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDPEND-STATUS.
           SELECT ADDUNEX-FILE ASSIGN TO "ADDUNEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDUNEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01  ADDSRPT-LINE           PIC X(80).
       FD  ADDPEND-FILE.
           COPY ADDPENDR.
       FD  ADDUNEX-FILE.
           COPY ADDUNEXR.

       WORKING-STORAGE SECTION.
           01  WS-ADDSTAT-STATUS      PIC XX.
           01  WS-ADDPEND-STATUS      PIC XX.
           01  WS-ADDUNEX-STATUS      PIC XX.
           01  WS-TARGET-DATE         PIC X(8).
           01  WS-PREV-END-STAMP      PIC X(14).
           01  WS-THIS-START-STAMP    PIC X(14).
                   88  END-OF-ADDSTAT        VALUE 'Y'.
               05  WS-PEND-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDPEND        VALUE 'Y'.
               05  WS-UNEX-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-ADDUNEX        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-ROWS-READ       PIC 9(7) VALUE ZERO.
               05  WS-STEPS-FLAGGED   PIC 9(2) VALUE ZERO.
               05  WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
               05  WS-HELD-TOTAL      PIC S9(13)V99 VALUE ZERO.
               05  WS-UNUSUAL-FLAGS   PIC 9(7) VALUE ZERO.
               05  WS-UNX-CNT-FLAGS   PIC 9(7) VALUE ZERO.
               05  WS-UNX-NET-FLAGS   PIC 9(7) VALUE ZERO.
               05  WS-UNX-REPT-FLAGS  PIC 9(7) VALUE ZERO.
               05  WS-UNX-DORM-FLAGS  PIC 9(7) VALUE ZERO.

      *    One slot per expected step of the evening stream, in run
      *    order.  The names must match what each program writes to
      *    ADDSTAT-STEP.
           01  WS-STEP-TABLE.
               05  FILLER             PIC X(8) VALUE "ADDMERGE".
               05  FILLER             PIC X(8) VALUE "ADDRATLD".
               05  FILLER             PIC X(8) VALUE "ADDBATCH".
               05  FILLER             PIC X(8) VALUE "ADDRECON".
               05  FILLER             PIC X(8) VALUE "ADDPOST".
               05  FILLER             PIC X(8) VALUE "ADDUNUS".
               05  FILLER             PIC X(8) VALUE "ADDGLEXT".
               05  FILLER             PIC X(8) VALUE "ADDRPT".
           01  WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
               05  WS-STEP-NAME       OCCURS 8 PIC X(8).

           01  WS-FOUND-TABLE.
               05  WS-FOUND-ENTRY     OCCURS 8.
                   10  WS-FND-SW      PIC X VALUE 'N'.
                       88  WS-STEP-SEEN      VALUE 'Y'.
                   10  WS-FND-START-DATE PIC X(8).
                       "  BASE TOTAL  ".
               05  HLT-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  UNUSUAL-HDR-LINE.
               05  FILLER             PIC X(33) VALUE
                       "UNUSUAL ACTIVITY FLAGS ON ADDUNEX".

           01  UNUSUAL-LINE.
               05  UNL-LABEL          PIC X(30).
               05  UNL-COUNT          PIC Z,ZZZ,ZZ9.

           01  VERDICT-LINE.
               05  VDT-TEXT           PIC X(45).

           PERFORM 2000-LOAD-STATUS-ROWS UNTIL END-OF-ADDSTAT
           PERFORM 3000-PRINT-STREAM
           PERFORM 3500-PRINT-HELD-ITEMS
           PERFORM 3600-PRINT-UNUSUAL-FLAGS
           PERFORM 4000-TERMINATE
           STOP RUN.

           END-IF.

      *    The last row a step wrote for the date wins - a rerun
      *    supersedes the refused or failed attempt before it.  A
      *    rate load refused as already loaded changed nothing, so
      *    it does not hide the verdict of the load that did.
       2000-LOAD-STATUS-ROWS.
           READ ADDSTAT-FILE
               AT END SET END-OF-ADDSTAT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF ADDSTAT-PROC-DATE = WS-TARGET-DATE
                           AND (ADDSTAT-STEP NOT = "ADDRATLD"
                               OR ADDSTAT-VERDICT NOT = "REFUSED")
                       PERFORM 2100-KEEP-STATUS-ROW
                           VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 8
                   END-IF
           END-READ.

           MOVE SPACES TO WS-PREV-END-STAMP
           PERFORM 3100-PRINT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 8.

       3100-PRINT-ONE-STEP.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO DTL-STEP
                   ADD ADDPEND-BASE-TOTAL TO WS-HELD-TOTAL
           END-READ.

      *    The flags are the unusual-activity check's own output
      *    for the date; the file is rebuilt every night, so flags
      *    dated otherwise belong to another evening and are not
      *    counted.
       3600-PRINT-UNUSUAL-FLAGS.
           MOVE SPACES TO ADDSRPT-LINE
           WRITE ADDSRPT-LINE
           WRITE ADDSRPT-LINE FROM UNUSUAL-HDR-LINE
           OPEN INPUT ADDUNEX-FILE
           IF WS-ADDUNEX-STATUS = "35"
               SET END-OF-ADDUNEX TO TRUE
           ELSE
               PERFORM 3610-COUNT-ONE-FLAG UNTIL END-OF-ADDUNEX
               CLOSE ADDUNEX-FILE
           END-IF
           MOVE "  COUNT OVER AVERAGE" TO UNL-LABEL
           MOVE WS-UNX-CNT-FLAGS TO UNL-COUNT
           WRITE ADDSRPT-LINE FROM UNUSUAL-LINE
           MOVE "  NET OVER AVERAGE" TO UNL-LABEL
           MOVE WS-UNX-NET-FLAGS TO UNL-COUNT
           WRITE ADDSRPT-LINE FROM UNUSUAL-LINE
           MOVE "  REPEATED TOTAL" TO UNL-LABEL
           MOVE WS-UNX-REPT-FLAGS TO UNL-COUNT
           WRITE ADDSRPT-LINE FROM UNUSUAL-LINE
           MOVE "  POSTED AFTER DORMANT" TO UNL-LABEL
           MOVE WS-UNX-DORM-FLAGS TO UNL-COUNT
           WRITE ADDSRPT-LINE FROM UNUSUAL-LINE
           MOVE "UNUSUAL ACTIVITY FLAGS" TO UNL-LABEL
           MOVE WS-UNUSUAL-FLAGS TO UNL-COUNT
           WRITE ADDSRPT-LINE FROM UNUSUAL-LINE.

       3610-COUNT-ONE-FLAG.
           READ ADDUNEX-FILE
               AT END SET END-OF-ADDUNEX TO TRUE
               NOT AT END
                   IF ADDUNEX-RUN-DATE = WS-TARGET-DATE
                       ADD 1 TO WS-UNUSUAL-FLAGS
                       EVALUATE TRUE
                           WHEN ADDUNEX-COUNT-RULE
                               ADD 1 TO WS-UNX-CNT-FLAGS
                           WHEN ADDUNEX-NET-RULE
                               ADD 1 TO WS-UNX-NET-FLAGS
                           WHEN ADDUNEX-REPEAT-RULE
                               ADD 1 TO WS-UNX-REPT-FLAGS
                           WHEN ADDUNEX-DORMANT-RULE
                               ADD 1 TO WS-UNX-DORM-FLAGS
                       END-EVALUATE
                   END-IF
           END-READ.

       4000-TERMINATE.
           MOVE SPACES TO ADDSRPT-LINE
           WRITE ADDSRPT-LINE
           EVALUATE TRUE
               WHEN WS-STEPS-FLAGGED > ZERO
                   MOVE "STREAM HAS FLAGGED STEPS - INVESTIGATE"
                       TO VDT-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNUSUAL-FLAGS > ZERO
                   MOVE "UNUSUAL ACTIVITY TO REVIEW BEFORE GL EXTRACT"
                       TO VDT-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "STREAM COMPLETE AND CLEAN" TO VDT-TEXT
           END-EVALUATE
           WRITE ADDSRPT-LINE FROM VERDICT-LINE
           IF WS-ADDSTAT-STATUS NOT = "35"
               CLOSE ADDSTAT-FILE
           END-IF
           CLOSE ADDSRPT-FILE
           DISPLAY "ADDING_2_NUMBERS_EODRPT: " WS-STEPS-FLAGGED
               " step(s) flagged, " WS-UNUSUAL-FLAGS
               " unusual-activity flag(s) for " WS-TARGET-DATE.
         END PROGRAM ADDING_2_NUMBERS_EODRPT.

      *    the matching audit records are shown a page at a time with
      *    the same PAIR/LIST-aware formatting the report uses -
      *    PAIR rows show both addends, LIST rows show the entry
      *    count, RATE rows show the rates and rate date - plus a
      *    running total of the selected records through the end of
      *    the page.
      *
      *    Commands at the page prompt: F = page forward, B = page
      *    back, N = new search, X = exit.
               05  DTL-NUM1           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  DTL-NUM1-COUNT REDEFINES DTL-NUM1
                                      PIC Z(16)9.
               05  DTL-NUM1-RATE REDEFINES DTL-NUM1
                                      PIC Z(9)9.9(6).
               05  DTL-NUM1-ALPHA REDEFINES DTL-NUM1
                                      PIC X(17).
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  DTL-NUM2           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05  DTL-NUM2-ALPHA REDEFINES DTL-NUM2
                                      PIC X(17).
               05  DTL-NUM2-RATE REDEFINES DTL-NUM2
                                      PIC Z(9)9.9(6).
               05  FILLER             PIC X(3)  VALUE SPACES.
               05  DTL-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  DTL-TOTAL-ALPHA REDEFINES DTL-TOTAL
                                      PIC X(18).

           01  HDR3-LINE.
               05  FILLER             PIC X(10) VALUE "OPER ID".
               PERFORM 2300-FORMAT-DETAIL-LINE
               MOVE DETAIL-LINE TO INQ-LINE (INQ-COUNT)
      *        GLEX rows restate PAIR totals already selected, so
      *        they show but stay out of the running total, as do
      *        RATE rows, which are exchange rates, not amounts.
               IF ADDLOG-SOURCE NOT = "GLEX"
                       AND ADDLOG-SOURCE NOT = "RATE"
                   ADD ADDLOG-TOTAL TO WS-RUNNING-TOTAL
               END-IF
               MOVE WS-RUNNING-TOTAL TO INQ-CUM-TOTAL (INQ-COUNT)
       2300-FORMAT-DETAIL-LINE.
           MOVE ADDLOG-OPERATOR-ID TO DTL-OPERATOR-ID
           MOVE ADDLOG-OPER        TO DTL-OPER
           EVALUATE TRUE
               WHEN ADDLOG-SOURCE = "RATE"
                   PERFORM 2350-FORMAT-RATE-ROW
               WHEN ADDLOG-SOURCE = "LIST" OR ADDLOG-SOURCE = "GLEX"
                   MOVE ADDLOG-NUM1  TO DTL-NUM1-COUNT
                   MOVE SPACES       TO DTL-NUM2-ALPHA
                   MOVE ADDLOG-TOTAL TO DTL-TOTAL
               WHEN OTHER
                   MOVE ADDLOG-NUM1  TO DTL-NUM1
                   MOVE ADDLOG-NUM2  TO DTL-NUM2
                   MOVE ADDLOG-TOTAL TO DTL-TOTAL
           END-EVALUATE.

      *    RATE rows carry exchange rates, not amounts: the currency
      *    stays in the OP column, the replaced and new rates print
      *    to six places from their whole millionths, and the rate
      *    date takes the TOTAL column.  A first keying has no rate
      *    replaced, and a blank currency is a date re-checked clean,
      *    which carries no rate at all.
       2350-FORMAT-RATE-ROW.
           IF ADDLOG-OPER = SPACES
               MOVE "    RATES CHECKED" TO DTL-NUM1-ALPHA
               MOVE SPACES              TO DTL-NUM2-ALPHA
           ELSE
               IF ADDLOG-NUM1 = ZERO
                   MOVE SPACES TO DTL-NUM1-ALPHA
               ELSE
                   COMPUTE DTL-NUM1-RATE = ADDLOG-NUM1 / 1000000
               END-IF
               COMPUTE DTL-NUM2-RATE = ADDLOG-NUM2 / 1000000
           END-IF
           MOVE "RATE DATE "   TO DTL-TOTAL-ALPHA
           MOVE ADDLOG-ACCOUNT TO DTL-TOTAL-ALPHA (11:8).

       3000-PAGE-LOOP.
           PERFORM 3100-SHOW-PAGE

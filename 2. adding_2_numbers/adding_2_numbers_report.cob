      *    for handing to a supervisor.  ADDLOG-SOURCE tells a PAIR
      *    row (NUM1/NUM2 both real addends) from a LIST row (NUM1 is
      *    an entry count, not a currency amount), so the two render
      *    differently.  A RATE row (an exchange rate keyed on the
      *    rate screen) prints its currency, the replaced and new
      *    rates and the rate date instead of amounts.
      *
      *    Only records whose ADDLOG-DATE matches the target date are
      *    reported.  The target date defaults to today but can be
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

           01  GRAND-TOTAL-LINE.
               05  FILLER             PIC X(16) VALUE
           END-IF
           MOVE ADDLOG-OPERATOR-ID TO DTL-OPERATOR-ID
           MOVE ADDLOG-OPER        TO DTL-OPER
           EVALUATE TRUE
               WHEN ADDLOG-SOURCE = "RATE"
                   PERFORM 2200-FORMAT-RATE-ROW
               WHEN ADDLOG-SOURCE = "LIST" OR ADDLOG-SOURCE = "GLEX"
                   MOVE ADDLOG-NUM1  TO DTL-NUM1-COUNT
                   MOVE SPACES       TO DTL-NUM2-ALPHA
                   MOVE ADDLOG-TOTAL TO DTL-TOTAL
               WHEN OTHER
                   MOVE ADDLOG-NUM1  TO DTL-NUM1
                   MOVE ADDLOG-NUM2  TO DTL-NUM2
                   MOVE ADDLOG-TOTAL TO DTL-TOTAL
           END-EVALUATE
           WRITE ADDRPT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DETAIL-COUNT
      *    GLEX rows only restate the day's PAIR totals already on
      *    the report, so they print but do not accumulate - the
      *    supervisor's grand total must not double on extract days.
      *    RATE rows are not amounts at all and stay out likewise.
           IF ADDLOG-SOURCE NOT = "GLEX"
                   AND ADDLOG-SOURCE NOT = "RATE"
               ADD ADDLOG-TOTAL TO WS-GRAND-TOTAL
           END-IF
           PERFORM 2100-READ-ADDLOG.
               END-READ
           END-PERFORM.

      *    RATE rows carry exchange rates, not amounts: the currency
      *    stays in the OP column, the replaced and new rates print
      *    to six places from their whole millionths, and the rate
      *    date takes the TOTAL column.  A first keying has no rate
      *    replaced, and a blank currency is a date re-checked clean,
      *    which carries no rate at all.
       2200-FORMAT-RATE-ROW.
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

       2400-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT

      *    prints every audit row matching a date range plus
      *    optional account and operator selections in the same
      *    PAIR/LIST-aware format as the daily report - PAIR rows
      *    show both addends, LIST/GLEX rows show the entry count,
      *    RATE rows show the currency, replaced and new rates and
      *    rate date - with selection totals at the end.  GLEX and
      *    RATE rows print but stay out of the total, as on the daily
      *    report, so an extract day does not double.  The archives
      *    are read first and the live log after, so the listing runs
      *    oldest to newest.  This is the standard answer to an
      *    auditor's sample request.
      *
      *    PARM is FROM,TO,ACCOUNT,OPERATOR (dates YYYYMMDD).  FROM
      *    blank means from the beginning of history, TO blank means
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
               05  FILLER             PIC X(1)  VALUE SPACES.
               05  DTL-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  DTL-TOTAL-ALPHA REDEFINES DTL-TOTAL
                                      PIC X(18).

           01  TOTAL-LINE.
               05  FILLER             PIC X(17) VALUE
           MOVE ADDLOG-DATE        TO DTL-DATE
           MOVE ADDLOG-OPERATOR-ID TO DTL-OPERATOR-ID
           MOVE ADDLOG-OPER        TO DTL-OPER
           EVALUATE TRUE
               WHEN ADDLOG-SOURCE = "RATE"
                   PERFORM 2920-FORMAT-RATE-ROW
               WHEN ADDLOG-SOURCE = "LIST" OR ADDLOG-SOURCE = "GLEX"
                   MOVE ADDLOG-NUM1  TO DTL-NUM1-COUNT
                   MOVE SPACES       TO DTL-NUM2-ALPHA
                   MOVE ADDLOG-TOTAL TO DTL-TOTAL
               WHEN OTHER
                   MOVE ADDLOG-NUM1  TO DTL-NUM1
                   MOVE ADDLOG-NUM2  TO DTL-NUM2
                   MOVE ADDLOG-TOTAL TO DTL-TOTAL
           END-EVALUATE
           WRITE ADDRRPT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DETAIL-COUNT
      *    GLEX rows restate PAIR totals already selected, so they
      *    print but stay out of the selection total, as do RATE
      *    rows, which are exchange rates rather than amounts.
           IF ADDLOG-SOURCE NOT = "GLEX"
                   AND ADDLOG-SOURCE NOT = "RATE"
               ADD ADDLOG-TOTAL TO WS-SELECT-TOTAL
           END-IF.

      *    RATE rows carry exchange rates, not amounts: the currency
      *    stays in the OP column, the replaced and new rates print
      *    to six places from their whole millionths, and the rate
      *    date takes the TOTAL column.  A first keying has no rate
      *    replaced, and a blank currency is a date re-checked clean,
      *    which carries no rate at all.
       2920-FORMAT-RATE-ROW.
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

       2950-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT

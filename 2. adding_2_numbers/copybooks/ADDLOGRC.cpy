      *    which follows the LIST convention (extract record count in
      *    NUM1), or "RELS" for ADDING_2_NUMBERS_RELEASE, written in
      *    the PAIR layout under the approving supervisor's ID when
      *    a held pair is approved off the pending queue, or "MADJ"
      *    for ADDING_2_NUMBERS_ADJPOST, one per manual adjustment
      *    posted, under the ID of the supervisor who keyed it with
      *    the reason code in ADDLOG-OPER and the amount in NUM1 and
      *    TOTAL (NUM2 zero), or "RATE" for ADDING_2_NUMBERS
      *    _RATEMNT, one per exchange rate keyed, corrected or
      *    confirmed, with the rate date in ADDLOG-ACCOUNT, the
      *    currency in ADDLOG-OPER and the replaced and new rates in
      *    NUM1 and NUM2 as whole millionths (TOTAL zero) - a blank
      *    currency is a date re-checked clean, printed as such
      *    rather than as a zero amount - so the
      *    report can tell them apart instead of printing a count as
      *    if it were a currency amount, and the reconciliation can
      *    step over rows that are not the batch's own.
      *    total, blank on LIST rows, so the report can show what
      *    was actually done; on GLEX rows it carries the batch-
      *    reference prefix instead - "REL" on release hand-offs,
      *    "ADJ" on manual adjustment hand-offs, "ACR" on month-end
      *    accrual hand-offs, blank meaning the daily "ADD".
       01  ADDLOG-RECORD.
           05  ADDLOG-DATE            PIC X(8).
           05  ADDLOG-TIME            PIC X(6).

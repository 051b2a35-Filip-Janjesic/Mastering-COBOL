      *    its feed date's rate; a pair whose currency has no rate
      *    for the feed date rejects to ADDREJ with reason RATE
      *    rather than converting at a stale rate.  The table is
      *    loaded daily from the treasury feed by ADDING_2_NUMBERS
      *    _RATELOAD, which validates every rate before it lands.
      *
      *    ADDRATE-SOURCE says where the rate came from:
      *        T (or blank, rows from before the load step) the
      *          treasury feed, validated;
      *        C carried forward from the previous day because
      *          treasury sent no usable rate for the currency;
      *        H held - treasury's rate moved further from the
      *          previous day's than the currency's tolerance, and
      *          is not used until a supervisor confirms it;
      *        M keyed, corrected or confirmed by a supervisor on the
      *          ADDING_2_NUMBERS_RATEMNT screen.
      *    The table is only ever appended to, so the last usable
      *    row for a date and currency is the rate in force.
      *****************************************************************
       01  ADDRATE-RECORD.
           05  ADDRATE-DATE           PIC X(8).
           05  ADDRATE-CURRENCY       PIC X(3).
           05  ADDRATE-RATE           PIC 9(5)V9(6).
           05  ADDRATE-SOURCE         PIC X.
               88  ADDRATE-FROM-TREASURY  VALUE "T", " ".
               88  ADDRATE-CARRIED        VALUE "C".
               88  ADDRATE-HELD           VALUE "H".
               88  ADDRATE-MANUAL         VALUE "M".

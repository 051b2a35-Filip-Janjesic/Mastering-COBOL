      *****************************************************************
      *    ADDUNEXR.CPY
      *    Unusual-activity exception record, one written to the
      *    ADDUNEX file by ADDING_2_NUMBERS_UNUSUAL for every rule a
      *    day's ADDOUT totals trip against the account's own
      *    ADDHIST history.  ADDING_2_NUMBERS_EODRPT counts the
      *    processing date's rows, so the flags are in front of
      *    someone before the GL extract goes out.
      *
      *    ADDUNEX-RULE says which rule fired and what the two
      *    figures are:
      *        CNT   day's posting count / average posting count
      *              for a day the account posted in the window;
      *        NET   day's net amount / average net amount (either
      *              sign) for a day the account posted in the
      *              window;
      *        REPT  the repeated total (ADDUNEX-OPER is its
      *              operation) / number of earlier days in the
      *              window the same account, operation and amount
      *              posted, the latest of them in REF-DATE;
      *        DORM  day's net amount / days since the account last
      *              posted - or, never having posted, since ADDACCT
      *              says it was opened - that date in REF-DATE.
      *****************************************************************
       01  ADDUNEX-RECORD.
           05  ADDUNEX-RUN-DATE       PIC X(8).
           05  ADDUNEX-ACCOUNT        PIC X(8).
           05  ADDUNEX-RULE           PIC X(4).
               88  ADDUNEX-COUNT-RULE     VALUE "CNT ".
               88  ADDUNEX-NET-RULE       VALUE "NET ".
               88  ADDUNEX-REPEAT-RULE    VALUE "REPT".
               88  ADDUNEX-DORMANT-RULE   VALUE "DORM".
           05  ADDUNEX-OPER           PIC X(3).
           05  ADDUNEX-DAY-FIGURE     PIC S9(13)V99.
           05  ADDUNEX-COMPARED       PIC S9(13)V99.
           05  ADDUNEX-REF-DATE       PIC X(8).

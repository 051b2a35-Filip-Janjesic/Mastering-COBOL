      *****************************************************************
      *    ADDBUDR.CPY
      *    Budget record, one per account and period, held in the
      *    indexed ADDBUD dataset keyed on ADDBUD-KEY (account code
      *    then YYYYMM period, so one account's year reads in period
      *    order).  ADDBUD-AMOUNT is the budgeted MOVEMENT for the
      *    period - what finance plans the account to post that
      *    month, signed the way the postings are - so it compares
      *    directly with the period's actual activity.
      *
      *    Loaded from finance's budget file by ADDING_2_NUMBERS
      *    _BUDLOAD (ADDBUD-SOURCE "L") and maintained on the
      *    ADDING_2_NUMBERS_BUDMNT supervisor screen (source "S");
      *    ADDING_2_NUMBERS_BUDVAR reports actuals against it.
      *****************************************************************
       01  ADDBUD-RECORD.
           05  ADDBUD-KEY.
               10  ADDBUD-ACCOUNT     PIC X(8).
               10  ADDBUD-PERIOD      PIC X(6).
           05  ADDBUD-AMOUNT          PIC S9(13)V99.
           05  ADDBUD-SOURCE          PIC X.
               88  ADDBUD-LOADED          VALUE "L".
               88  ADDBUD-KEYED           VALUE "S".
           05  ADDBUD-CHANGED-BY      PIC X(8).
           05  ADDBUD-CHANGED-DATE    PIC X(8).

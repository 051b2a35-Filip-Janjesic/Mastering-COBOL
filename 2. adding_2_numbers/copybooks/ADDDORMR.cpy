      *****************************************************************
      *    ADDDORMR.CPY
      *    Dormancy candidate record on the ADDDORM file, one per
      *    account ADDING_2_NUMBERS_DORMANT picked out for cleanup:
      *
      *    - an active account with no posting (by its ADDMST date
      *      last posted, or its opened date if it has never posted)
      *      for at least the run's dormancy threshold, with its
      *      age bucket;
      *    - a closed account still carrying an ADDMST balance that
      *      nobody can post against.
      *
      *    The balance is as at the run; the D option of the
      *    ADDING_2_NUMBERS_ACCTMNT screen walks the file, re-reads
      *    the live figures and closes or clears each candidate in
      *    turn.
      *****************************************************************
       01  ADDDORM-RECORD.
           05  ADDDORM-RUN-DATE       PIC X(8).
           05  ADDDORM-ACCOUNT        PIC X(8).
           05  ADDDORM-REASON         PIC X.
               88  ADDDORM-DORMANT        VALUE "D".
               88  ADDDORM-CLOSED-BALANCE VALUE "C".
           05  ADDDORM-LAST-POSTED    PIC X(8).
           05  ADDDORM-DAYS-IDLE      PIC 9(5).
           05  ADDDORM-BUCKET         PIC X(4).
           05  ADDDORM-BALANCE        PIC S9(13)V99.

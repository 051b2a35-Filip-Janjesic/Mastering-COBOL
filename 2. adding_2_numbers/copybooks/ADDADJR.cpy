      *****************************************************************
      *    ADDADJR.CPY
      *    Manual adjustment record, one per adjustment a supervisor
      *    keys on the ADDING_2_NUMBERS_ADJUST screen when finance
      *    says an account is wrong - the account, a signed base-
      *    currency amount, a reason code from the fixed list and a
      *    free-text memo, stamped with the supervisor's operator ID
      *    and the date and time it was keyed.  Entries wait on the
      *    ADDADJ file until ADDING_2_NUMBERS_ADJPOST posts them
      *    through the journaled path; each posted entry is copied
      *    to the ADDADJH adjustment history with its posting date
      *    filled in, so the memo behind every manual change to a
      *    balance survives the posting.  The posting date is blank
      *    while the entry is still waiting.
      *****************************************************************
       01  ADDADJ-RECORD.
           05  ADDADJ-ENTRY-DATE      PIC X(8).
           05  ADDADJ-ENTRY-TIME      PIC X(6).
           05  ADDADJ-OPERATOR-ID     PIC X(8).
           05  ADDADJ-ACCOUNT         PIC X(8).
           05  ADDADJ-AMOUNT          PIC S9(9)V99.
           05  ADDADJ-REASON          PIC X(3).
               88  ADDADJ-CORRECTION      VALUE "COR".
               88  ADDADJ-WRITE-OFF       VALUE "WOF".
               88  ADDADJ-RECLASS         VALUE "RCL".
               88  ADDADJ-BANK-FEE        VALUE "BKF".
               88  ADDADJ-VALID-REASON    VALUE "COR", "WOF",
                                                "RCL", "BKF".
           05  ADDADJ-MEMO            PIC X(40).
           05  ADDADJ-POST-DATE       PIC X(8).

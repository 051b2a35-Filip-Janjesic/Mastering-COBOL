      *****************************************************************
      *    ADDTERMR.CPY
      *    Accrual terms record, one per account that earns or pays
      *    interest or is charged a flat monthly service fee, held in
      *    the indexed ADDTERM dataset keyed on ADDTERM-ACCOUNT.
      *    Maintained on the ADDING_2_NUMBERS_ACCTMNT screen with the
      *    rest of the account's reference data; read at month end by
      *    ADDING_2_NUMBERS_ACCRUE.  An account with no terms record
      *    accrues nothing.
      *
      *    ADDTERM-RATE is an annual percentage rate (zero = no
      *    interest); one month's interest is the basis balance times
      *    the rate over 1200, so a credit balance earns and a debit
      *    balance is charged at the same rate.  ADDTERM-BASIS says
      *    which balance it is applied to: "M" the live ADDMST
      *    balance as the accrual runs, "S" the closing balance on
      *    the ADDSNAP snapshot of the period being accrued.
      *    ADDTERM-FEE is a flat monthly service charge (zero = none),
      *    always posted as a charge against the account.
      *****************************************************************
       01  ADDTERM-RECORD.
           05  ADDTERM-ACCOUNT        PIC X(8).
           05  ADDTERM-RATE           PIC 9(2)V9(4).
           05  ADDTERM-BASIS          PIC X.
               88  ADDTERM-BASIS-MASTER   VALUE "M".
               88  ADDTERM-BASIS-SNAPSHOT VALUE "S".
               88  ADDTERM-VALID-BASIS    VALUE "M", "S".
           05  ADDTERM-FEE            PIC 9(7)V99.
           05  ADDTERM-CHANGED-BY     PIC X(8).
           05  ADDTERM-CHANGED-DATE   PIC X(8).

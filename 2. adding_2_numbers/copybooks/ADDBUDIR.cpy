      *****************************************************************
      *    ADDBUDIR.CPY
      *    Fixed-position budget interface record finance supplies
      *    on the ADDBUDIN file for ADDING_2_NUMBERS_BUDLOAD.  Like
      *    the ADDPAIR feed it carries control records around the
      *    data: record 1 must be a header ("H") giving the fiscal
      *    year the budget is for and the sending system, the last
      *    record must be a trailer ("T") giving the detail count and
      *    the hash total of the budget amounts, and every record
      *    between is a detail ("D") - one account, one YYYYMM
      *    period of that fiscal year, and the budgeted movement.
      *    The loader balances the file against its trailer before
      *    it loads anything.
      *****************************************************************
       01  ADDBUDI-RECORD.
           05  ADDBUDI-REC-TYPE       PIC X.
               88  ADDBUDI-HEADER         VALUE "H".
               88  ADDBUDI-DETAIL         VALUE "D".
               88  ADDBUDI-TRAILER        VALUE "T".
           05  ADDBUDI-DETAIL-DATA.
               10  ADDBUDI-ACCOUNT    PIC X(8).
               10  ADDBUDI-PERIOD     PIC X(6).
               10  ADDBUDI-AMOUNT     PIC S9(13)V99.
           05  ADDBUDI-HEADER-DATA REDEFINES ADDBUDI-DETAIL-DATA.
               10  ADDBUDI-FISCAL-YEAR PIC X(4).
               10  ADDBUDI-SOURCE-SYS PIC X(8).
               10  FILLER             PIC X(17).
           05  ADDBUDI-TRAILER-DATA REDEFINES ADDBUDI-DETAIL-DATA.
               10  ADDBUDI-TRL-COUNT  PIC 9(7).
               10  ADDBUDI-TRL-HASH   PIC S9(15)V99.
               10  FILLER             PIC X(5).

      *****************************************************************
      *    ADDCCYR.CPY
      *    Expected-currency record on the ADDCCY control list, one
      *    per currency treasury must quote every business day.
      *    ADDING_2_NUMBERS_RATELOAD checks the day's treasury feed
      *    against this list: a currency not on it is refused, and
      *    a listed currency with no usable rate is carried forward
      *    from the previous day.  ADDCCY-TOLERANCE is the largest
      *    day-on-day move, as a percentage of the previous day's
      *    rate, that loads without a supervisor confirming it on
      *    the ADDING_2_NUMBERS_RATEMNT screen - a rate off by a
      *    factor of 100 is held, never converted.
      *****************************************************************
       01  ADDCCY-RECORD.
           05  ADDCCY-CURRENCY        PIC X(3).
           05  ADDCCY-TOLERANCE       PIC 9(3)V99.
           05  ADDCCY-DESCRIPTION     PIC X(20).

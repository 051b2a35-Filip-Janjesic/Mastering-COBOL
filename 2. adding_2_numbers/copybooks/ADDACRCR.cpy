      *****************************************************************
      *    ADDACRCR.CPY
      *    Accrual control record on the ADDACRC file, one per period
      *    ADDING_2_NUMBERS_ACCRUE has accrued - written only after
      *    the run has posted every account and written its GL
      *    trailer, the same late-write discipline as the closed-
      *    period control.  ACCRUE refuses any period already on this
      *    file, so month-end interest and fees can never be charged
      *    twice.  A run that abends leaves no record; it is backed
      *    out with ADDBACK from its ADDJRNL generation and rerun.
      *****************************************************************
       01  ADDACRC-RECORD.
           05  ADDACRC-PERIOD         PIC X(6).
           05  ADDACRC-STATUS         PIC X.
               88  ADDACRC-ACCRUED        VALUE "A".
           05  ADDACRC-POST-DATE      PIC X(8).
           05  ADDACRC-RUN-DATE       PIC X(8).
           05  ADDACRC-RUN-TIME       PIC X(6).

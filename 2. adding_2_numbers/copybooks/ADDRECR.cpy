      *****************************************************************
      *    ADDRECR.CPY
      *    Recurring-entry record, one per standing order held in the
      *    indexed ADDREC dataset keyed on ADDREC-ID - the rent
      *    reclasses, fixed allocations and monthly fees that used to
      *    be keyed upstream by hand every month.  Maintained by the
      *    ADDING_2_NUMBERS_RECURMNT supervisor screen; each night
      *    ADDING_2_NUMBERS_RECURGEN selects the entries due for the
      *    processing date and writes them as an ADDPAIR feed with
      *    source system "RECUR" for ADDING_2_NUMBERS_MERGE.
      *
      *    The pair itself - account, operation, NUM1/NUM2, currency
      *    - is carried exactly as a feed detail would carry it.
      *    ADDREC-FREQUENCY says when it falls due:
      *        "D" daily      - every processing date
      *        "W" weekly     - ADDREC-DAY is the weekday, 1 = Monday
      *                         through 7 = Sunday
      *        "M" monthly    - ADDREC-DAY is the day of the month;
      *                         a day the month does not have (31 in
      *                         a 30-day month) falls on its last day
      *        "E" month-end  - the last day of every month
      *    between ADDREC-START-DATE and ADDREC-END-DATE inclusive
      *    (end date blank = open-ended), and only while the entry
      *    is active.  ADDREC-LAST-GENERATED is the last processing
      *    date the generator wrote the entry to a feed; an entry
      *    already generated for a date (or a later one) is never
      *    generated again, so a rerun cannot double an occurrence.
      *****************************************************************
       01  ADDREC-RECORD.
           05  ADDREC-ID              PIC X(8).
           05  ADDREC-ACCOUNT         PIC X(8).
           05  ADDREC-OPER            PIC X(3).
           05  ADDREC-NUM1            PIC S9(9)V99.
           05  ADDREC-NUM2            PIC S9(9)V99.
           05  ADDREC-CURRENCY        PIC X(3).
           05  ADDREC-FREQUENCY       PIC X.
               88  ADDREC-DAILY           VALUE "D".
               88  ADDREC-WEEKLY          VALUE "W".
               88  ADDREC-MONTHLY         VALUE "M".
               88  ADDREC-MONTH-END       VALUE "E".
           05  ADDREC-DAY             PIC 9(2).
           05  ADDREC-START-DATE      PIC X(8).
           05  ADDREC-END-DATE        PIC X(8).
           05  ADDREC-STATUS          PIC X.
               88  ADDREC-ACTIVE          VALUE "A".
               88  ADDREC-SUSPENDED       VALUE "S".
           05  ADDREC-LAST-GENERATED  PIC X(8).
           05  ADDREC-CHANGED-BY      PIC X(8).
           05  ADDREC-CHANGED-DATE    PIC X(8).

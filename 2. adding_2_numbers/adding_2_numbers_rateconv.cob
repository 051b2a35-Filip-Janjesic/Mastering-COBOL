       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDING_2_NUMBERS_RATECONV.
           AUTHOR. FILIP JANJESIC.
      *****************************************************************
      *    One-time cutover conversion for the widened exchange-rate
      *    record.  The rate source byte (treasury, carried, held,
      *    manual) grew the ADDRATE table record from 22 to 23 bytes,
      *    but the cataloged table still holds every rate loaded so
      *    far in the old layout - opened MOD against the old dataset
      *    label the first ADDRATLD run is a DCB conflict, and every
      *    historical rate would mis-parse under the new copybook.
      *
      *    This program reads the old-layout table (OLDRATE) and
      *    rewrites every rate in the new layout on NEWRATE with the
      *    source byte blank - the value ADDRATER reserves for rows
      *    from before the load step, read as treasury rates, which
      *    is what every one of them was.  Dates, currencies and
      *    rates are carried over unchanged.  The ADDRATCV job then
      *    re-allocates the production table with the new record
      *    length and copies the converted file in.  Run once at
      *    cutover; an already-converted table must not be fed
      *    through again.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDRATE-FILE ASSIGN TO "OLDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDRATE-STATUS.
           SELECT NEWRATE-FILE ASSIGN TO "NEWRATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDRATE-FILE.
           01  OLDRATE-RECORD.
               05  OLDRATE-DATE       PIC X(8).
               05  OLDRATE-CURRENCY   PIC X(3).
               05  OLDRATE-RATE       PIC 9(5)V9(6).
       FD  NEWRATE-FILE.
           COPY ADDRATER.

       WORKING-STORAGE SECTION.
           01  WS-OLDRATE-STATUS      PIC XX.

           01  WS-SWITCHES.
               05  WS-RATE-EOF-SW     PIC X VALUE 'N'.
                   88  END-OF-OLDRATE        VALUE 'Y'.

           01  WS-COUNTERS.
               05  WS-RATE-CONVERTED  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-CONVERT-ADDRATE
           DISPLAY "ADDING_2_NUMBERS_RATECONV: " WS-RATE-CONVERTED
               " rate(s) converted"
           STOP RUN.

      *    A missing old table is a failure here, not a skip: the
      *    job's later steps delete and re-allocate the production
      *    table, and must not run against nothing.
       1000-CONVERT-ADDRATE.
           OPEN INPUT OLDRATE-FILE
           IF WS-OLDRATE-STATUS = "35"
               DISPLAY "ADDING_2_NUMBERS_RATECONV: NO OLDRATE - "
                   "RATE TABLE CONVERSION NOT DONE"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEWRATE-FILE
               PERFORM 1100-READ-OLDRATE
               PERFORM 1200-CONVERT-ONE-RATE UNTIL END-OF-OLDRATE
               CLOSE OLDRATE-FILE
               CLOSE NEWRATE-FILE
           END-IF.

       1100-READ-OLDRATE.
           READ OLDRATE-FILE
               AT END SET END-OF-OLDRATE TO TRUE
           END-READ.

       1200-CONVERT-ONE-RATE.
           MOVE OLDRATE-DATE       TO ADDRATE-DATE
           MOVE OLDRATE-CURRENCY   TO ADDRATE-CURRENCY
           MOVE OLDRATE-RATE       TO ADDRATE-RATE
           MOVE SPACE              TO ADDRATE-SOURCE
           WRITE ADDRATE-RECORD
           ADD 1 TO WS-RATE-CONVERTED
           PERFORM 1100-READ-OLDRATE.
         END PROGRAM ADDING_2_NUMBERS_RATECONV.

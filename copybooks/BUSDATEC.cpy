      *****************************************************************
      * BUSDATEC - BUSINESS-DATE CONTROL RECORD AND PROCESSING        *
      *            CALENDAR (BUSDATE DATASET).                        *
      *                                                                *
      * The first record is the control record ("C"): the business   *
      * date the nightly stream is processing, stamped on AUDITKSD,   *
      * RUNHIST, the HDR records and every report heading in place    *
      * of the date the job happens to run on. The BUGSOLK            *
      * date-control step rolls it forward to the next processing     *
      * day, or sets an explicit date for a rerun of a missed night,  *
      * and opens it ("O"); the same step closes it ("C") once the    *
      * night's RUNHIST record is on file. The date the nightly roll  *
      * starts from is the high-water date - the latest business      *
      * date ever opened - so a rerun of an older date never winds    *
      * the nightly sequence back.                                    *
      *                                                                *
      * The records after it are the processing calendar, one per    *
      * date on which the stream does not run: "H" a holiday, "S" a   *
      * skipped day (a freeze, a site outage). Days of the week the   *
      * stream never runs on are the control record's process-days   *
      * mask, Monday first; spaces means every day is a processing   *
      * day. Maintained by hand, like FLDOWNRS and WAIVERS.           *
      *****************************************************************
       01  BUSINESS-DATE-RECORD.
           05  BDT-RECORD-TYPE           PIC X(1).
               88  BDT-CONTROL-RECORD           VALUE "C".
               88  BDT-CALENDAR-RECORD          VALUE "H" "S".
           05  BDT-CONTROL-DATA.
               10  BDT-BUSINESS-DATE     PIC X(8).
               10  BDT-DATE-STATE        PIC X(1).
                   88  BDT-DATE-OPEN            VALUE "O".
                   88  BDT-DATE-CLOSED          VALUE "C".
               10  BDT-RUN-MODE          PIC X(1).
                   88  BDT-NIGHTLY-RUN          VALUE "N".
                   88  BDT-RERUN                VALUE "R".
               10  BDT-HIGH-DATE         PIC X(8).
               10  BDT-PROCESS-DAYS      PIC X(7).
      *    System date and time the date was last opened or closed,  *
      *    for the operators' reference.                             *
               10  BDT-SET-ON-DATE       PIC X(8).
               10  BDT-SET-ON-TIME       PIC X(8).
               10  FILLER                PIC X(38).
           05  BDT-CALENDAR-DATA REDEFINES BDT-CONTROL-DATA.
               10  BDT-CAL-DATE          PIC X(8).
               10  BDT-CAL-DESCRIPTION   PIC X(30).
               10  FILLER                PIC X(41).

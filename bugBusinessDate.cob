       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLK.

      *****************************************************************
      * BUGSOLK - BUSINESS-DATE CONTROL FOR THE NIGHTLY STREAM       *
      *                                                                *
      * Sets, before anything else in the stream runs, the business  *
      * date every program stamps its output with - the AUDITKSD     *
      * key, RUNHIST, the HDR records and with them the BUGSOLH      *
      * archive months - and closes it again after the run, so a     *
      * missed night rerun next morning still lands under the night  *
      * it stands for. The date lives on the BUSDATE control record  *
      * (BUSDATEC) with the processing calendar behind it.           *
      *                                                                *
      * PARM= selects the mode:                                       *
      *  - (none)          NIGHTLY: roll from the high-water date to *
      *                    the next processing day - skipping the    *
      *                    days the process-days mask excludes and   *
      *                    the calendar's holidays and skipped days  *
      *                    - and open it. A date left open by a run  *
      *                    that did not finish is resumed instead,   *
      *                    RETURN-CODE 4, so a restart completes it. *
      *                    A next date later than the system date    *
      *                    is not yet due: RETURN-CODE 8.            *
      *  - RERUN=YYYYMMDD  open this explicit business date: the     *
      *                    missed night. The nightly sequence is not *
      *                    wound back; a date not on the calendar    *
      *                    is allowed with RETURN-CODE 4.            *
      *  - CLOSE           close the open date once its RUNHIST      *
      *                    record is on file; with none the date is  *
      *                    left open, RETURN-CODE 8.                 *
      *                                                                *
      * Before opening a date the step looks for it in RUNHIST and   *
      * AUDITKSD: a date already run is NOT opened again and the     *
      * step ends RETURN-CODE 8, which holds the dependent steps     *
      * instead of quietly doubling the night's history. With no     *
      * control record yet, the nightly mode starts the sequence at  *
      * the system date.                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT AUDIT-KSDS-FILE ASSIGN TO "AUDITKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDK-KEY
               FILE STATUS IS WS-AUDIT-KSDS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       FD  RUNHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHISTC.

       FD  AUDIT-KSDS-FILE
           RECORD CONTAINS 288 CHARACTERS.
           COPY AUDKSDC REPLACING ==AUDK-TARGET-LEN== BY ==80==.

       WORKING-STORAGE SECTION.

       01  WS-BUSDATE-STATUS             PIC X(2).
       01  WS-RUNHIST-STATUS             PIC X(2).
       01  WS-AUDIT-KSDS-STATUS          PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-BUSDATE-EOF            PIC X VALUE "N".
               88  BUSDATE-EOF                  VALUE "Y".
           05  WS-RUNHIST-EOF            PIC X VALUE "N".
               88  RUNHIST-EOF                  VALUE "Y".
           05  WS-KSDS-EOF               PIC X VALUE "N".
               88  KSDS-EOF                     VALUE "Y".

       01  WS-RUN-MODE                   PIC X(1) VALUE "N".
           88  NIGHTLY-MODE                     VALUE "N".
           88  RERUN-MODE                       VALUE "R".
           88  CLOSE-MODE                       VALUE "C".

       01  WS-PARM-RERUN-DATE            PIC X(8) VALUE SPACES.

       01  WS-SYSTEM-DATE-TIME.
           05  WS-SYSTEM-DATE            PIC X(8).
           05  WS-SYSTEM-TIME            PIC X(8).

      *****************************************************************
      * The control record as read, and as it will be rewritten. A   *
      * BUSDATE dataset with no records at all gets one written; one *
      * whose first record is not the control record is left alone.  *
      *****************************************************************
       01  WS-CONTROL-SWITCHES.
           05  WS-CONTROL-FOUND-SW       PIC X VALUE "N".
               88  CONTROL-FOUND                VALUE "Y".
           05  WS-BUSDATE-EMPTY-SW       PIC X VALUE "N".
               88  BUSDATE-EMPTY                VALUE "Y".
           05  WS-CONTROL-CHANGED-SW     PIC X VALUE "N".
               88  CONTROL-CHANGED              VALUE "Y".

       01  WS-OLD-CONTROL.
           05  WS-OLD-RECORD-TYPE        PIC X(1) VALUE SPACE.
           05  WS-OLD-BUSINESS-DATE      PIC X(8) VALUE SPACES.
           05  WS-OLD-DATE-STATE         PIC X(1) VALUE SPACE.
               88  OLD-DATE-OPEN                VALUE "O".
           05  WS-OLD-RUN-MODE           PIC X(1) VALUE SPACE.
           05  WS-OLD-HIGH-DATE          PIC X(8) VALUE SPACES.
           05  WS-OLD-PROCESS-DAYS       PIC X(7) VALUE SPACES.
           05  FILLER                    PIC X(54) VALUE SPACES.

       01  WS-NEW-CONTROL.
           05  WS-NEW-RECORD-TYPE        PIC X(1) VALUE "C".
           05  WS-NEW-BUSINESS-DATE      PIC X(8) VALUE SPACES.
           05  WS-NEW-DATE-STATE         PIC X(1) VALUE SPACE.
           05  WS-NEW-RUN-MODE           PIC X(1) VALUE SPACE.
           05  WS-NEW-HIGH-DATE          PIC X(8) VALUE SPACES.
           05  WS-NEW-PROCESS-DAYS       PIC X(7) VALUE SPACES.
           05  WS-NEW-SET-ON-DATE        PIC X(8) VALUE SPACES.
           05  WS-NEW-SET-ON-TIME        PIC X(8) VALUE SPACES.
           05  FILLER                    PIC X(38) VALUE SPACES.

      *****************************************************************
      * Processing calendar: the dates the stream does not run on.   *
      *****************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-CALENDAR-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-DATE           PIC X(8).
               10  WS-CAL-TYPE           PIC X(1).
               10  WS-CAL-DESCRIPTION    PIC X(30).

       01  WS-CALENDAR-WORK.
           05  WS-CAL-SUB                PIC 9(4).
           05  WS-CAL-FOUND-SUB          PIC 9(4).
           05  WS-CALENDAR-SKIPPED       PIC 9(8) VALUE ZERO.

      *****************************************************************
      * Day arithmetic. INTEGER-OF-DATE counts from 1 January 1601,  *
      * a Monday, so MOD(day - 1, 7) + 1 is the weekday, Monday = 1, *
      * the same order as the process-days mask.                     *
      *****************************************************************
       01  WS-DATE-CHECK-FIELDS.
           05  WS-CHECK-DATE             PIC 9(8).
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY         PIC 9(4).
               10  WS-CHECK-MM           PIC 9(2).
               10  WS-CHECK-DD           PIC 9(2).
           05  WS-MONTH-DAYS             PIC 9(2).
           05  WS-DAY-INT                PIC 9(8).
           05  WS-WEEKDAY                PIC 9(1).
           05  WS-ROLL-STEPS             PIC 9(4).
           05  WS-CANDIDATE-DATE         PIC X(8).

       01  WS-DATE-VALID-SW              PIC X VALUE "N".
           88  DATE-VALID                       VALUE "Y".

       01  WS-PROCESSING-DAY-SW          PIC X VALUE "N".
           88  PROCESSING-DAY                   VALUE "Y".

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                    PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH          PIC 9(2) OCCURS 12 TIMES.

      *****************************************************************
      * Already-run guard: how much of the date is already on file.  *
      *****************************************************************
       01  WS-GUARD-COUNTS.
           05  WS-RUNHIST-HITS           PIC 9(8) VALUE ZERO.
           05  WS-KSDS-HITS              PIC 9(8) VALUE ZERO.

       01  WS-KSDS-START-KEY.
           05  WS-KSDS-START-DATE        PIC X(8).
           05  FILLER                    PIC X(29) VALUE LOW-VALUES.

       01  WS-STEP-RC                    PIC 9(2) VALUE ZERO.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(20).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
           PERFORM 0100-PARSE-RUN-PARM.
           PERFORM 1000-INITIALIZE.
           IF WS-STEP-RC < 8
               EVALUATE TRUE
                   WHEN CLOSE-MODE
                       PERFORM 3000-CLOSE-BUSINESS-DATE
                   WHEN RERUN-MODE
                       PERFORM 2500-OPEN-RERUN-DATE
                   WHEN OTHER
                       PERFORM 2000-OPEN-NIGHTLY-DATE
               END-EVALUATE
           END-IF.
           IF CONTROL-CHANGED
               PERFORM 8000-REWRITE-CONTROL-RECORD
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-PARSE-RUN-PARM.
           IF LK-PARM-LENGTH > ZERO
               EVALUATE TRUE
                   WHEN LK-PARM-TEXT(1:5) = "CLOSE"
                       MOVE "C" TO WS-RUN-MODE
                   WHEN LK-PARM-TEXT(1:6) = "RERUN="
                       MOVE "R" TO WS-RUN-MODE
                       MOVE LK-PARM-TEXT(7:8) TO WS-PARM-RERUN-DATE
                   WHEN OTHER
                       DISPLAY "*** PARM NOT RECOGNISED - "
                           "NIGHTLY ROLL ASSUMED ***"
               END-EVALUATE
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               MOVE "OPEN BUSDATE-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           READ BUSDATE-FILE
               AT END
                   MOVE "Y" TO WS-BUSDATE-EOF
                   MOVE "Y" TO WS-BUSDATE-EMPTY-SW
           END-READ.
           IF NOT BUSDATE-EOF
               IF BDT-CONTROL-RECORD
                   MOVE "Y" TO WS-CONTROL-FOUND-SW
                   MOVE BUSINESS-DATE-RECORD TO WS-OLD-CONTROL
                   MOVE BUSINESS-DATE-RECORD TO WS-NEW-CONTROL
               ELSE
                   DISPLAY "*** FIRST BUSDATE RECORD IS NOT THE "
                       "CONTROL RECORD - NOTHING CHANGED ***"
                   MOVE 8 TO WS-STEP-RC
               END-IF
               PERFORM 1100-LOAD-CALENDAR-ENTRY UNTIL BUSDATE-EOF
           END-IF.
           CLOSE BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE BUSDATE-FILE STATUS "
                   WS-BUSDATE-STATUS
           END-IF.

       1100-LOAD-CALENDAR-ENTRY.
           READ BUSDATE-FILE
               AT END
                   MOVE "Y" TO WS-BUSDATE-EOF
               NOT AT END
                   IF BDT-CALENDAR-RECORD
                       AND WS-CALENDAR-COUNT < 400
                       ADD 1 TO WS-CALENDAR-COUNT
                       MOVE BDT-CAL-DATE
                           TO WS-CAL-DATE(WS-CALENDAR-COUNT)
                       MOVE BDT-RECORD-TYPE
                           TO WS-CAL-TYPE(WS-CALENDAR-COUNT)
                       MOVE BDT-CAL-DESCRIPTION
                           TO WS-CAL-DESCRIPTION(WS-CALENDAR-COUNT)
                   ELSE
                       ADD 1 TO WS-CALENDAR-SKIPPED
                   END-IF
           END-READ.

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Nightly roll. A date still open means the run for it did not *
      * finish: the same date is resumed so the restart completes    *
      * it - unless its RUNHIST record is already written, when only *
      * the close step is missing and nothing is opened. A date the  *
      * RERUN= mode opened and nothing has run for yet is simply the *
      * date the stream is being resubmitted for. A next date later  *
      * than the system date is not due yet - the night it follows   *
      * is already closed, so a resubmitted stream would only run    *
      * the same data again under tomorrow's date - and is not       *
      * opened (RETURN-CODE 8).                                      *
      *****************************************************************
       2000-OPEN-NIGHTLY-DATE.
           IF CONTROL-FOUND AND OLD-DATE-OPEN
               MOVE WS-OLD-BUSINESS-DATE TO WS-CANDIDATE-DATE
               PERFORM 2800-CHECK-DATE-ALREADY-RUN
               IF WS-RUNHIST-HITS > ZERO
                   DISPLAY "*** BUSINESS DATE " WS-CANDIDATE-DATE
                       " IS ON RUNHIST BUT STILL OPEN - RUN THE "
                       "CLOSE STEP ***"
                   MOVE 8 TO WS-STEP-RC
               ELSE
                   IF WS-OLD-RUN-MODE = "R" AND WS-KSDS-HITS = ZERO
                       DISPLAY "RERUN BUSINESS DATE " WS-CANDIDATE-DATE
                           " IS OPEN - THE STREAM RUNS FOR IT"
                   ELSE
                       DISPLAY "*** BUSINESS DATE " WS-CANDIDATE-DATE
                           " STILL OPEN - RESUMED, " WS-KSDS-HITS
                           " KEYED RECORDS ALREADY ON FILE ***"
                       MOVE 4 TO WS-STEP-RC
                   END-IF
                   PERFORM 2900-STAMP-CONTROL
               END-IF
           ELSE
               PERFORM 2100-ROLL-TO-NEXT-DATE
               IF WS-STEP-RC < 8
                   AND WS-CANDIDATE-DATE > WS-SYSTEM-DATE
                   DISPLAY "*** NEXT BUSINESS DATE NOT YET DUE ***"
                   DISPLAY "*** NEXT BUSINESS DATE " WS-CANDIDATE-DATE
                       " IS LATER THAN THE SYSTEM DATE - NOTHING "
                       "OPENED ***"
                   MOVE 8 TO WS-STEP-RC
               END-IF
               IF WS-STEP-RC < 8
                   PERFORM 2800-CHECK-DATE-ALREADY-RUN
                   IF WS-RUNHIST-HITS > ZERO OR WS-KSDS-HITS > ZERO
                       PERFORM 2850-REPORT-ALREADY-RUN
                   ELSE
                       MOVE WS-CANDIDATE-DATE TO WS-NEW-BUSINESS-DATE
                       MOVE WS-CANDIDATE-DATE TO WS-NEW-HIGH-DATE
                       MOVE "O" TO WS-NEW-DATE-STATE
                       MOVE "N" TO WS-NEW-RUN-MODE
                       PERFORM 2900-STAMP-CONTROL
                       DISPLAY "BUSINESS DATE OPENED: "
                           WS-CANDIDATE-DATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The next processing day after the high-water date. With no   *
      * control record, or no usable high-water date, the sequence   *
      * starts at the system date (RETURN-CODE 4 so it is noticed).  *
      * A year with no processing day at all is a calendar error.    *
      *****************************************************************
       2100-ROLL-TO-NEXT-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF CONTROL-FOUND
               MOVE WS-OLD-HIGH-DATE TO WS-CANDIDATE-DATE
               PERFORM 2700-EDIT-CANDIDATE-DATE
           END-IF.
           IF DATE-VALID
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               MOVE "N" TO WS-PROCESSING-DAY-SW
               MOVE ZERO TO WS-ROLL-STEPS
               PERFORM 2150-STEP-ONE-DAY
                   UNTIL PROCESSING-DAY OR WS-ROLL-STEPS > 366
               IF NOT PROCESSING-DAY
                   DISPLAY "*** NO PROCESSING DAY IN THE YEAR AFTER "
                       WS-OLD-HIGH-DATE " - CHECK THE CALENDAR ***"
                   MOVE 8 TO WS-STEP-RC
               END-IF
           ELSE
               MOVE WS-SYSTEM-DATE TO WS-CANDIDATE-DATE
               DISPLAY "*** NO HIGH-WATER DATE ON BUSDATE - "
                   "SEQUENCE STARTED AT SYSTEM DATE ***"
               MOVE 4 TO WS-STEP-RC
           END-IF.

       2150-STEP-ONE-DAY.
           ADD 1 TO WS-DAY-INT.
           ADD 1 TO WS-ROLL-STEPS.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-CHECK-DATE TO WS-CANDIDATE-DATE.
           PERFORM 2200-CHECK-PROCESSING-DAY.
           IF NOT PROCESSING-DAY
               IF WS-CAL-FOUND-SUB > ZERO
                   DISPLAY "SKIPPED " WS-CANDIDATE-DATE " "
                       WS-CAL-TYPE(WS-CAL-FOUND-SUB) " "
                       WS-CAL-DESCRIPTION(WS-CAL-FOUND-SUB)
               ELSE
                   DISPLAY "SKIPPED " WS-CANDIDATE-DATE
                       " NOT A PROCESSING DAY OF THE WEEK"
               END-IF
           END-IF.

      *****************************************************************
      * A processing day is one the process-days mask does not       *
      * exclude ("N" in its weekday position) and that has no        *
      * calendar entry. Expects WS-DAY-INT and WS-CANDIDATE-DATE.    *
      *****************************************************************
       2200-CHECK-PROCESSING-DAY.
           MOVE "Y" TO WS-PROCESSING-DAY-SW.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           IF CONTROL-FOUND
               AND WS-OLD-PROCESS-DAYS(WS-WEEKDAY:1) = "N"
               MOVE "N" TO WS-PROCESSING-DAY-SW
           END-IF.
           MOVE ZERO TO WS-CAL-FOUND-SUB.
           PERFORM 2250-MATCH-CALENDAR-ENTRY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT
                   OR WS-CAL-FOUND-SUB > ZERO.
           IF WS-CAL-FOUND-SUB > ZERO
               MOVE "N" TO WS-PROCESSING-DAY-SW
           END-IF.

       2250-MATCH-CALENDAR-ENTRY.
           IF WS-CAL-DATE(WS-CAL-SUB) = WS-CANDIDATE-DATE
               MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
           END-IF.

      *****************************************************************
      * Rerun of an explicit date. Only one date can be open at a    *
      * time: a different date still open must be finished (or       *
      * closed) first. The high-water date only moves forward, so    *
      * rerunning an old night never winds the nightly roll back.    *
      *****************************************************************
       2500-OPEN-RERUN-DATE.
           MOVE WS-PARM-RERUN-DATE TO WS-CANDIDATE-DATE.
           PERFORM 2700-EDIT-CANDIDATE-DATE.
           EVALUATE TRUE
               WHEN NOT DATE-VALID
                   DISPLAY "*** RERUN DATE " WS-PARM-RERUN-DATE
                       " IS NOT A VALID YYYYMMDD DATE ***"
                   MOVE 8 TO WS-STEP-RC
               WHEN WS-CANDIDATE-DATE > WS-SYSTEM-DATE
                   DISPLAY "*** RERUN DATE " WS-CANDIDATE-DATE
                       " IS LATER THAN THE SYSTEM DATE ***"
                   MOVE 8 TO WS-STEP-RC
               WHEN CONTROL-FOUND AND OLD-DATE-OPEN
                   AND WS-OLD-BUSINESS-DATE NOT = WS-CANDIDATE-DATE
                   DISPLAY "*** BUSINESS DATE " WS-OLD-BUSINESS-DATE
                       " IS STILL OPEN - FINISH OR CLOSE IT "
                       "BEFORE A RERUN ***"
                   MOVE 8 TO WS-STEP-RC
               WHEN OTHER
                   PERFORM 2550-OPEN-VALID-RERUN-DATE
           END-EVALUATE.

       2550-OPEN-VALID-RERUN-DATE.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           PERFORM 2200-CHECK-PROCESSING-DAY.
           IF NOT PROCESSING-DAY
               DISPLAY "*** RERUN DATE " WS-CANDIDATE-DATE
                   " IS NOT A PROCESSING DAY - OPENED AS "
                   "REQUESTED ***"
               MOVE 4 TO WS-STEP-RC
           END-IF.
           PERFORM 2800-CHECK-DATE-ALREADY-RUN.
           IF CONTROL-FOUND AND OLD-DATE-OPEN
               AND WS-RUNHIST-HITS = ZERO
               DISPLAY "*** BUSINESS DATE " WS-CANDIDATE-DATE
                   " ALREADY OPEN - RESUMED, " WS-KSDS-HITS
                   " KEYED RECORDS ALREADY ON FILE ***"
               MOVE 4 TO WS-STEP-RC
               PERFORM 2900-STAMP-CONTROL
           ELSE
               IF WS-RUNHIST-HITS > ZERO OR WS-KSDS-HITS > ZERO
                   PERFORM 2850-REPORT-ALREADY-RUN
               ELSE
                   MOVE WS-CANDIDATE-DATE TO WS-NEW-BUSINESS-DATE
                   IF NOT CONTROL-FOUND
                       OR WS-OLD-HIGH-DATE NOT NUMERIC
                       OR WS-CANDIDATE-DATE > WS-OLD-HIGH-DATE
                       MOVE WS-CANDIDATE-DATE TO WS-NEW-HIGH-DATE
                   END-IF
                   MOVE "O" TO WS-NEW-DATE-STATE
                   MOVE "R" TO WS-NEW-RUN-MODE
                   PERFORM 2900-STAMP-CONTROL
                   DISPLAY "BUSINESS DATE OPENED FOR RERUN: "
                       WS-CANDIDATE-DATE
               END-IF
           END-IF.

       2700-EDIT-CANDIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-CANDIDATE-DATE NUMERIC
               MOVE WS-CANDIDATE-DATE TO WS-CHECK-DATE
               IF WS-CHECK-YYYY >= 1601
                   AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                   MOVE WS-DAYS-IN-MONTH(WS-CHECK-MM)
                       TO WS-MONTH-DAYS
                   IF WS-CHECK-MM = 2
                       AND FUNCTION MOD(WS-CHECK-YYYY 4) = ZERO
                       AND (FUNCTION MOD(WS-CHECK-YYYY 100) NOT = ZERO
                           OR FUNCTION MOD(WS-CHECK-YYYY 400) = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   IF WS-CHECK-DD >= 1
                       AND WS-CHECK-DD <= WS-MONTH-DAYS
                       MOVE "Y" TO WS-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Already-run guard: RUNHIST records and AUDITKSD keys carrying *
      * WS-CANDIDATE-DATE. Either dataset not yet allocated or never *
      * loaded simply holds nothing for the date.                    *
      *****************************************************************
       2800-CHECK-DATE-ALREADY-RUN.
           MOVE ZERO TO WS-RUNHIST-HITS.
           MOVE ZERO TO WS-KSDS-HITS.
           MOVE "N" TO WS-RUNHIST-EOF.
           OPEN INPUT RUNHIST-FILE.
           IF WS-RUNHIST-STATUS = "35"
               DISPLAY "*** RUNHIST NOT ALLOCATED - NO RUN HISTORY "
                   "CHECKED ***"
           ELSE
               IF WS-RUNHIST-STATUS NOT = "00"
                   MOVE "OPEN RUNHIST-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 2810-MATCH-RUNHIST-RECORD UNTIL RUNHIST-EOF
               CLOSE RUNHIST-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE RUNHIST-FILE STATUS "
                       WS-RUNHIST-STATUS
               END-IF
           END-IF.
           IF NOT CLOSE-MODE
               PERFORM 2820-COUNT-KEYED-RECORDS
           END-IF.

       2810-MATCH-RUNHIST-RECORD.
           READ RUNHIST-FILE
               AT END
                   MOVE "Y" TO WS-RUNHIST-EOF
               NOT AT END
                   IF RH-RUN-DATE = WS-CANDIDATE-DATE
                       ADD 1 TO WS-RUNHIST-HITS
                   END-IF
           END-READ.

      *    The run date leads the AUDITKSD key, so the date's records
      *    are one contiguous range starting at the date followed by
      *    LOW-VALUES.
       2820-COUNT-KEYED-RECORDS.
           MOVE "N" TO WS-KSDS-EOF.
           OPEN INPUT AUDIT-KSDS-FILE.
           IF WS-AUDIT-KSDS-STATUS = "35"
               DISPLAY "*** AUDITKSD NOT LOADED - NO KEYED RECORDS "
                   "CHECKED ***"
           ELSE
               IF WS-AUDIT-KSDS-STATUS NOT = "00"
                   MOVE "OPEN AUDIT-KSDS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE WS-CANDIDATE-DATE TO WS-KSDS-START-DATE
               MOVE WS-KSDS-START-KEY TO AUDK-KEY
               START AUDIT-KSDS-FILE KEY IS NOT LESS THAN AUDK-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-KSDS-EOF
               END-START
               PERFORM 2830-COUNT-ONE-KEYED-RECORD UNTIL KSDS-EOF
               CLOSE AUDIT-KSDS-FILE
               IF WS-AUDIT-KSDS-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE AUDIT-KSDS-FILE STATUS "
                       WS-AUDIT-KSDS-STATUS
               END-IF
           END-IF.

       2830-COUNT-ONE-KEYED-RECORD.
           READ AUDIT-KSDS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-KSDS-EOF
               NOT AT END
                   IF AUDK-RUN-DATE = WS-CANDIDATE-DATE
                       ADD 1 TO WS-KSDS-HITS
                   ELSE
                       MOVE "Y" TO WS-KSDS-EOF
                   END-IF
           END-READ.

       2850-REPORT-ALREADY-RUN.
           DISPLAY "*** BUSINESS DATE " WS-CANDIDATE-DATE
               " ALREADY RUN - NOT OPENED AGAIN ***".
           DISPLAY "*** RUNHIST RECORDS: " WS-RUNHIST-HITS
               "  AUDITKSD RECORDS: " WS-KSDS-HITS " ***".
           MOVE 8 TO WS-STEP-RC.

       2900-STAMP-CONTROL.
           MOVE "C" TO WS-NEW-RECORD-TYPE.
           MOVE WS-SYSTEM-DATE TO WS-NEW-SET-ON-DATE.
           MOVE WS-SYSTEM-TIME TO WS-NEW-SET-ON-TIME.
           MOVE "Y" TO WS-CONTROL-CHANGED-SW.

      *****************************************************************
      * Close: the date's RUNHIST record is the evidence the run     *
      * completed - BUGSOL writes it at a clean end of run, BUGSOLZ  *
      * for a partitioned run. Without it the date stays open so the *
      * next submission resumes it rather than rolling past it.      *
      *****************************************************************
       3000-CLOSE-BUSINESS-DATE.
           IF NOT CONTROL-FOUND OR NOT OLD-DATE-OPEN
               DISPLAY "*** NO BUSINESS DATE OPEN - NOTHING CLOSED ***"
               MOVE 4 TO WS-STEP-RC
           ELSE
               MOVE WS-OLD-BUSINESS-DATE TO WS-CANDIDATE-DATE
               PERFORM 2800-CHECK-DATE-ALREADY-RUN
               IF WS-RUNHIST-HITS > ZERO
                   MOVE "C" TO WS-NEW-DATE-STATE
                   PERFORM 2900-STAMP-CONTROL
                   DISPLAY "BUSINESS DATE CLOSED: " WS-CANDIDATE-DATE
                   IF WS-RUNHIST-HITS > 1
                       DISPLAY "*** " WS-RUNHIST-HITS " RUNHIST "
                           "RECORDS FOR " WS-CANDIDATE-DATE " ***"
                       MOVE 4 TO WS-STEP-RC
                   END-IF
               ELSE
                   DISPLAY "*** NO RUNHIST RECORD FOR "
                       WS-CANDIDATE-DATE " - DATE LEFT OPEN ***"
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF.

      *****************************************************************
      * Only the control record is rewritten; the calendar behind it *
      * is untouched. An empty dataset gets its first record.        *
      *****************************************************************
       8000-REWRITE-CONTROL-RECORD.
           IF BUSDATE-EMPTY
               OPEN OUTPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS NOT = "00"
                   MOVE "OPEN BUSDATE-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               WRITE BUSINESS-DATE-RECORD FROM WS-NEW-CONTROL
               IF WS-BUSDATE-STATUS NOT = "00"
                   MOVE "WRITE BUSDATE-RECORD" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
           ELSE
               OPEN I-O BUSDATE-FILE
               IF WS-BUSDATE-STATUS NOT = "00"
                   MOVE "OPEN BUSDATE-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               READ BUSDATE-FILE
                   AT END
                       MOVE "READ BUSDATE-FILE" TO WS-FATAL-MESSAGE
                       PERFORM 1990-ABEND
               END-READ
               IF BUSINESS-DATE-RECORD NOT = WS-OLD-CONTROL
                   MOVE "BUSDATE CHANGED DURING STEP"
                       TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               REWRITE BUSINESS-DATE-RECORD FROM WS-NEW-CONTROL
               IF WS-BUSDATE-STATUS NOT = "00"
                   MOVE "REWRITE BUSDATE-RECORD" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
           END-IF.
           CLOSE BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE BUSDATE-FILE STATUS "
                   WS-BUSDATE-STATUS
           END-IF.

       9000-TERMINATE.
           MOVE WS-STEP-RC TO RETURN-CODE.
           DISPLAY "*** BUSINESS DATE CONTROL SUMMARY ***".
           EVALUATE TRUE
               WHEN CLOSE-MODE
                   DISPLAY "MODE                  : CLOSE"
               WHEN RERUN-MODE
                   DISPLAY "MODE                  : RERUN "
                       WS-PARM-RERUN-DATE
               WHEN OTHER
                   DISPLAY "MODE                  : NIGHTLY"
           END-EVALUATE.
           DISPLAY "SYSTEM DATE           : " WS-SYSTEM-DATE.
           DISPLAY "PREVIOUS BUSINESS DATE: " WS-OLD-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE NOW     : " WS-NEW-BUSINESS-DATE
               " STATE " WS-NEW-DATE-STATE
               " MODE " WS-NEW-RUN-MODE.
           DISPLAY "HIGH-WATER DATE       : " WS-NEW-HIGH-DATE.
           DISPLAY "CONTROL RECORD UPDATED: " WS-CONTROL-CHANGED-SW.
           DISPLAY "CALENDAR ENTRIES      : " WS-CALENDAR-COUNT.
           DISPLAY "CALENDAR RECORDS SKIPPED: " WS-CALENDAR-SKIPPED.
           DISPLAY "RETURN CODE           : " WS-STEP-RC.

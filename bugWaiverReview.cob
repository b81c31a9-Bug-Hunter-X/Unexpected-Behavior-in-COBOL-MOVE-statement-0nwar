       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLW.

      *****************************************************************
      * BUGSOLW - WARNING WAIVER REGISTER EXPIRY REVIEW              *
      *                                                                *
      * Reads the WAIVERS register (WAIVERC: test case + field name, *
      * approving team, reason, expiry date) and sends waivers back  *
      * to their teams before they are silently accepted forever.    *
      * WAIVRPT lists, team by team:                                  *
      *  - EXPIRED waivers - past their expiry date, no longer       *
      *    applied by BUGSOL, so the warning is live again;          *
      *  - waivers EXPIRING within the review window, so the owner   *
      *    renews or withdraws them in time;                         *
      *  - register EXCEPTIONS - an entry with a blank key or an     *
      *    invalid expiry date, a key entered twice (BUGSOL applies  *
      *    only the first), or an approving team that is not the     *
      *    field's owner in FLDOWNRS (fields with no owner record -  *
      *    including the whole-area WS-AREA-1 - belong to UNKN, the  *
      *    same rule BUGSOLD distributes by).                        *
      *                                                                *
      * PARM= gives the review window in days (0001-0365); omitted  *
      * or non-numeric defaults to 30. Any expired waiver or         *
      * register exception ends the job RETURN-CODE 4, so the        *
      * scheduler can route the report; waivers merely expiring      *
      * soon leave RETURN-CODE 0.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.

           SELECT OWNERS-FILE ASSIGN TO "FLDOWNRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNERS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WAIVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WAIVER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY WAIVERC.

       FD  OWNERS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY FLDOWNC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD.
           05  RPT-CARRIAGE-CONTROL      PIC X(1).
           05  RPT-PRINT-LINE            PIC X(132).

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       WORKING-STORAGE SECTION.

       01  WS-WAIVER-STATUS              PIC X(2).
       01  WS-OWNERS-STATUS              PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-WAIVER-EOF             PIC X VALUE "N".
               88  WAIVER-EOF                   VALUE "Y".
           05  WS-OWNERS-EOF             PIC X VALUE "N".
               88  OWNERS-EOF                   VALUE "Y".

       01  WS-OWNER-DICTIONARY.
           05  WS-OWNER-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-OWNER-ENTRY OCCURS 50 TIMES.
               10  WS-OWN-NAME           PIC X(20).
               10  WS-OWN-TEAM           PIC X(4).

      *****************************************************************
      * The register, held whole so it can be put in team/expiry     *
      * order for printing. The sort key leads each entry so one     *
      * compare orders the table; the review status is one of:       *
      * "A" in force, "S" expiring within the window, "E" expired,   *
      * and the exceptions: "X" blank key, "I" invalid expiry date,  *
      * "D" duplicate key, "O" in force but not signed by the owner. *
      *****************************************************************
       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-WAIVER-ENTRY OCCURS 500 TIMES.
               10  WS-WV-SORT-KEY.
                   15  WS-WV-TEAM        PIC X(4).
                   15  WS-WV-EXPIRY      PIC X(8).
                   15  WS-WV-KEY.
                       20  WS-WV-CASE-ID PIC X(8).
                       20  WS-WV-FIELD   PIC X(20).
               10  WS-WV-REASON          PIC X(40).
               10  WS-WV-STATUS          PIC X(1).
               10  WS-WV-DAYS            PIC 9(5).
               10  WS-WV-OWNER           PIC X(4).

       01  WS-WAIVER-HOLD                PIC X(90).

       01  WS-WORK-FIELDS.
           05  WS-LOAD-SUB               PIC 9(4).
           05  WS-SCAN-SUB               PIC 9(4).
           05  WS-FOUND-SUB              PIC 9(4).
           05  WS-WV-SUB                 PIC 9(4).
           05  WS-SORT-SUB               PIC 9(4).
           05  WS-SORT-LIMIT             PIC 9(4).
           05  WS-SEARCH-NAME            PIC X(20).
           05  WS-SEARCH-TEAM            PIC X(4).
           05  WS-SECTION-STATUS         PIC X(1).
           05  WS-SECTION-LINES          PIC 9(4).
           05  WS-WAIVERS-SKIPPED        PIC 9(8) VALUE ZERO.

       01  WS-SORT-SWAPPED-SW            PIC X VALUE "N".
           88  SORT-SWAPPED                     VALUE "Y".

       01  WS-REVIEW-COUNTS.
           05  WS-IN-FORCE-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-EXPIRING-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-EXPIRED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-EXCEPTION-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-NOT-OWNER-COUNT        PIC 9(8) VALUE ZERO.

      *****************************************************************
      * Expiry-date edit and day arithmetic. The date must be a real *
      * calendar date before INTEGER-OF-DATE is given it.            *
      *****************************************************************
       01  WS-DATE-CHECK-FIELDS.
           05  WS-CHECK-DATE             PIC 9(8).
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY         PIC 9(4).
               10  WS-CHECK-MM           PIC 9(2).
               10  WS-CHECK-DD           PIC 9(2).
           05  WS-MONTH-DAYS             PIC 9(2).
           05  WS-RUN-DATE-INT           PIC 9(8).
           05  WS-EXPIRY-INT             PIC 9(8).

       01  WS-DATE-VALID-SW              PIC X VALUE "N".
           88  DATE-VALID                       VALUE "Y".

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                    PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH          PIC 9(2) OCCURS 12 TIMES.

       01  WS-REVIEW-WINDOW              PIC 9(4) VALUE 30.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-RUN-DATE                   PIC X(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(46) VALUE
               "BUGSOLW - WARNING WAIVER REGISTER REVIEW".
           05  FILLER                    PIC X(54) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  HD1-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  HD1-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-SECTION-HEADING-LINE.
           05  SHD-SECTION-TEXT          PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(6) VALUE "TEAM".
           05  FILLER                    PIC X(10) VALUE "CASE".
           05  FILLER                    PIC X(22) VALUE "FIELD NAME".
           05  FILLER                    PIC X(10) VALUE "EXPIRES".
           05  FILLER                    PIC X(7) VALUE "DAYS".
           05  FILLER                    PIC X(6) VALUE "OWNER".
           05  FILLER                    PIC X(42) VALUE "REASON".
           05  FILLER                    PIC X(28) VALUE "REMARK".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  DTL-TEAM                  PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-CASE-ID               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-FIELD-NAME            PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-EXPIRY-DATE           PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-DAYS                  PIC Z(4)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-OWNER                 PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-REASON                PIC X(40).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DTL-REMARK                PIC X(28).

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(7) VALUE "   NONE".
           05  FILLER                    PIC X(125) VALUE SPACES.

       01  WS-WINDOW-TEXT.
           05  FILLER                    PIC X(25) VALUE
               "WAIVERS EXPIRING WITHIN ".
           05  WIN-DAYS                  PIC Z(3)9.
           05  FILLER                    PIC X(31) VALUE
               " DAYS - RENEW OR WITHDRAW".

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                 PIC X(32).
           05  TOT-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REVIEW-ONE-WAIVER
               VARYING WS-WV-SUB FROM 1 BY 1
               UNTIL WS-WV-SUB > WS-WAIVER-COUNT.
           PERFORM 2500-SORT-WAIVER-TABLE.
           MOVE "E" TO WS-SECTION-STATUS.
           MOVE "EXPIRED WAIVERS - NO LONGER APPLIED, WARNING IS LIVE"
               TO SHD-SECTION-TEXT.
           PERFORM 3000-PRINT-SECTION.
           MOVE "S" TO WS-SECTION-STATUS.
           MOVE WS-REVIEW-WINDOW TO WIN-DAYS.
           MOVE WS-WINDOW-TEXT TO SHD-SECTION-TEXT.
           PERFORM 3000-PRINT-SECTION.
           MOVE "X" TO WS-SECTION-STATUS.
           MOVE "WAIVER REGISTER EXCEPTIONS - CORRECT THE ENTRY"
               TO SHD-SECTION-TEXT.
           PERFORM 3000-PRINT-SECTION.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           IF LK-PARM-LENGTH > ZERO
               AND LK-PARM-TEXT(1:4) NUMERIC
               IF LK-PARM-TEXT(1:4) > "0000"
                   AND LK-PARM-TEXT(1:4) NOT > "0365"
                   MOVE LK-PARM-TEXT(1:4) TO WS-REVIEW-WINDOW
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WS-CHECK-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 1100-LOAD-OWNER-DICTIONARY.
           PERFORM 1200-LOAD-WAIVER-TABLE.

      *****************************************************************
      * Business date from the BUSDATE control record (BUSDATEC),    *
      * set by the BUGSOLK date-control step, so a rerun of a missed *
      * night is dated for the night it stands for. Without the      *
      * dataset or its control record the system date is used.       *
      *****************************************************************
       1010-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = "35"
               DISPLAY "*** BUSDATE NOT ALLOCATED - "
                   "SYSTEM DATE USED ***"
           ELSE
               IF WS-BUSDATE-STATUS NOT = "00"
                   MOVE "OPEN BUSDATE-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               READ BUSDATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-RECORD
               END-READ
               IF BDT-CONTROL-RECORD
                   AND BDT-BUSINESS-DATE NUMERIC
                   MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "*** BUSDATE HAS NO CONTROL RECORD - "
                       "SYSTEM DATE USED ***"
               END-IF
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE BUSDATE-FILE STATUS "
                       WS-BUSDATE-STATUS
               END-IF
           END-IF.

       1100-LOAD-OWNER-DICTIONARY.
           OPEN INPUT OWNERS-FILE.
           IF WS-OWNERS-STATUS = "35"
               DISPLAY "*** FLDOWNRS NOT ALLOCATED - EVERY FIELD "
                   "BELONGS TO TEAM UNKN ***"
           ELSE
               IF WS-OWNERS-STATUS NOT = "00"
                   MOVE "OPEN OWNERS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1150-LOAD-ONE-OWNER UNTIL OWNERS-EOF
               CLOSE OWNERS-FILE
               IF WS-OWNERS-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE OWNERS-FILE STATUS "
                       WS-OWNERS-STATUS
               END-IF
               DISPLAY "OWNERSHIP ENTRIES LOADED: " WS-OWNER-COUNT
           END-IF.

       1150-LOAD-ONE-OWNER.
           READ OWNERS-FILE
               AT END
                   MOVE "Y" TO WS-OWNERS-EOF
               NOT AT END
                   PERFORM 1180-STORE-ONE-OWNER
           END-READ.

       1180-STORE-ONE-OWNER.
           IF OWN-FIELD-NAME = SPACES OR OWN-TEAM-CODE = SPACES
               DISPLAY "*** FLDOWNRS ENTRY WITH BLANK FIELD OR "
                   "TEAM - SKIPPED ***"
           ELSE
               IF WS-OWNER-COUNT >= 50
                   DISPLAY "*** FLDOWNRS ENTRY " OWN-FIELD-NAME
                       " OVER TABLE LIMIT - SKIPPED ***"
               ELSE
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE OWN-FIELD-NAME
                       TO WS-OWN-NAME(WS-OWNER-COUNT)
                   MOVE OWN-TEAM-CODE
                       TO WS-OWN-TEAM(WS-OWNER-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * An empty or unallocated register is a quiet night: the       *
      * report prints its empty sections and the job ends RC=0.      *
      *****************************************************************
       1200-LOAD-WAIVER-TABLE.
           OPEN INPUT WAIVER-FILE.
           IF WS-WAIVER-STATUS = "35"
               DISPLAY "*** WAIVERS NOT ALLOCATED - NOTHING TO "
                   "REVIEW ***"
           ELSE
               IF WS-WAIVER-STATUS NOT = "00"
                   MOVE "OPEN WAIVER-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1250-LOAD-ONE-WAIVER UNTIL WAIVER-EOF
               CLOSE WAIVER-FILE
               IF WS-WAIVER-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE WAIVER-FILE STATUS "
                       WS-WAIVER-STATUS
               END-IF
               DISPLAY "WAIVER ENTRIES LOADED: " WS-WAIVER-COUNT
           END-IF.

       1250-LOAD-ONE-WAIVER.
           READ WAIVER-FILE
               AT END
                   MOVE "Y" TO WS-WAIVER-EOF
               NOT AT END
                   PERFORM 1280-STORE-ONE-WAIVER
           END-READ.

       1280-STORE-ONE-WAIVER.
           IF WS-WAIVER-COUNT >= 500
               ADD 1 TO WS-WAIVERS-SKIPPED
               DISPLAY "*** WAIVERS ENTRY " WVR-TEST-CASE-ID " "
                   WVR-FIELD-NAME " OVER TABLE LIMIT - NOT REVIEWED ***"
           ELSE
               ADD 1 TO WS-WAIVER-COUNT
               MOVE WVR-TEAM-CODE TO WS-WV-TEAM(WS-WAIVER-COUNT)
               MOVE WVR-EXPIRY-DATE TO WS-WV-EXPIRY(WS-WAIVER-COUNT)
               MOVE WVR-KEY TO WS-WV-KEY(WS-WAIVER-COUNT)
               MOVE WVR-REASON TO WS-WV-REASON(WS-WAIVER-COUNT)
               MOVE SPACE TO WS-WV-STATUS(WS-WAIVER-COUNT)
               MOVE ZERO TO WS-WV-DAYS(WS-WAIVER-COUNT)
               MOVE SPACES TO WS-WV-OWNER(WS-WAIVER-COUNT)
           END-IF.

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Classify one entry in register order, before the sort, so a  *
      * duplicate key is the later of the two entries - the one      *
      * BUGSOL skips when it loads the register.                     *
      *****************************************************************
       2000-REVIEW-ONE-WAIVER.
           MOVE WS-WV-FIELD(WS-WV-SUB) TO WS-SEARCH-NAME.
           PERFORM 2200-FIND-OWNING-TEAM.
           MOVE WS-SEARCH-TEAM TO WS-WV-OWNER(WS-WV-SUB).
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2150-MATCH-EARLIER-KEY
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB >= WS-WV-SUB
                   OR WS-FOUND-SUB > ZERO.
           IF WS-WV-CASE-ID(WS-WV-SUB) = SPACES
               OR WS-WV-FIELD(WS-WV-SUB) = SPACES
               MOVE "X" TO WS-WV-STATUS(WS-WV-SUB)
           ELSE
               IF WS-FOUND-SUB > ZERO
                   MOVE "D" TO WS-WV-STATUS(WS-WV-SUB)
               ELSE
                   PERFORM 2100-CLASSIFY-EXPIRY
               END-IF
           END-IF.
           EVALUATE WS-WV-STATUS(WS-WV-SUB)
               WHEN "A"
                   ADD 1 TO WS-IN-FORCE-COUNT
               WHEN "S"
                   ADD 1 TO WS-IN-FORCE-COUNT
                   ADD 1 TO WS-EXPIRING-COUNT
               WHEN "E"
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-EVALUATE.
      *    A waiver signed by a team that does not own the field is
      *    an exception whatever its date, but an expired or soon-
      *    expiring one keeps its place in its own section, where
      *    the remark column carries the ownership complaint too.
           IF WS-WV-STATUS(WS-WV-SUB) = "A"
               AND WS-WV-TEAM(WS-WV-SUB) NOT = WS-WV-OWNER(WS-WV-SUB)
               MOVE "O" TO WS-WV-STATUS(WS-WV-SUB)
               SUBTRACT 1 FROM WS-IN-FORCE-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           IF WS-WV-TEAM(WS-WV-SUB) NOT = WS-WV-OWNER(WS-WV-SUB)
               ADD 1 TO WS-NOT-OWNER-COUNT
           END-IF.

       2100-CLASSIFY-EXPIRY.
           PERFORM 2120-EDIT-EXPIRY-DATE.
           IF NOT DATE-VALID
               MOVE "I" TO WS-WV-STATUS(WS-WV-SUB)
           ELSE
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               IF WS-EXPIRY-INT < WS-RUN-DATE-INT
                   MOVE "E" TO WS-WV-STATUS(WS-WV-SUB)
                   COMPUTE WS-WV-DAYS(WS-WV-SUB) =
                       WS-RUN-DATE-INT - WS-EXPIRY-INT
               ELSE
                   COMPUTE WS-WV-DAYS(WS-WV-SUB) =
                       WS-EXPIRY-INT - WS-RUN-DATE-INT
                   IF WS-WV-DAYS(WS-WV-SUB) <= WS-REVIEW-WINDOW
                       MOVE "S" TO WS-WV-STATUS(WS-WV-SUB)
                   ELSE
                       MOVE "A" TO WS-WV-STATUS(WS-WV-SUB)
                   END-IF
               END-IF
           END-IF.

       2120-EDIT-EXPIRY-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-WV-EXPIRY(WS-WV-SUB) NUMERIC
               MOVE WS-WV-EXPIRY(WS-WV-SUB) TO WS-CHECK-DATE
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

       2150-MATCH-EARLIER-KEY.
           IF WS-WV-KEY(WS-SCAN-SUB) = WS-WV-KEY(WS-WV-SUB)
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       2200-FIND-OWNING-TEAM.
           MOVE "UNKN" TO WS-SEARCH-TEAM.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2250-MATCH-ONE-OWNER
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-OWNER-COUNT
                   OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-OWN-TEAM(WS-FOUND-SUB) TO WS-SEARCH-TEAM
           END-IF.

       2250-MATCH-ONE-OWNER.
           IF WS-OWN-NAME(WS-SCAN-SUB) = WS-SEARCH-NAME
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

      *****************************************************************
      * Exchange sort into approving-team, then expiry-date order,   *
      * so each section reads team by team, soonest date first.      *
      *****************************************************************
       2500-SORT-WAIVER-TABLE.
           MOVE WS-WAIVER-COUNT TO WS-SORT-LIMIT.
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           PERFORM 2550-SORT-ONE-PASS
               UNTIL NOT SORT-SWAPPED OR WS-SORT-LIMIT < 2.

       2550-SORT-ONE-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SW.
           PERFORM 2580-COMPARE-ADJACENT
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-SORT-LIMIT.
           SUBTRACT 1 FROM WS-SORT-LIMIT.

       2580-COMPARE-ADJACENT.
           IF WS-WV-SORT-KEY(WS-SORT-SUB) >
                   WS-WV-SORT-KEY(WS-SORT-SUB + 1)
               MOVE WS-WAIVER-ENTRY(WS-SORT-SUB) TO WS-WAIVER-HOLD
               MOVE WS-WAIVER-ENTRY(WS-SORT-SUB + 1)
                   TO WS-WAIVER-ENTRY(WS-SORT-SUB)
               MOVE WS-WAIVER-HOLD
                   TO WS-WAIVER-ENTRY(WS-SORT-SUB + 1)
               MOVE "Y" TO WS-SORT-SWAPPED-SW
           END-IF.

      *****************************************************************
      * One report section: every entry whose review status belongs  *
      * to it (the "X" section takes every exception), or NONE.      *
      *****************************************************************
       3000-PRINT-SECTION.
           IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE
               PERFORM 3900-PRINT-PAGE-HEADINGS
           END-IF.
           PERFORM 3100-PRINT-SECTION-HEADINGS.
           MOVE ZERO TO WS-SECTION-LINES.
           PERFORM 3200-PRINT-ONE-ENTRY
               VARYING WS-WV-SUB FROM 1 BY 1
               UNTIL WS-WV-SUB > WS-WAIVER-COUNT.
           IF WS-SECTION-LINES = ZERO
               MOVE " " TO RPT-CARRIAGE-CONTROL
               MOVE WS-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       3100-PRINT-SECTION-HEADINGS.
           MOVE "-" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-SECTION-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-COLUMN-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 5 TO WS-LINES-ON-PAGE.

       3200-PRINT-ONE-ENTRY.
           IF WS-WV-STATUS(WS-WV-SUB) = WS-SECTION-STATUS
               OR (WS-SECTION-STATUS = "X"
                   AND (WS-WV-STATUS(WS-WV-SUB) = "I"
                       OR WS-WV-STATUS(WS-WV-SUB) = "D"
                       OR WS-WV-STATUS(WS-WV-SUB) = "O"))
               IF WS-LINES-ON-PAGE + 1 > WS-LINES-PER-PAGE
                   PERFORM 3900-PRINT-PAGE-HEADINGS
                   PERFORM 3100-PRINT-SECTION-HEADINGS
               END-IF
               PERFORM 3300-FORMAT-DETAIL-LINE
               MOVE " " TO RPT-CARRIAGE-CONTROL
               MOVE WS-DETAIL-LINE TO RPT-PRINT-LINE
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-LINES-ON-PAGE
               ADD 1 TO WS-SECTION-LINES
           END-IF.

       3300-FORMAT-DETAIL-LINE.
           MOVE WS-WV-TEAM(WS-WV-SUB) TO DTL-TEAM.
           MOVE WS-WV-CASE-ID(WS-WV-SUB) TO DTL-CASE-ID.
           MOVE WS-WV-FIELD(WS-WV-SUB) TO DTL-FIELD-NAME.
           MOVE WS-WV-EXPIRY(WS-WV-SUB) TO DTL-EXPIRY-DATE.
           MOVE WS-WV-DAYS(WS-WV-SUB) TO DTL-DAYS.
           MOVE WS-WV-OWNER(WS-WV-SUB) TO DTL-OWNER.
           MOVE WS-WV-REASON(WS-WV-SUB) TO DTL-REASON.
           MOVE SPACES TO DTL-REMARK.
           EVALUATE TRUE
               WHEN WS-WV-STATUS(WS-WV-SUB) = "X"
                   MOVE "BLANK CASE OR FIELD NAME" TO DTL-REMARK
               WHEN WS-WV-STATUS(WS-WV-SUB) = "I"
                   MOVE "INVALID EXPIRY DATE" TO DTL-REMARK
               WHEN WS-WV-STATUS(WS-WV-SUB) = "D"
                   MOVE "DUPLICATE KEY - NOT APPLIED" TO DTL-REMARK
               WHEN WS-WV-TEAM(WS-WV-SUB) NOT =
                       WS-WV-OWNER(WS-WV-SUB)
                   MOVE "TEAM IS NOT THE FIELD OWNER" TO DTL-REMARK
           END-EVALUATE.

       2800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE REPORT-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       3900-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER.
           MOVE "1" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE 1 TO WS-LINES-ON-PAGE.

      *****************************************************************
      * Register totals close the report. Expired waivers and        *
      * register exceptions need the owning team's action: RC=4.     *
      *****************************************************************
       9000-TERMINATE.
           IF WS-LINES-ON-PAGE + 8 > WS-LINES-PER-PAGE
               PERFORM 3900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE "WAIVERS ON THE REGISTER       : " TO TOT-LABEL.
           MOVE WS-WAIVER-COUNT TO TOT-COUNT.
           MOVE "-" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE "IN FORCE                      : " TO TOT-LABEL.
           MOVE WS-IN-FORCE-COUNT TO TOT-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "  OF WHICH EXPIRING IN WINDOW : " TO TOT-LABEL.
           MOVE WS-EXPIRING-COUNT TO TOT-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "EXPIRED                       : " TO TOT-LABEL.
           MOVE WS-EXPIRED-COUNT TO TOT-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "REGISTER EXCEPTIONS           : " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "NOT REVIEWED (TABLE FULL)     : " TO TOT-LABEL.
           MOVE WS-WAIVERS-SKIPPED TO TOT-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           IF WS-EXPIRED-COUNT > ZERO
               OR WS-EXCEPTION-COUNT > ZERO
               OR WS-WAIVERS-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.
           DISPLAY "*** WAIVER REVIEW SUMMARY ***".
           DISPLAY "WAIVERS ON REGISTER   : " WS-WAIVER-COUNT.
           DISPLAY "IN FORCE              : " WS-IN-FORCE-COUNT.
           DISPLAY "EXPIRING IN WINDOW    : " WS-EXPIRING-COUNT.
           DISPLAY "EXPIRED               : " WS-EXPIRED-COUNT.
           DISPLAY "REGISTER EXCEPTIONS   : " WS-EXCEPTION-COUNT.
           DISPLAY "TEAM NOT FIELD OWNER  : " WS-NOT-OWNER-COUNT.
           DISPLAY "REVIEW WINDOW (DAYS)  : " WS-REVIEW-WINDOW.

       9100-WRITE-TOTAL-LINE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.

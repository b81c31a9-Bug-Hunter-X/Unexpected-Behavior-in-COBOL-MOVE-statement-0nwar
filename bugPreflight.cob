      * checks the control inputs whose inconsistencies otherwise    *
      * surface mid-run or at 6 AM:                                  *
      *                                                                *
      *  - no TC-ID appears twice in the active SRCVALS extract (the *
      *    keyed EXPECTED cluster holds one record per TC-ID, so two *
      *    cases sharing an ID would reconcile against one image);   *
      *  - RESTARTF's RST-LAST-RECORD-NUM is zero or within the      *
      *    SRCVALS count (a stale checkpoint otherwise silently      *
      *    skips live records);                                       *
      * the run ends RETURN-CODE 8, so the scheduler holds the RUN   *
      * step instead of burning the batch window on garbage. A       *
      * clean night ends RC=0 with a "no findings" line.             *
      *                                                                *
      * An orphan listing follows on its own page: EXPECTED records  *
      * whose TC-ID has no active case (left behind by a retire) and *
      * active cases with no EXPECTED record (not yet generated).    *
      * Orphans are informational, not findings - with EXPECTED     *
      * keyed by TC-ID they cost only their own cases a             *
      * reconciliation, so they never hold the run.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SRCVALS-STATUS.

           SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXPK-TEST-CASE-ID
               FILE STATUS IS WS-EXPECTED-STATUS.

           SELECT RESTART-FILE ASSIGN TO "RESTARTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY TESTCASE.

       FD  EXPECTED-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EXPKSDC REPLACING ==EXPK-IMAGE-LEN== BY ==80==.

       FD  RESTART-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY RESTARTC.

       FD  FLDDEFS-FILE
           05  RPT-CARRIAGE-CONTROL      PIC X(1).
           05  RPT-PRINT-LINE            PIC X(132).

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       FD  STEPLOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY STEPLOGC.

       WORKING-STORAGE SECTION.

       01  WS-SRCVALS-STATUS             PIC X(2).
       01  WS-FLDDEFS-STATUS             PIC X(2).
       01  WS-RUNCTL-STATUS              PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).
       01  WS-STEPLOG-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-SRCVALS-EOF            PIC X VALUE "N".
           05  WS-SRCVALS-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-EXPECTED-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-FINDINGS-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-ORPHAN-EXPECTED-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-ORPHAN-CASE-COUNT      PIC 9(8) VALUE ZERO.

      *****************************************************************
      * Active-case TC-IDs from SRCVALS, in extract order, with the   *
      * record number each was read at and a switch set when an      *
      * EXPECTED record is found for it. Sized to the BUGSOLL case    *
      * library.                                                      *
      *****************************************************************
       01  WS-ACTIVE-CASE-TABLE.
           05  WS-CASE-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES.
               10  WS-CASE-ID            PIC X(8).
               10  WS-CASE-RECORD-NUM    PIC 9(8).
               10  WS-CASE-MATCHED-SW    PIC X(1).

       01  WS-CASE-SEARCH-FIELDS.
           05  WS-SCAN-SUB               PIC 9(4).
           05  WS-FOUND-SUB              PIC 9(4).
           05  WS-SEARCH-ID              PIC X(8).

       01  WS-CASE-TABLE-FULL-SW         PIC X VALUE "N".
           88  CASE-TABLE-FULL                  VALUE "Y".

      *****************************************************************
      * The field dictionary, loaded with the same edits BUGSOL's    *
           05  OVL-NAME-2                PIC X(20).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-DUPLICATE-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(32) VALUE
               "DUPLICATE TC-ID IN SRCVALS:     ".
           05  DUP-CASE-ID               PIC X(8).
           05  FILLER                    PIC X(17) VALUE
               "  FIRST AT RECORD".
           05  DUP-FIRST-RECORD          PIC Z(7)9.
           05  FILLER                    PIC X(16) VALUE
               "  AGAIN AT REC. ".
           05  DUP-AGAIN-RECORD          PIC Z(7)9.
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-CLEAN-LINE.
           05  FILLER                    PIC X(47) VALUE
               "NO FINDINGS - CONTROL INPUTS CONSISTENT".
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-ORPHAN-HEADING-LINE.
           05  FILLER                    PIC X(44) VALUE
               "BUGSOLV - EXPECTED / ACTIVE CASE ORPHANS".
           05  FILLER                    PIC X(56) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  ORH-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  ORH-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-ORPHAN-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  ORL-CASE-ID               PIC X(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  ORL-DESCRIPTION           PIC X(40).
           05  ORL-RECORD-CAPTION        PIC X(15).
           05  ORL-RECORD-NUM            PIC Z(7)9.
           05  FILLER                    PIC X(57) VALUE SPACES.

       01  WS-NO-ORPHANS-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(50) VALUE
               "NO ORPHANS - EVERY ACTIVE CASE HAS ONE EXPECTED".
           05  FILLER                    PIC X(81) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  TOT-CAPTION               PIC X(40).
           05  TOT-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  WS-HELD-LINE.
           05  WS-HELD-CARRIAGE-CONTROL  PIC X(1).
           05  WS-HELD-PRINT-LINE        PIC X(132).

       01  WS-FATAL-MESSAGE              PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ACTIVE-CASES.
           PERFORM 3000-CHECK-RESTART-POINT.
           PERFORM 4000-CHECK-FIELD-DICTIONARY.
           PERFORM 5000-CHECK-RUN-CONTROL.
           PERFORM 7900-WRITE-CLEAN-LINE.
           PERFORM 6000-LIST-ORPHANS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.

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

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Read the active extract once: count it for the checkpoint     *
      * edit, and table every TC-ID for the orphan match. A TC-ID     *
      * already tabled is a duplicate - both cases would reconcile    *
      * against the one EXPECTED record keyed by that ID - and is a   *
      * finding.                                                      *
      *****************************************************************
       2000-LOAD-ACTIVE-CASES.
           OPEN INPUT SRCVALS-FILE.
           IF WS-SRCVALS-STATUS NOT = "00"
               MOVE "OPEN SRCVALS-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 2100-LOAD-ONE-SRCVALS UNTIL SRCVALS-EOF.
           CLOSE SRCVALS-FILE.
           IF WS-SRCVALS-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE SRCVALS-FILE STATUS "
                   WS-SRCVALS-STATUS
           END-IF.
           IF CASE-TABLE-FULL
               MOVE "ACTIVE CASES OVER TABLE LIMIT - ORPHANS PARTIAL - "
                   TO FND-TEXT
               MOVE WS-SRCVALS-COUNT TO FND-DETAIL-1
               MOVE 2000 TO FND-DETAIL-2
               PERFORM 7000-WRITE-FINDING
           END-IF.

       2100-LOAD-ONE-SRCVALS.
           READ SRCVALS-FILE
               AT END
                   MOVE "Y" TO WS-SRCVALS-EOF
               NOT AT END
                   ADD 1 TO WS-SRCVALS-COUNT
                   PERFORM 2200-STORE-ACTIVE-CASE
           END-READ.

       2200-STORE-ACTIVE-CASE.
           MOVE TC-ID TO WS-SEARCH-ID.
           PERFORM 2300-FIND-CASE.
           IF WS-FOUND-SUB > ZERO
               MOVE TC-ID TO DUP-CASE-ID
               MOVE WS-CASE-RECORD-NUM(WS-FOUND-SUB) TO DUP-FIRST-RECORD
               MOVE WS-SRCVALS-COUNT TO DUP-AGAIN-RECORD
               PERFORM 7200-WRITE-DUPLICATE-FINDING
           ELSE
               IF WS-CASE-COUNT >= 2000
                   MOVE "Y" TO WS-CASE-TABLE-FULL-SW
               ELSE
                   ADD 1 TO WS-CASE-COUNT
                   MOVE TC-ID TO WS-CASE-ID(WS-CASE-COUNT)
                   MOVE WS-SRCVALS-COUNT
                       TO WS-CASE-RECORD-NUM(WS-CASE-COUNT)
                   MOVE "N" TO WS-CASE-MATCHED-SW(WS-CASE-COUNT)
               END-IF
           END-IF.

       2300-FIND-CASE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2350-MATCH-ONE-CASE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CASE-COUNT
                   OR WS-FOUND-SUB > ZERO.

       2350-MATCH-ONE-CASE.
           IF WS-CASE-ID(WS-SCAN-SUB) = WS-SEARCH-ID
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       3000-CHECK-RESTART-POINT.
           OPEN INPUT RESTART-FILE.
               PERFORM 7000-WRITE-FINDING
           END-IF.

      *****************************************************************
      * Orphan listing. EXPECTED is browsed in key order and each     *
      * record's TC-ID looked up in the active-case table: no match   *
      * is an expected record no active case will ever read (a        *
      * retired or renamed case). The active cases left unmatched     *
      * afterwards have no expected record and will report NOT        *
      * RECONCILED until BUGSOLE generates one. A cluster never       *
      * loaded (status 35) leaves every active case an orphan.        *
      *****************************************************************
       6000-LIST-ORPHANS.
           MOVE WS-RUN-DATE TO ORH-RUN-DATE.
           PERFORM 6900-PRINT-ORPHAN-HEADINGS.
           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = "35"
               DISPLAY "*** EXPECTED NOT LOADED - "
                   "EVERY ACTIVE CASE IS AN ORPHAN ***"
           ELSE
               IF WS-EXPECTED-STATUS NOT = "00"
                   MOVE "OPEN EXPECTED-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 6100-MATCH-ONE-EXPECTED UNTIL EXPECTED-EOF
               CLOSE EXPECTED-FILE
               IF WS-EXPECTED-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE EXPECTED-FILE STATUS "
                       WS-EXPECTED-STATUS
               END-IF
           END-IF.
           PERFORM 6200-CHECK-ONE-ACTIVE-CASE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CASE-COUNT.
           IF WS-ORPHAN-EXPECTED-COUNT = ZERO
               AND WS-ORPHAN-CASE-COUNT = ZERO
               MOVE "0" TO RPT-CARRIAGE-CONTROL
               MOVE WS-NO-ORPHANS-LINE TO RPT-PRINT-LINE
               PERFORM 6800-WRITE-ORPHAN-LINE
           END-IF.
           MOVE "EXPECTED RECORDS ON FILE" TO TOT-CAPTION.
           MOVE WS-EXPECTED-COUNT TO TOT-COUNT.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 6800-WRITE-ORPHAN-LINE.
           MOVE "EXPECTED RECORDS WITH NO ACTIVE CASE" TO TOT-CAPTION.
           MOVE WS-ORPHAN-EXPECTED-COUNT TO TOT-COUNT.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 6800-WRITE-ORPHAN-LINE.
           MOVE "ACTIVE CASES WITH NO EXPECTED RECORD" TO TOT-CAPTION.
           MOVE WS-ORPHAN-CASE-COUNT TO TOT-COUNT.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 6800-WRITE-ORPHAN-LINE.

       6100-MATCH-ONE-EXPECTED.
           READ EXPECTED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EXPECTED-EOF
               NOT AT END
                   ADD 1 TO WS-EXPECTED-COUNT
                   MOVE EXPK-TEST-CASE-ID TO WS-SEARCH-ID
                   PERFORM 2300-FIND-CASE
                   IF WS-FOUND-SUB > ZERO
                       MOVE "Y" TO WS-CASE-MATCHED-SW(WS-FOUND-SUB)
                   ELSE
                       ADD 1 TO WS-ORPHAN-EXPECTED-COUNT
                       MOVE EXPK-TEST-CASE-ID TO ORL-CASE-ID
                       MOVE "EXPECTED RECORD - NO ACTIVE CASE"
                           TO ORL-DESCRIPTION
                       MOVE SPACES TO ORL-RECORD-CAPTION
                       MOVE ZERO TO ORL-RECORD-NUM
                       MOVE " " TO RPT-CARRIAGE-CONTROL
                       MOVE WS-ORPHAN-LINE TO RPT-PRINT-LINE
                       PERFORM 6800-WRITE-ORPHAN-LINE
                   END-IF
           END-READ.

       6200-CHECK-ONE-ACTIVE-CASE.
           IF WS-CASE-MATCHED-SW(WS-SCAN-SUB) NOT = "Y"
               ADD 1 TO WS-ORPHAN-CASE-COUNT
               MOVE WS-CASE-ID(WS-SCAN-SUB) TO ORL-CASE-ID
               MOVE "ACTIVE CASE - NO EXPECTED RECORD"
                   TO ORL-DESCRIPTION
               MOVE "SRCVALS RECORD " TO ORL-RECORD-CAPTION
               MOVE WS-CASE-RECORD-NUM(WS-SCAN-SUB) TO ORL-RECORD-NUM
               MOVE " " TO RPT-CARRIAGE-CONTROL
               MOVE WS-ORPHAN-LINE TO RPT-PRINT-LINE
               PERFORM 6800-WRITE-ORPHAN-LINE
           END-IF.

       6800-WRITE-ORPHAN-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               MOVE RPT-PRINT-LINE TO WS-HELD-PRINT-LINE
               MOVE RPT-CARRIAGE-CONTROL TO WS-HELD-CARRIAGE-CONTROL
               PERFORM 6900-PRINT-ORPHAN-HEADINGS
               MOVE WS-HELD-PRINT-LINE TO RPT-PRINT-LINE
               MOVE WS-HELD-CARRIAGE-CONTROL TO RPT-CARRIAGE-CONTROL
           END-IF.
           PERFORM 2800-WRITE-REPORT-LINE.
           IF RPT-CARRIAGE-CONTROL = "0"
               ADD 2 TO WS-LINES-ON-PAGE
           ELSE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       6900-PRINT-ORPHAN-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO ORH-PAGE-NUMBER.
           MOVE "1" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-ORPHAN-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE 2 TO WS-LINES-ON-PAGE.

       7000-WRITE-FINDING.
           ADD 1 TO WS-FINDINGS-COUNT.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           DISPLAY "*** PRE-FLIGHT FINDING: FLDDEFS OVERLAP "
               OVL-NAME-1 " / " OVL-NAME-2.

       7200-WRITE-DUPLICATE-FINDING.
           ADD 1 TO WS-FINDINGS-COUNT.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-DUPLICATE-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           DISPLAY "*** PRE-FLIGHT FINDING: DUPLICATE TC-ID "
               DUP-CASE-ID.

       7900-WRITE-CLEAN-LINE.
           IF WS-FINDINGS-COUNT = ZERO
               MOVE "0" TO RPT-CARRIAGE-CONTROL
               MOVE WS-CLEAN-LINE TO RPT-PRINT-LINE
               PERFORM 2800-WRITE-REPORT-LINE
           END-IF.

       2800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
           DISPLAY "*** PRE-FLIGHT VALIDATION SUMMARY ***".
           DISPLAY "SRCVALS RECORDS  : " WS-SRCVALS-COUNT.
           DISPLAY "EXPECTED RECORDS : " WS-EXPECTED-COUNT.
           DISPLAY "ORPHAN EXPECTED  : " WS-ORPHAN-EXPECTED-COUNT.
           DISPLAY "ORPHAN CASES     : " WS-ORPHAN-CASE-COUNT.
           DISPLAY "FINDINGS         : " WS-FINDINGS-COUNT.
           IF WS-FINDINGS-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9800-WRITE-STEP-OUTCOME.

      *****************************************************************
      * Append this step's outcome to the permanent STEPLOG dataset  *
      * (see STEPLOGC) for the BUGSOLB operations scorecard. The log *
      * is informational: a job without the STEPLOG DD, or a log     *
      * that cannot be written, costs the scorecard its line for     *
      * this step but never fails the step itself.                   *
      *****************************************************************
       9800-WRITE-STEP-OUTCOME.
           OPEN EXTEND STEPLOG-FILE.
           IF WS-STEPLOG-STATUS = "35"
               DISPLAY "*** STEPLOG NOT ALLOCATED - "
                   "STEP OUTCOME NOT LOGGED ***"
           ELSE
               IF WS-STEPLOG-STATUS NOT = "00"
                   DISPLAY "*** WARNING: OPEN STEPLOG-FILE STATUS "
                       WS-STEPLOG-STATUS
               ELSE
                   MOVE SPACES TO STEP-OUTCOME-RECORD
                   MOVE ZERO TO STP-PART-NUM
                   MOVE ZERO TO STP-INTEGRITY-FAILURES
                   MOVE ZERO TO STP-COUNT-4
                   PERFORM 9810-FILL-STEP-OUTCOME
                   ACCEPT STP-END-TIME FROM TIME
                   MOVE RETURN-CODE TO STP-RETURN-CODE
                   WRITE STEP-OUTCOME-RECORD
                   IF WS-STEPLOG-STATUS NOT = "00"
                       DISPLAY "*** WARNING: WRITE STEPLOG-FILE STATUS "
                           WS-STEPLOG-STATUS
                   END-IF
                   CLOSE STEPLOG-FILE
                   IF WS-STEPLOG-STATUS NOT = "00"
                       DISPLAY "*** WARNING: CLOSE STEPLOG-FILE STATUS "
                           WS-STEPLOG-STATUS
                   END-IF
               END-IF
           END-IF.

       9810-FILL-STEP-OUTCOME.
           MOVE WS-RUN-DATE TO STP-RUN-DATE.
           MOVE "BUGSOLV" TO STP-PROGRAM-ID.
           MOVE WS-SRCVALS-COUNT TO STP-COUNT-1.
           MOVE WS-EXPECTED-COUNT TO STP-COUNT-2.
           COMPUTE STP-COUNT-3 =
               WS-ORPHAN-CASE-COUNT + WS-ORPHAN-EXPECTED-COUNT.
           MOVE WS-FINDINGS-COUNT TO STP-COUNT-4.

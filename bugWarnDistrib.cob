      * whole-area WS-AREA-1 entries) goes to the catch-all team     *
      * UNKN, which stays with the operations reviewer.              *
      *                                                                *
      * Warnings BUGSOL flagged as waived (WRN-WAIVED-FLAG "W" - the *
      * test case/field is signed off in the WAIVERS register) are   *
      * not distributed: they stay out of TEAMWARN and the team      *
      * pages, and print instead in a separate WAIVED WARNINGS       *
      * section at the end of DISTRPT with the approving team and    *
      * the waiver's expiry date.                                    *
      *                                                                *
      * An incomplete generation bracket ends the job RETURN-CODE 4, *
      * the same convention as BUGSOLR, so a scheduler can hold      *
      * anything that trusts the extracts.                           *
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

       01  WS-OWNERS-STATUS              PIC X(2).
       01  WS-WARNING-STATUS             PIC X(2).
       01  WS-TEAMWARN-STATUS            PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).
       01  WS-STEPLOG-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-OWNERS-EOF             PIC X VALUE "N".
               10  WS-WARN-TEAM          PIC X(4).
               10  WS-WARN-IMAGE         PIC X(80).

      *****************************************************************
      * The night's waived warnings, held for the WAIVED WARNINGS    *
      * section printed after the team pages.                        *
      *****************************************************************
       01  WS-WAIVED-STORE.
           05  WS-WAIVED-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-WAIVED-IMAGE OCCURS 500 TIMES
                                         PIC X(80).

       01  WS-TEAM-TABLE.
           05  WS-TEAM-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-TEAM-ENTRY OCCURS 20 TIMES.
           05  WS-DATA-RECORDS-READ      PIC 9(8) VALUE ZERO.
           05  WS-EXTRACT-WRITTEN        PIC 9(8) VALUE ZERO.
           05  WS-DROPPED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-WAIVED-READ            PIC 9(8) VALUE ZERO.
           05  WS-BRACKET-FAILURES       PIC 9(4) VALUE ZERO.
           05  WS-WAIVED-SUB             PIC 9(4).
           05  WS-WARN-LOST              PIC 9(4).

       01  WS-PAGE-CONTROL.
           05  FDL-MORE-TEXT             PIC X(10).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-WAIVED-HEADING-LINE.
           05  FILLER                    PIC X(46) VALUE
               "WAIVED WARNINGS - SIGNED OFF, NOT DISTRIBUTED".
           05  FILLER                    PIC X(14) VALUE
               "   WARNINGS : ".
           05  WHD-WARNINGS              PIC Z(7)9.
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  WS-WAIVED-COLUMN-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE "APPROVED".
           05  FILLER                    PIC X(10) VALUE "OWNER".
           05  FILLER                    PIC X(22) VALUE "FIELD NAME".
           05  FILLER                    PIC X(10) VALUE "CASE".
           05  FILLER                    PIC X(10) VALUE "RECORD".
           05  FILLER                    PIC X(12) VALUE "CHARS LOST".
           05  FILLER                    PIC X(15) VALUE
               "WAIVER EXPIRES".
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-WAIVED-DETAIL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WDL-APPROVING-TEAM        PIC X(4).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  WDL-OWNING-TEAM           PIC X(4).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  WDL-FIELD-NAME            PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WDL-CASE-ID               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WDL-RECORD-NUM            PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WDL-CHARS-LOST            PIC Z(3)9.
           05  FILLER                    PIC X(8) VALUE SPACES.
           05  WDL-EXPIRY-DATE           PIC X(8).
           05  FILLER                    PIC X(49) VALUE SPACES.

       01  WS-WAIVED-DROPPED-LINE.
           05  FILLER                    PIC X(36) VALUE
               "*** WAIVED STORE FULL - NOT LISTED: ".
           05  WDR-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  WS-GENERATION-LINE.
           05  FILLER                    PIC X(13) VALUE
               "GENERATION : ".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-WARNING UNTIL WARNING-EOF.
           PERFORM 3000-DISTRIBUTE-BY-TEAM.
           PERFORM 4000-PRINT-WAIVED-SECTION.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
      *    The catch-all team is always entry one, so an overflowing
      *    team table can still recode a warning to UNKN and count it.
           MOVE 1 TO WS-TEAM-COUNT.
           END-IF.
           PERFORM 2900-READ-WARNING-RECORD.

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
      * cannot be data. The run-threshold exception summary BUGSOL   *
      * appends (" THRESHOLDS EXCEEDED:" after the record count) is  *
      * a run-level record, not field damage, and is not             *
      * distributed. A waived warning is held apart for the WAIVED   *
      * WARNINGS section.                                            *
      *****************************************************************
       2000-LOAD-ONE-WARNING.
           IF WARNING-RECORD(1:3) = "HDR"
                   ADD 1 TO WS-DATA-RECORDS-READ
                   IF WARNING-RECORD(9:21) NOT =
                           " THRESHOLDS EXCEEDED:"
                       IF WRN-WAIVED-FLAG = "W"
                           PERFORM 2150-STORE-WAIVED-WARNING
                       ELSE
                           PERFORM 2100-STORE-ONE-WARNING
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM 2300-COUNT-TEAM-WARNING
           END-IF.

       2150-STORE-WAIVED-WARNING.
           ADD 1 TO WS-WAIVED-READ.
           IF WS-WAIVED-COUNT >= 500
               DISPLAY "*** WAIVED STORE FULL - RECORD NOT LISTED ***"
           ELSE
               ADD 1 TO WS-WAIVED-COUNT
               MOVE WARNING-RECORD TO WS-WAIVED-IMAGE(WS-WAIVED-COUNT)
           END-IF.

       2200-FIND-OWNING-TEAM.
           MOVE "UNKN" TO WS-SEARCH-TEAM.
           MOVE ZERO TO WS-FOUND-SUB.
               MOVE SPACES TO FDL-CASE-TEXT(WS-CASE-SUB)
           END-IF.

      *****************************************************************
      * Waived warnings print on their own page after the team       *
      * pages - the approving team from the waiver beside the        *
      * field's current owner from FLDOWNRS, so a waiver signed by a *
      * team that no longer owns the field stands out - and never    *
      * reach the TEAMWARN extract. Nothing prints on a night with   *
      * no waived warnings.                                           *
      *****************************************************************
       4000-PRINT-WAIVED-SECTION.
           IF WS-WAIVED-READ > ZERO
               PERFORM 3900-PRINT-PAGE-HEADINGS
               PERFORM 4100-PRINT-WAIVED-HEADINGS
               PERFORM 4200-PRINT-ONE-WAIVED-LINE
                   VARYING WS-WAIVED-SUB FROM 1 BY 1
                   UNTIL WS-WAIVED-SUB > WS-WAIVED-COUNT
               IF WS-WAIVED-READ > WS-WAIVED-COUNT
                   COMPUTE WS-MORE-COUNT =
                       WS-WAIVED-READ - WS-WAIVED-COUNT
                   MOVE WS-MORE-COUNT TO WDR-COUNT
                   MOVE "0" TO RPT-CARRIAGE-CONTROL
                   MOVE WS-WAIVED-DROPPED-LINE TO RPT-PRINT-LINE
                   PERFORM 2800-WRITE-REPORT-LINE
                   ADD 2 TO WS-LINES-ON-PAGE
               END-IF
           END-IF.

       4100-PRINT-WAIVED-HEADINGS.
           MOVE WS-WAIVED-READ TO WHD-WARNINGS.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-WAIVED-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-WAIVED-COLUMN-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 4 TO WS-LINES-ON-PAGE.

       4200-PRINT-ONE-WAIVED-LINE.
           IF WS-LINES-ON-PAGE + 1 > WS-LINES-PER-PAGE
               PERFORM 3900-PRINT-PAGE-HEADINGS
               PERFORM 4100-PRINT-WAIVED-HEADINGS
           END-IF.
           MOVE WS-WAIVED-IMAGE(WS-WAIVED-SUB) TO WARNING-RECORD.
           MOVE WRN-SOURCE-FIELD TO WS-SEARCH-NAME.
           PERFORM 2200-FIND-OWNING-TEAM.
           MOVE WRN-WAIVER-TEAM TO WDL-APPROVING-TEAM.
           MOVE WS-SEARCH-TEAM TO WDL-OWNING-TEAM.
           MOVE WRN-SOURCE-FIELD TO WDL-FIELD-NAME.
           MOVE WRN-TEST-CASE-ID TO WDL-CASE-ID.
           MOVE WRN-RECORD-NUM TO WDL-RECORD-NUM.
           IF WRN-CHARS-LOST NUMERIC
               MOVE WRN-CHARS-LOST TO WDL-CHARS-LOST
           ELSE
               MOVE ZERO TO WDL-CHARS-LOST
           END-IF.
           MOVE WRN-WAIVER-EXPIRY TO WDL-EXPIRY-DATE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-WAIVED-DETAIL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       2800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
                   MOVE "*** INCOMPLETE - TRAILER COUNT DOES NOT MATCH"
                       TO GEN-STATUS-TEXT
                   MOVE 4 TO RETURN-CODE
                   ADD 1 TO WS-BRACKET-FAILURES
               END-IF
           ELSE
               IF HEADER-SEEN OR TRAILER-SEEN
                   MOVE "*** INCOMPLETE - HEADER OR TRAILER MISSING"
                       TO GEN-STATUS-TEXT
                   MOVE 4 TO RETURN-CODE
                   ADD 1 TO WS-BRACKET-FAILURES
               ELSE
                   MOVE "NO HEADER/TRAILER CONTROL RECORDS-NOT VERIFIED"
                       TO GEN-STATUS-TEXT
           DISPLAY "DATA RECORDS READ     : " WS-DATA-RECORDS-READ.
           DISPLAY "WARNINGS DISTRIBUTED  : " WS-EXTRACT-WRITTEN.
           DISPLAY "WARNINGS DROPPED      : " WS-DROPPED-COUNT.
           DISPLAY "WARNINGS WAIVED       : " WS-WAIVED-READ.
           DISPLAY "OWNING TEAMS          : " WS-TEAM-COUNT.
           DISPLAY "GENERATION STATUS     : " GEN-STATUS-TEXT.
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
           MOVE "BUGSOLD" TO STP-PROGRAM-ID.
           MOVE WS-DATA-RECORDS-READ TO STP-COUNT-1.
           MOVE WS-EXTRACT-WRITTEN TO STP-COUNT-2.
           MOVE WS-WAIVED-READ TO STP-COUNT-3.
           MOVE WS-DROPPED-COUNT TO STP-COUNT-4.
           MOVE WS-BRACKET-FAILURES TO STP-INTEGRITY-FAILURES.

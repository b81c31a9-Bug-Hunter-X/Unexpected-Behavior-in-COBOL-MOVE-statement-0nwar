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

       01  WS-AUDITOLD-STATUS            PIC X(2).
       01  WS-AUDITNEW-STATUS            PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).
       01  WS-STEPLOG-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-AUDITOLD-EOF           PIC X VALUE "N".
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
           END-IF.
           PERFORM 1900-READ-OLD-RECORD.

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

       1100-LOAD-ONE-OLD-RECORD.
           IF AUDIT-RECORD(1:3) = "HDR"
               MOVE AUDIT-RECORD(1:LENGTH OF RUN-HEADER-RECORD)
           IF WS-TOTAL-DIFF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9800-WRITE-STEP-OUTCOME.

       9100-PRINT-ONE-TOTAL.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.

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
           MOVE "BUGSOLG" TO STP-PROGRAM-ID.
           MOVE WS-OLD-DATA-COUNT TO STP-COUNT-1.
           MOVE WS-NEW-DATA-COUNT TO STP-COUNT-2.
           MOVE WS-NEWLY-TRUNC-COUNT TO STP-COUNT-3.
           MOVE WS-TOTAL-DIFF-COUNT TO STP-COUNT-4.

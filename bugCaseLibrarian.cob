      * pure dedup-and-extract pass - the nightly job uses it that   *
      * way to refresh the active extract after the capture merge.   *
      *                                                                *
      * NOTE: EXPECTED is keyed by TC-ID, so an add anywhere in the  *
      * library disturbs no other case's reconciliation - the        *
      * nightly append step generates records for new IDs. A REPLACE *
      * keeps its ID and a RETIRE leaves its ID behind, so for each  *
      * one applied the case's own EXPECTED record is deleted here   *
      * and the delete printed on the register; the nightly append   *
      * step (BUGSOLE PARM='APPEND') then regenerates that one case  *
      * from the replaced image and every other case keeps its       *
      * reviewed record. EXPECTED is opened only when the first      *
      * replace or retire is applied, so the add-only and extract-   *
      * only runs need no EXPECTED DD.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPK-TEST-CASE-ID
               FILE STATUS IS WS-EXPECTED-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  REG-CARRIAGE-CONTROL      PIC X(1).
           05  REG-PRINT-LINE            PIC X(132).

       FD  EXPECTED-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EXPKSDC REPLACING ==EXPK-IMAGE-LEN== BY ==80==.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       FD  STEPLOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY STEPLOGC.

       WORKING-STORAGE SECTION.

           COPY TESTCASE.
       01  WS-NEWMAST-STATUS             PIC X(2).
       01  WS-ACTIVE-STATUS              PIC X(2).
       01  WS-REGISTER-STATUS            PIC X(2).
       01  WS-EXPECTED-STATUS            PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).
       01  WS-STEPLOG-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-OLDMAST-EOF            PIC X VALUE "N".
       01  WS-CASE-VALID-SW              PIC X VALUE "Y".
           88  CASE-VALID                       VALUE "Y".

       01  WS-EXPECTED-OPEN-SW           PIC X VALUE "N".
           88  EXPECTED-OPEN                    VALUE "Y".

      *****************************************************************
      * The whole case library, one 128-byte TESTCASE image per      *
      * entry, loaded from the old master and updated in place by    *
           05  WS-TRANS-REPLACED         PIC 9(8) VALUE ZERO.
           05  WS-TRANS-RETIRED          PIC 9(8) VALUE ZERO.
           05  WS-TRANS-REJECTED         PIC 9(8) VALUE ZERO.
           05  WS-EXPECTED-DELETED       PIC 9(8) VALUE ZERO.
           05  WS-MASTER-OUT-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-ACTIVE-OUT-COUNT       PIC 9(8) VALUE ZERO.

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "OPEN REGISTER-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

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

      *****************************************************************
      * Duplicate TC-IDs already on the master - the legacy of the   *
      * DISP=MOD append era - are dropped on load, first occurrence  *
               END-IF
           END-IF.
           PERFORM 7000-WRITE-REGISTER-LINE.
           IF RGL-DISPOSITION = "REPLACED"
               PERFORM 2400-DELETE-EXPECTED-RECORD
           END-IF.

       2300-RETIRE-CASE.
           MOVE "RETIRE" TO RGL-ACTION.
               MOVE "RETIRED" TO RGL-DISPOSITION
           END-IF.
           PERFORM 7000-WRITE-REGISTER-LINE.
           IF RGL-DISPOSITION = "RETIRED"
               PERFORM 2400-DELETE-EXPECTED-RECORD
           END-IF.

      *****************************************************************
      * Drop the replaced or retired case's EXPECTED record so the   *
      * old image can never be reconciled against the new case; the  *
      * nightly append step regenerates a replaced case's record on  *
      * its next run. File status 23 means the case had no record    *
      * yet - nothing to delete. The cluster is opened I-O on first  *
      * use; an unallocated EXPECTED is fatal here, since applying   *
      * the replace without the delete would leave the stale image   *
      * in force.                                                    *
      *****************************************************************
       2400-DELETE-EXPECTED-RECORD.
           IF NOT EXPECTED-OPEN
               OPEN I-O EXPECTED-FILE
               IF WS-EXPECTED-STATUS NOT = "00"
                   MOVE "OPEN I-O EXPECTED-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO WS-EXPECTED-OPEN-SW
           END-IF.
           MOVE "EXPECTED" TO RGL-ACTION.
           MOVE TC-ID TO RGL-CASE-ID.
           MOVE TC-ID TO EXPK-TEST-CASE-ID.
           DELETE EXPECTED-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-EXPECTED-STATUS = "00"
               ADD 1 TO WS-EXPECTED-DELETED
               MOVE "RECORD DELETED" TO RGL-DISPOSITION
           ELSE
               IF WS-EXPECTED-STATUS NOT = "23"
                   MOVE "DELETE EXPECTED-KSDS-RECORD"
                       TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "NO RECORD ON FILE - NOTHING TO DELETE"
                   TO RGL-DISPOSITION
           END-IF.
           PERFORM 7000-WRITE-REGISTER-LINE.

      *****************************************************************
      * Same length validation BUGSOLX applies to a captured case    *
               DISPLAY "*** WARNING: CLOSE ACTIVE-FILE STATUS "
                   WS-ACTIVE-STATUS
           END-IF.
           IF EXPECTED-OPEN
               CLOSE EXPECTED-FILE
               IF WS-EXPECTED-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE EXPECTED-FILE STATUS "
                       WS-EXPECTED-STATUS
               END-IF
           END-IF.
           CLOSE REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REGISTER-FILE STATUS "
           DISPLAY "REPLACED              : " WS-TRANS-REPLACED.
           DISPLAY "RETIRED               : " WS-TRANS-RETIRED.
           DISPLAY "REJECTED              : " WS-TRANS-REJECTED.
           DISPLAY "EXPECTED RECS DELETED : " WS-EXPECTED-DELETED.
           DISPLAY "MASTER CASES OUT      : " WS-MASTER-OUT-COUNT.
           DISPLAY "ACTIVE CASES EXTRACTED: " WS-ACTIVE-OUT-COUNT.
      *    Cases the table could not hold are absent from the new
                   "REPLACED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9800-WRITE-STEP-OUTCOME.

       9100-PRINT-TOTALS.
           MOVE "MASTER CASES IN         : " TO TOT-CAPTION.
           MOVE " " TO REG-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO REG-PRINT-LINE.
           PERFORM 7800-WRITE-REGISTER-RECORD.
           MOVE "EXPECTED RECORDS DELETED: " TO TOT-CAPTION.
           MOVE WS-EXPECTED-DELETED TO TOT-COUNT.
           MOVE " " TO REG-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO REG-PRINT-LINE.
           PERFORM 7800-WRITE-REGISTER-RECORD.
           MOVE "MASTER CASES OUT        : " TO TOT-CAPTION.
           MOVE WS-MASTER-OUT-COUNT TO TOT-COUNT.
           MOVE " " TO REG-CARRIAGE-CONTROL.
           MOVE " " TO REG-CARRIAGE-CONTROL.
           MOVE WS-TOTAL-LINE TO REG-PRINT-LINE.
           PERFORM 7800-WRITE-REGISTER-RECORD.

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
           MOVE "BUGSOLL" TO STP-PROGRAM-ID.
           MOVE WS-MASTER-OUT-COUNT TO STP-COUNT-1.
           MOVE WS-ACTIVE-OUT-COUNT TO STP-COUNT-2.
           COMPUTE STP-COUNT-3 =
               WS-TRANS-ADDED + WS-TRANS-REPLACED + WS-TRANS-RETIRED.
           MOVE WS-TRANS-REJECTED TO STP-COUNT-4.

      * and writes one consolidated, bracketed logical-run           *
      * generation of each file: a single header (partition fields   *
      * zeroed), the slices' data records, and a single trailer      *
      * carrying the summed control totals. Each audit slice's       *
      * integrity chain (see AUDITREC) is verified from its header's *
      * seed to its trailer's hash, and the consolidated generation  *
      * is chained afresh from zero. It then appends the one         *
      * run-history record the slices deliberately left unwritten -  *
      * volume and warning sums, elapsed = the slowest slice - so    *
      * the BUGSOLT trend sees one logical run, not n part-runs.     *
      *                                                                *
      * Any finding (missing or duplicate slice, broken bracket,     *
      * mismatched trailer count, broken chain) ends RETURN-CODE 8   *
      * and suppresses the run-history record, so downstream jobs    *
      * hold instead of consuming a partial night.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHISTC.

       FD  STEPLOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY STEPLOGC.

       WORKING-STORAGE SECTION.

       01  WS-AUDPARTS-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS               PIC X(2).
       01  WS-WARNING-STATUS             PIC X(2).
       01  WS-RUNHIST-STATUS             PIC X(2).
       01  WS-STEPLOG-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-AUDPARTS-EOF           PIC X VALUE "N".
           05  WS-AUDIT-DATA-WRITTEN     PIC 9(8) VALUE ZERO.
           05  WS-WARN-DATA-WRITTEN      PIC 9(8) VALUE ZERO.

      *****************************************************************
      * Audit chain: one running hash per slice for verification and *
      * one for the consolidated generation being written. The slice *
      * record is worked on in its AUDITREC layout.                  *
      *****************************************************************
       01  WS-AUDIT-CHAIN-FIELDS.
           05  WS-SLICE-CHAIN-HASH       PIC 9(13) VALUE ZERO.
           05  WS-AUDIT-CHAIN-HASH       PIC 9(13) VALUE ZERO.
           05  WS-AUDIT-HASHED-LEN       PIC 9(4).
           05  WS-CHAIN-BYTE-IDX         PIC 9(4).

           COPY AUDITREC REPLACING ==AUDIT-RECORD==
                                BY ==WS-SLICE-AUDIT-RECORD==
                                   ==AUD-TARGET-LEN== BY ==80==.

       01  WS-FINDINGS-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-MISSING-SLICE-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-STREAM-NAME                PIC X(8).

               MOVE "OPEN WARNING-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           COMPUTE WS-AUDIT-HASHED-LEN =
               LENGTH OF WS-SLICE-AUDIT-RECORD
                   - LENGTH OF AUD-CHAIN-HASH.
           PERFORM 2900-READ-AUDIT-SLICE.

       1990-ABEND.
           END-IF.
           MOVE AUDPARTS-RECORD(1:LENGTH OF RUN-HEADER-RECORD)
               TO RUN-HEADER-RECORD.
           IF RUN-HDR-CHAIN-SEED NUMERIC
               MOVE RUN-HDR-CHAIN-SEED TO WS-SLICE-CHAIN-HASH
           ELSE
               MOVE ZERO TO WS-SLICE-CHAIN-HASH
           END-IF.
           MOVE "Y" TO WS-SEGMENT-OPEN-SW.
           MOVE ZERO TO WS-SEGMENT-DATA-COUNT.
           IF RUN-HDR-PART-NUM NOT NUMERIC
               ELSE
                   PERFORM 7600-TRAILER-COUNT-FINDING
               END-IF
               IF RUN-TRL-CHAIN-HASH NOT NUMERIC
                   OR RUN-TRL-CHAIN-HASH NOT = WS-SLICE-CHAIN-HASH
                   PERFORM 7900-TRAILER-HASH-FINDING
               END-IF
               PERFORM 2250-ACCUMULATE-SLICE-TOTALS
           END-IF.
           MOVE "N" TO WS-SEGMENT-OPEN-SW.
           IF NOT SEGMENT-OPEN
               PERFORM 7700-DATA-OUTSIDE-BRACKET-FINDING
           END-IF.
           MOVE AUDPARTS-RECORD TO WS-SLICE-AUDIT-RECORD.
           PERFORM 2310-CHAIN-ONE-BYTE
               VARYING WS-CHAIN-BYTE-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-BYTE-IDX > WS-AUDIT-HASHED-LEN.
      *    After a break the slice chain resumes from the record's
      *    own hash, so one damaged record is one finding.
           IF AUD-CHAIN-HASH NOT NUMERIC
               PERFORM 7800-CHAIN-BREAK-FINDING
           ELSE
               IF AUD-CHAIN-HASH NOT = WS-SLICE-CHAIN-HASH
                   PERFORM 7800-CHAIN-BREAK-FINDING
                   MOVE AUD-CHAIN-HASH TO WS-SLICE-CHAIN-HASH
               END-IF
           END-IF.
           MOVE WS-AUDIT-CHAIN-HASH TO AUD-CHAIN-HASH.
           WRITE AUDIT-RECORD FROM WS-SLICE-AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WRITE AUDIT-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           ADD 1 TO WS-SEGMENT-DATA-COUNT.
           ADD 1 TO WS-AUDIT-DATA-WRITTEN.

       2310-CHAIN-ONE-BYTE.
           COMPUTE WS-SLICE-CHAIN-HASH =
               FUNCTION MOD(WS-SLICE-CHAIN-HASH * 131
                   + FUNCTION ORD
                       (WS-SLICE-AUDIT-RECORD(WS-CHAIN-BYTE-IDX:1)),
                   9999999999971).
           COMPUTE WS-AUDIT-CHAIN-HASH =
               FUNCTION MOD(WS-AUDIT-CHAIN-HASH * 131
                   + FUNCTION ORD
                       (WS-SLICE-AUDIT-RECORD(WS-CHAIN-BYTE-IDX:1)),
                   9999999999971).

       2600-CLOSE-AUDIT-STREAM.
           IF SEGMENT-OPEN
               PERFORM 7100-TRAILER-MISSING-FINDING
                   WS-PART-CHECK-SUB " OF " WS-EXP-PART-COUNT
                   " MISSING ***"
               ADD 1 TO WS-FINDINGS-COUNT
               ADD 1 TO WS-MISSING-SLICE-COUNT
           END-IF.

       2900-READ-AUDIT-SLICE.
                   WS-PART-CHECK-SUB " OF " WS-EXP-PART-COUNT
                   " MISSING ***"
               ADD 1 TO WS-FINDINGS-COUNT
               ADD 1 TO WS-MISSING-SLICE-COUNT
           END-IF.

       3900-READ-WARNING-SLICE.
               " DATA RECORD OUTSIDE ANY SLICE BRACKET ***".
           ADD 1 TO WS-FINDINGS-COUNT.

       7800-CHAIN-BREAK-FINDING.
           DISPLAY "*** CONSOLIDATION FINDING: " WS-STREAM-NAME
               " SLICE " WS-SEGMENT-PART-NUM
               " CHAIN BROKEN AT RECORD " AUD-RECORD-NUM " ***".
           ADD 1 TO WS-FINDINGS-COUNT.

       7900-TRAILER-HASH-FINDING.
           DISPLAY "*** CONSOLIDATION FINDING: " WS-STREAM-NAME
               " SLICE " WS-SEGMENT-PART-NUM
               " TRAILER CHAIN HASH DOES NOT MATCH ***".
           ADD 1 TO WS-FINDINGS-COUNT.

      *****************************************************************
      * One consolidated header per output file, written when the    *
      * first slice header arrives: the logical run's identity with  *
           MOVE WS-INPUT-DSN-SAVE TO RUN-HDR-INPUT-DSN.
           MOVE ZERO TO RUN-HDR-PART-NUM.
           MOVE ZERO TO RUN-HDR-PART-COUNT.
           MOVE ZERO TO RUN-HDR-CHAIN-SEED.
           WRITE AUDIT-RECORD FROM RUN-HEADER-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WRITE AUDIT RUN HEADER" TO WS-FATAL-MESSAGE
           MOVE WS-SUM-MISMATCHES TO RUN-TRL-MISMATCHES.
           MOVE WS-MAX-ELAPSED TO RUN-TRL-ELAPSED-HUNDREDTHS.
           MOVE WS-AUDIT-DATA-WRITTEN TO RUN-TRL-RECORDS-WRITTEN.
           MOVE WS-AUDIT-CHAIN-HASH TO RUN-TRL-CHAIN-HASH.
           WRITE AUDIT-RECORD FROM RUN-TRAILER-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WRITE AUDIT RUN TRAILER" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           MOVE WS-WARN-DATA-WRITTEN TO RUN-TRL-RECORDS-WRITTEN.
           MOVE ZERO TO RUN-TRL-CHAIN-HASH.
           WRITE WARNING-RECORD FROM RUN-TRAILER-RECORD.
           IF WS-WARNING-STATUS NOT = "00"
               MOVE "WRITE WARNING RUN TRAILER" TO WS-FATAL-MESSAGE
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

      *    The consolidation reads no BUSDATE - the logical run's
      *    date comes from the slice headers, the system date when
      *    no slice was found at all. Missing slices are logged in
      *    STP-COUNT-4 only, so the integrity failures are the
      *    findings less those.
       9810-FILL-STEP-OUTCOME.
           IF WS-RUN-DATE-SAVE = SPACES
               ACCEPT STP-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-RUN-DATE-SAVE TO STP-RUN-DATE
           END-IF.
           MOVE "BUGSOLZ" TO STP-PROGRAM-ID.
           MOVE WS-EXP-PART-COUNT TO STP-COUNT-1.
           MOVE WS-AUDIT-DATA-WRITTEN TO STP-COUNT-2.
           MOVE WS-WARN-DATA-WRITTEN TO STP-COUNT-3.
           MOVE WS-MISSING-SLICE-COUNT TO STP-COUNT-4.
           SUBTRACT WS-MISSING-SLICE-COUNT FROM WS-FINDINGS-COUNT
               GIVING STP-INTEGRITY-FAILURES.

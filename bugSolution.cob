               FILE STATUS IS WS-WARNING-STATUS.

           SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXPK-TEST-CASE-ID
               FILE STATUS IS WS-EXPECTED-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.


       FD  RESTART-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY RESTARTC.

       FD  WARNING-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY WARNREC.

      *****************************************************************
      * Keyed expected results (BUGSOLE): one reviewed target image   *
      * per TC-ID, read directly for the case in hand, so a library  *
      * retire or reorder cannot shift every later case onto the     *
      * wrong expected value.                                        *
      *****************************************************************
       FD  EXPECTED-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EXPKSDC REPLACING ==EXPK-IMAGE-LEN== BY ==80==.

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHISTC.

      *****************************************************************
      * Optional warning waiver register (see WAIVERC): truncations  *
      * the owning team has signed off, by test case and field name. *
      *****************************************************************
       FD  WAIVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY WAIVERC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       FD  STEPLOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY STEPLOGC.

       WORKING-STORAGE SECTION.

           COPY WSMOVAR REPLACING ==MOVE-AREA-NAME== BY ==WS-AREA-1==
           05  WS-SIGN-LOST-FLAG         PIC X(1).
           05  WS-SCALE-MISALIGN-FLAG    PIC X(1).

      *****************************************************************
      * DBCS (class "N") cut-point check. The scan walks the source  *
      * value byte by byte, tracking whether a shift-out is in force *
      * and whether the first byte of a double-byte character has    *
      * been seen without its second; the state it stops in at the   *
      * target length is the state the cut leaves the target in.     *
      *****************************************************************
       01  WS-DBCS-CHECK-FIELDS.
           05  WS-DBCS-SCAN-LEN          PIC 9(4).
           05  WS-DBCS-IDX               PIC 9(4).
           05  WS-DBCS-CHARS             PIC 9(4).
           05  WS-DBCS-SRC-CHARS         PIC 9(4).
           05  WS-DBCS-TGT-CHARS         PIC 9(4).
           05  WS-DBCS-SPLIT-FLAG        PIC X(1).
           05  WS-DBCS-UNBAL-FLAG        PIC X(1).
           05  WS-DBCS-SHIFT-SW          PIC X(1).
               88  DBCS-SHIFTED-OUT             VALUE "Y".
           05  WS-DBCS-HALF-SW           PIC X(1).
               88  DBCS-HALF-CHAR-PENDING       VALUE "Y".
           05  WS-DBCS-ERROR-SW          PIC X(1).
               88  DBCS-SHIFT-ERROR             VALUE "Y".

       01  WS-DBCS-SHIFT-CODES.
           05  WS-SHIFT-OUT              PIC X(1) VALUE X"0E".
           05  WS-SHIFT-IN               PIC X(1) VALUE X"0F".

       01  WS-DBCS-COUNTS.
           05  WS-DBCS-CASE-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-DBCS-SPLIT-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-DBCS-UNBAL-COUNT       PIC 9(8) VALUE ZERO.

       01  WS-WARNING-NEEDED-SW          PIC X VALUE "N".
           88  WARNING-NEEDED                   VALUE "Y".

       01  WS-FLDDEFS-STATUS             PIC X(2).
       01  WS-IMPACT-STATUS              PIC X(2).
       01  WS-RUNHIST-STATUS             PIC X(2).
       01  WS-WAIVER-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).
       01  WS-STEPLOG-STATUS             PIC X(2).

       01  WS-DEBUG-DISPLAY-SW           PIC X VALUE "Y".
           88  DEBUG-DISPLAY-ON                 VALUE "Y".
       01  WS-EOF-SWITCHES.
           05  WS-SRCVALS-EOF            PIC X VALUE "N".
               88  SRCVALS-EOF                   VALUE "Y".

       01  WS-EXPECTED-OPEN-SW           PIC X VALUE "N".
           88  EXPECTED-OPEN                    VALUE "Y".

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CHECKPOINT-INTERVAL    PIC 9(4) VALUE 1000.
           05  WS-RESTART-POINT          PIC 9(8) VALUE ZERO.
           05  WS-RECORD-COUNT           PIC 9(8) VALUE ZERO.

       01  WS-RESTART-RECORD-HOLD        PIC X(80) VALUE SPACES.

      *****************************************************************
      * AUDITOUT integrity chain (see AUDITREC): the running hash,   *
      * carried across a restart in the checkpoint record, and the   *
      * number of leading record bytes it covers.                    *
      *****************************************************************
       01  WS-AUDIT-CHAIN-FIELDS.
           05  WS-AUDIT-CHAIN-HASH       PIC 9(13) VALUE ZERO.
           05  WS-AUDIT-HASHED-LEN       PIC 9(4).
           05  WS-CHAIN-BYTE-IDX         PIC 9(4).

       01  WS-RECON-COUNTS.
           05  WS-RECON-IN-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-RUN-SUMMARY-COUNTS.
           05  WS-TOTAL-TRUNCATIONS      PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-PAD-ONLY-MOVES   PIC 9(8) VALUE ZERO.
           05  WS-WAIVED-TRUNCATIONS     PIC 9(8) VALUE ZERO.
           05  WS-WAIVED-WARNINGS        PIC 9(8) VALUE ZERO.
           05  WS-LIVE-TRUNCATIONS       PIC 9(8) VALUE ZERO.

       01  WS-TIMING-FIELDS.
           05  WS-START-TIME.
           COPY WSMOVAR REPLACING ==MOVE-AREA-NAME== BY ==WS-AREA-MAP==
               ==MOVE-AREA-LEN== BY ==80==.

      *****************************************************************
      * Warning waiver register loaded from WAIVERS at               *
      * initialization. Only waivers still in force for this run's   *
      * date are loaded - an expired waiver is not applied, so its   *
      * warning counts again. Zero entries (dataset absent or empty) *
      * leaves every warning live, exactly as before.                *
      *****************************************************************
       01  WS-WAIVER-EOF-SW              PIC X VALUE "N".
           88  WAIVER-EOF                       VALUE "Y".

       01  WS-WAIVER-REGISTER.
           05  WS-WAIVER-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-WAIVER-ENTRY OCCURS 200 TIMES.
               10  WS-WVR-KEY.
                   15  WS-WVR-TEST-CASE-ID
                                         PIC X(8).
                   15  WS-WVR-FIELD-NAME PIC X(20).
               10  WS-WVR-TEAM-CODE      PIC X(4).
               10  WS-WVR-EXPIRY-DATE    PIC X(8).

      *****************************************************************
      * Per-case waiver tally: a case's truncation is waived when    *
      * its whole-area warning is waived, or when field-level        *
      * checking found truncated fields and every one of them is     *
      * waived.                                                      *
      *****************************************************************
       01  WS-WAIVER-WORK-FIELDS.
           05  WS-WVR-SCAN-SUB           PIC 9(4).
           05  WS-WVR-FOUND-SUB          PIC 9(4).
           05  WS-WVR-SEARCH-KEY.
               10  WS-WVR-SEARCH-CASE    PIC X(8).
               10  WS-WVR-SEARCH-FIELD   PIC X(20).
           05  WS-CASE-FLD-TRUNCS        PIC 9(4).
           05  WS-CASE-FLD-WAIVED        PIC 9(4).
           05  WS-CASE-AREA-WAIVED-SW    PIC X(1).
               88  CASE-AREA-WAIVED             VALUE "Y".

       01  WS-FIELD-CHECK-FIELDS.
           05  WS-FLD-SUB                PIC 9(4).
           05  WS-FLD-START              PIC 9(4).

       1000-INITIALIZE.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 1010-READ-BUSINESS-DATE.
           OPEN INPUT SRCVALS-FILE.
           IF WS-SRCVALS-STATUS NOT = "00"
               MOVE "OPEN SRCVALS-FILE" TO WS-FATAL-MESSAGE
           MOVE RST-RECON-MISMATCH-COUNT TO WS-RECON-MISMATCH-COUNT.
           MOVE RST-TOTAL-TRUNCATIONS TO WS-TOTAL-TRUNCATIONS.
           MOVE RST-TOTAL-PAD-ONLY-MOVES TO WS-TOTAL-PAD-ONLY-MOVES.
           MOVE RST-WAIVED-TRUNCATIONS TO WS-WAIVED-TRUNCATIONS.
           IF RST-AUDIT-CHAIN-HASH NUMERIC
               MOVE RST-AUDIT-CHAIN-HASH TO WS-AUDIT-CHAIN-HASH
           END-IF.
           COMPUTE WS-AUDIT-HASHED-LEN =
               LENGTH OF AUDIT-RECORD - LENGTH OF AUD-CHAIN-HASH.
      *    Every run - and every restarted segment of a run - writes
      *    a fresh GDG generation of the audit and warning trails,
      *    bracketed by header and trailer records, so one night's
      *    is identifiable on its own. The trailer control totals are
      *    cumulative across a restarted run (restored from the
      *    checkpoint above), so the final segment's trailer still
      *    covers the whole logical run. The audit chain likewise
      *    carries on from the checkpointed hash, which the header
      *    records as the segment's chain seed.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "OPEN AUDIT-FILE" TO WS-FATAL-MESSAGE
               MOVE "OPEN WARNING-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
      *    A cluster that has never been loaded opens with status 35:
      *    nothing can reconcile, every case reports NOT RECONCILED,
      *    and the run still completes.
           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = "35"
               DISPLAY "*** EXPECTED NOT LOADED - "
                   "NO CASE WILL RECONCILE ***"
           ELSE
               IF WS-EXPECTED-STATUS NOT = "00"
                   MOVE "OPEN EXPECTED-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO WS-EXPECTED-OPEN-SW
           END-IF.
           PERFORM 1070-LOAD-FIELD-DEFS.
           PERFORM 1072-LOAD-TARGET-DEFS.
           PERFORM 1080-READ-RUN-CONTROL.
           PERFORM 1095-LOAD-WAIVERS.
           PERFORM 1090-WRITE-RUN-HEADERS.
           IF IMPACT-MODE-ACTIVE
               OPEN OUTPUT IMPACT-FILE
               END-IF
           END-IF.
           PERFORM 2900-READ-SOURCE-RECORD.
           IF WS-RESTART-POINT > ZERO
               PERFORM 1100-SKIP-TO-RESTART-POINT
                   UNTIL SRCVALS-EOF
                       OR WS-RECORD-COUNT > WS-RESTART-POINT
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
      *        A closed date has had its run and its RUNHIST record:
      *        running again would double the night's history.
               IF BDT-CONTROL-RECORD AND BDT-DATE-CLOSED
                   DISPLAY "*** BUSINESS DATE " BDT-BUSINESS-DATE
                       " IS ALREADY CLOSED - RUN NOT REPEATED ***"
                   CLOSE BUSDATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE BUSDATE-FILE STATUS "
                       WS-BUSDATE-STATUS
               END-IF
           END-IF.

       1100-SKIP-TO-RESTART-POINT.
           PERFORM 2900-READ-SOURCE-RECORD.

       1050-SEED-RESTART-FILE.
           MOVE SPACES TO RESTART-RECORD.
           MOVE ZERO TO RST-LAST-RECORD-NUM.
           MOVE ZERO TO RST-RECON-IN-COUNT.
           MOVE ZERO TO RST-RECON-OUT-COUNT.
           MOVE ZERO TO RST-RECON-MISMATCH-COUNT.
           MOVE ZERO TO RST-TOTAL-TRUNCATIONS.
           MOVE ZERO TO RST-TOTAL-PAD-ONLY-MOVES.
           MOVE ZERO TO RST-WAIVED-TRUNCATIONS.
           MOVE ZERO TO RST-AUDIT-CHAIN-HASH.
           CLOSE RESTART-FILE.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = "00"
           MOVE WS-INPUT-DSN-ID TO RUN-HDR-INPUT-DSN.
           MOVE WS-PART-NUM TO RUN-HDR-PART-NUM.
           MOVE WS-PART-COUNT TO RUN-HDR-PART-COUNT.
           MOVE WS-AUDIT-CHAIN-HASH TO RUN-HDR-CHAIN-SEED.
           WRITE AUDIT-RECORD FROM RUN-HEADER-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WRITE AUDIT RUN HEADER" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

      *****************************************************************
      * The WAIVERS register is an optional control input like       *
      * FLDDEFS: not allocated (file status 35) or empty leaves every *
      * warning live. Entries past their expiry date are not loaded  *
      * - the warning they covered counts again and the BUGSOLW       *
      * review sends the waiver back to its team. Entries with a      *
      * blank key, a non-numeric expiry or a key already loaded are  *
      * skipped with a console note, as are entries past the table   *
      * limit.                                                        *
      *****************************************************************
       1095-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE.
           IF WS-WAIVER-STATUS = "35"
               DISPLAY "*** WAIVERS NOT ALLOCATED - "
                   "NO WARNINGS WAIVED ***"
           ELSE
               IF WS-WAIVER-STATUS NOT = "00"
                   MOVE "OPEN WAIVER-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1096-LOAD-ONE-WAIVER UNTIL WAIVER-EOF
               CLOSE WAIVER-FILE
               IF WS-WAIVER-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE WAIVER-FILE STATUS "
                       WS-WAIVER-STATUS
               END-IF
               DISPLAY "WAIVERS IN FORCE LOADED: " WS-WAIVER-COUNT
           END-IF.

       1096-LOAD-ONE-WAIVER.
           READ WAIVER-FILE
               AT END
                   MOVE "Y" TO WS-WAIVER-EOF-SW
               NOT AT END
                   PERFORM 1098-STORE-WAIVER
           END-READ.

       1098-STORE-WAIVER.
           IF WVR-TEST-CASE-ID = SPACES
               OR WVR-FIELD-NAME = SPACES
               OR WVR-EXPIRY-DATE NOT NUMERIC
               DISPLAY "*** WAIVERS ENTRY " WVR-TEST-CASE-ID " "
                   WVR-FIELD-NAME " INCOMPLETE - SKIPPED ***"
           ELSE
               IF WVR-EXPIRY-DATE < WS-RUN-DATE
                   DISPLAY "*** WAIVERS ENTRY " WVR-TEST-CASE-ID " "
                       WVR-FIELD-NAME " EXPIRED " WVR-EXPIRY-DATE
                       " - NOT APPLIED ***"
               ELSE
                   MOVE WVR-KEY TO WS-WVR-SEARCH-KEY
                   PERFORM 2372-FIND-WAIVER
                   IF WS-WVR-FOUND-SUB > ZERO
                       DISPLAY "*** WAIVERS ENTRY " WVR-TEST-CASE-ID
                           " " WVR-FIELD-NAME
                           " DUPLICATE KEY - SKIPPED ***"
                   ELSE
                       IF WS-WAIVER-COUNT >= 200
                           DISPLAY "*** WAIVERS ENTRY "
                               WVR-TEST-CASE-ID " " WVR-FIELD-NAME
                               " OVER TABLE LIMIT - SKIPPED ***"
                       ELSE
                           ADD 1 TO WS-WAIVER-COUNT
                           MOVE WVR-KEY
                               TO WS-WVR-KEY(WS-WAIVER-COUNT)
                           MOVE WVR-TEAM-CODE
                               TO WS-WVR-TEAM-CODE(WS-WAIVER-COUNT)
                           MOVE WVR-EXPIRY-DATE
                               TO WS-WVR-EXPIRY-DATE(WS-WAIVER-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      * In a partitioned run this instance owns every nn-th record   *
      * starting at record mm; the others are read but not           *
      * processed, audited or reconciled - they belong to a sibling  *
      * instance.                                                    *
      *****************************************************************
       2000-PROCESS-RECORDS.
           IF NOT PARTITIONED-RUN
           END-IF.
           PERFORM 2600-CHECKPOINT.
           PERFORM 2900-READ-SOURCE-RECORD.

       2010-PROCESS-ONE-RECORD.
           PERFORM 2100-VALIDATE-TEST-CASE.
           IF TEST-CASE-VALID
               PERFORM 2150-LOAD-MOVE-AREAS
               PERFORM 2200-CHECK-LENGTHS
               IF TC-CLASS-DBCS
                   PERFORM 2360-CHECK-DBCS-MOVE
               END-IF
               IF TC-CLASS-NUMERIC
                   PERFORM 2320-CHECK-NUMERIC-MOVE
                   PERFORM 2340-SIMULATE-NUMERIC-MOVE
                       PERFORM 2390-CHECK-FIELD-LAYOUT
                   END-IF
               END-IF
               PERFORM 2385-SETTLE-CASE-WAIVER
               IF IMPACT-MODE-ACTIVE
                   PERFORM 3000-ANALYZE-ALT-TARGET
               END-IF
                   END-IF
               END-IF
           END-IF.
      *    A DBCS source value must itself be well formed - every
      *    shift-out closed by a shift-in, no shift code inside a
      *    double-byte character - or there is no clean cut to judge.
           IF TEST-CASE-VALID AND TC-CLASS-DBCS
               MOVE TC-SOURCE-LEN TO WS-DBCS-SCAN-LEN
               PERFORM 2365-SCAN-DBCS-VALUE
               IF DBCS-SHIFT-ERROR
                   OR DBCS-SHIFTED-OUT
                   MOVE "N" TO WS-TEST-CASE-VALID-SW
               END-IF
           END-IF.
           IF NOT TEST-CASE-VALID
               DISPLAY "*** INVALID TEST CASE " TC-ID
                   " AT RECORD " WS-RECORD-COUNT
           MOVE SPACE TO WS-HI-ORDER-TRUNC-FLAG.
           MOVE SPACE TO WS-SIGN-LOST-FLAG.
           MOVE SPACE TO WS-SCALE-MISALIGN-FLAG.
           MOVE SPACE TO WS-DBCS-SPLIT-FLAG.
           MOVE SPACE TO WS-DBCS-UNBAL-FLAG.
           MOVE ZERO TO WS-CASE-FLD-TRUNCS.
           MOVE ZERO TO WS-CASE-FLD-WAIVED.
           MOVE "N" TO WS-CASE-AREA-WAIVED-SW.

       2200-CHECK-LENGTHS.
           MOVE ZERO TO WS-CHARS-LOST.
                       WS-FRAC-DIGITS-KEPT)
           END-IF.

      *****************************************************************
      * DBCS cut-point check. The move itself is the byte move        *
      * 2300-SIMULATE-MOVE performs - a MOVE into a shorter field     *
      * cuts at the target's byte length whatever the data is - so    *
      * what this adds is the reading of the damage in characters:    *
      *  - the characters on each side of the cut (shift codes are    *
      *    not characters, a double-byte pair is one), so WARNRPT     *
      *    reports characters lost rather than bytes;                 *
      *  - a split character: the cut falls between the two bytes of *
      *    a double-byte character, leaving half of it behind;        *
      *  - an unbalanced shift-out: the cut falls inside a double-    *
      *    byte run, so the target ends shifted out with its shift-   *
      *    in dropped. Either one is rejected by the receiving        *
      *    system, so either one marks the case truncated even where  *
      *    no whole character was lost.                               *
      *****************************************************************
       2360-CHECK-DBCS-MOVE.
           ADD 1 TO WS-DBCS-CASE-COUNT.
           MOVE "N" TO WS-DBCS-SPLIT-FLAG.
           MOVE "N" TO WS-DBCS-UNBAL-FLAG.
           MOVE WS-SOURCE-LEN TO WS-DBCS-SCAN-LEN.
           PERFORM 2365-SCAN-DBCS-VALUE.
           MOVE WS-DBCS-CHARS TO WS-DBCS-SRC-CHARS.
           IF WS-TARGET-LEN < WS-SOURCE-LEN
               MOVE WS-TARGET-LEN TO WS-DBCS-SCAN-LEN
               PERFORM 2365-SCAN-DBCS-VALUE
               MOVE WS-DBCS-CHARS TO WS-DBCS-TGT-CHARS
               IF DBCS-HALF-CHAR-PENDING
                   MOVE "Y" TO WS-DBCS-SPLIT-FLAG
                   ADD 1 TO WS-DBCS-SPLIT-COUNT
               END-IF
               IF DBCS-SHIFTED-OUT
                   MOVE "Y" TO WS-DBCS-UNBAL-FLAG
                   ADD 1 TO WS-DBCS-UNBAL-COUNT
               END-IF
           ELSE
      *        Space padding is single-byte, one character a byte.
               COMPUTE WS-DBCS-TGT-CHARS =
                   WS-DBCS-SRC-CHARS + WS-TARGET-LEN - WS-SOURCE-LEN
           END-IF.
           MOVE ZERO TO WS-CHARS-LOST.
           IF WS-DBCS-SRC-CHARS > WS-DBCS-TGT-CHARS
               COMPUTE WS-CHARS-LOST =
                   WS-DBCS-SRC-CHARS - WS-DBCS-TGT-CHARS
           END-IF.
      *    2200-CHECK-LENGTHS counted a truncation on the byte lengths.
      *    A cut that drops only an empty shift-out/shift-in pair
      *    loses nothing at all, so back that count out to keep the
      *    run totals in step with the audit trail's truncated flag.
           IF WS-TARGET-LEN < WS-SOURCE-LEN
               AND WS-CHARS-LOST = ZERO
               AND WS-DBCS-UNBAL-FLAG = "N"
               SUBTRACT 1 FROM WS-TOTAL-TRUNCATIONS
           END-IF.
           IF DEBUG-DISPLAY-ON
               AND WS-TARGET-LEN < WS-SOURCE-LEN
               DISPLAY "*** DBCS MOVE CHECK ***"
               DISPLAY "TEST CASE        : " TC-ID
               DISPLAY "SOURCE CHARS     : " WS-DBCS-SRC-CHARS
               DISPLAY "TARGET CHARS     : " WS-DBCS-TGT-CHARS
               DISPLAY "CHARS LOST       : " WS-CHARS-LOST
               DISPLAY "SPLIT CHARACTER  : " WS-DBCS-SPLIT-FLAG
               DISPLAY "SO/SI UNBALANCED : " WS-DBCS-UNBAL-FLAG
           END-IF.

      *****************************************************************
      * Walk the leading WS-DBCS-SCAN-LEN bytes of the source value,  *
      * counting characters and leaving the shift state as it stands *
      * after the last byte. A shift-out while already shifted out,  *
      * a shift-in while not, or a shift-in between the two bytes of *
      * a double-byte character is a malformed value.                 *
      *****************************************************************
       2365-SCAN-DBCS-VALUE.
           MOVE ZERO TO WS-DBCS-CHARS.
           MOVE "N" TO WS-DBCS-SHIFT-SW.
           MOVE "N" TO WS-DBCS-HALF-SW.
           MOVE "N" TO WS-DBCS-ERROR-SW.
           PERFORM 2367-SCAN-ONE-DBCS-BYTE
               VARYING WS-DBCS-IDX FROM 1 BY 1
               UNTIL WS-DBCS-IDX > WS-DBCS-SCAN-LEN.

       2367-SCAN-ONE-DBCS-BYTE.
           EVALUATE TRUE
               WHEN TC-SOURCE-VALUE(WS-DBCS-IDX:1) = WS-SHIFT-OUT
                   IF DBCS-SHIFTED-OUT
                       MOVE "Y" TO WS-DBCS-ERROR-SW
                   END-IF
                   MOVE "Y" TO WS-DBCS-SHIFT-SW
               WHEN TC-SOURCE-VALUE(WS-DBCS-IDX:1) = WS-SHIFT-IN
                   IF NOT DBCS-SHIFTED-OUT
                       OR DBCS-HALF-CHAR-PENDING
                       MOVE "Y" TO WS-DBCS-ERROR-SW
                   END-IF
                   MOVE "N" TO WS-DBCS-SHIFT-SW
                   MOVE "N" TO WS-DBCS-HALF-SW
               WHEN DBCS-SHIFTED-OUT
                   IF DBCS-HALF-CHAR-PENDING
                       ADD 1 TO WS-DBCS-CHARS
                       MOVE "N" TO WS-DBCS-HALF-SW
                   ELSE
                       MOVE "Y" TO WS-DBCS-HALF-SW
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DBCS-CHARS
           END-EVALUATE.

       2380-WRITE-WARNING-RECORD.
           IF WARNING-NEEDED
               MOVE WS-RECORD-COUNT TO WRN-RECORD-NUM
               ELSE
                   MOVE SPACE TO WRN-DATA-CLASS
               END-IF
               IF TC-CLASS-DBCS
                   MOVE TC-DATA-CLASS TO WRN-DATA-CLASS
                   MOVE WS-DBCS-SRC-CHARS TO WRN-SOURCE-LEN
                   MOVE WS-DBCS-TGT-CHARS TO WRN-TARGET-LEN
               END-IF
               MOVE WS-DBCS-SPLIT-FLAG TO WRN-DBCS-SPLIT-CHAR
               MOVE WS-DBCS-UNBAL-FLAG TO WRN-DBCS-SHIFT-UNBAL
               MOVE WS-HI-ORDER-TRUNC-FLAG TO WRN-HI-ORDER-TRUNC
               MOVE WS-SIGN-LOST-FLAG TO WRN-SIGN-LOST
               MOVE WS-SCALE-MISALIGN-FLAG TO WRN-SCALE-MISALIGNED
               MOVE SPACE TO WRN-MAP-DISPOSITION
               PERFORM 2370-APPLY-WAIVER
               IF WRN-WAIVED-FLAG = "W"
                   MOVE "Y" TO WS-CASE-AREA-WAIVED-SW
               END-IF
               WRITE WARNING-RECORD
               IF WS-WARNING-STATUS NOT = "00"
                   MOVE "WRITE WARNING-RECORD" TO WS-FATAL-MESSAGE
               ADD 1 TO WS-WARN-RECS-WRITTEN
           END-IF.

      *****************************************************************
      * Look the warning about to be written up in the waiver        *
      * register by test case and field name. A waived warning is    *
      * still written - WARNRPT stays the complete record of the     *
      * night's damage - but flagged "W" with the approving team and *
      * the waiver's expiry, and counted apart from the live ones.   *
      *****************************************************************
       2370-APPLY-WAIVER.
           MOVE SPACE TO WRN-WAIVED-FLAG.
           MOVE SPACES TO WRN-WAIVER-TEAM.
           MOVE SPACES TO WRN-WAIVER-EXPIRY.
           IF WS-WAIVER-COUNT > ZERO
               MOVE WRN-TEST-CASE-ID TO WS-WVR-SEARCH-CASE
               MOVE WRN-SOURCE-FIELD TO WS-WVR-SEARCH-FIELD
               PERFORM 2372-FIND-WAIVER
               IF WS-WVR-FOUND-SUB > ZERO
                   MOVE "W" TO WRN-WAIVED-FLAG
                   MOVE WS-WVR-TEAM-CODE(WS-WVR-FOUND-SUB)
                       TO WRN-WAIVER-TEAM
                   MOVE WS-WVR-EXPIRY-DATE(WS-WVR-FOUND-SUB)
                       TO WRN-WAIVER-EXPIRY
                   ADD 1 TO WS-WAIVED-WARNINGS
                   IF DEBUG-DISPLAY-ON
                       DISPLAY "WARNING WAIVED BY TEAM "
                           WRN-WAIVER-TEAM " UNTIL "
                           WRN-WAIVER-EXPIRY
                   END-IF
               END-IF
           END-IF.

       2372-FIND-WAIVER.
           MOVE ZERO TO WS-WVR-FOUND-SUB.
           PERFORM 2374-MATCH-ONE-WAIVER
               VARYING WS-WVR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-WVR-SCAN-SUB > WS-WAIVER-COUNT
                   OR WS-WVR-FOUND-SUB > ZERO.

       2374-MATCH-ONE-WAIVER.
           IF WS-WVR-KEY(WS-WVR-SCAN-SUB) = WS-WVR-SEARCH-KEY
               MOVE WS-WVR-SCAN-SUB TO WS-WVR-FOUND-SUB
           END-IF.

       2376-TALLY-FIELD-TRUNCATION.
           ADD 1 TO WS-CASE-FLD-TRUNCS.
           IF WRN-WAIVED-FLAG = "W"
               ADD 1 TO WS-CASE-FLD-WAIVED
           END-IF.

      *****************************************************************
      * Once every warning for the case is written, decide whether   *
      * the truncation this case added to WS-TOTAL-TRUNCATIONS is    *
      * signed off. The same test as the audit trail's truncated     *
      * flag selects the cases that were counted.                    *
      *****************************************************************
       2385-SETTLE-CASE-WAIVER.
           IF WS-CHARS-LOST > ZERO
               OR WS-HI-ORDER-TRUNC-FLAG = "Y"
               OR WS-DBCS-UNBAL-FLAG = "Y"
               IF CASE-AREA-WAIVED
                   OR (WS-CASE-FLD-TRUNCS > ZERO
                       AND WS-CASE-FLD-WAIVED = WS-CASE-FLD-TRUNCS)
                   ADD 1 TO WS-WAIVED-TRUNCATIONS
               END-IF
           END-IF.

      *****************************************************************
      * Simulate the MOVE at the test case's own lengths: move the    *
      * leading WS-SOURCE-LEN bytes of the source into the leading    *
           MOVE SPACE TO WRN-SIGN-LOST.
           MOVE SPACE TO WRN-SCALE-MISALIGNED.
           MOVE SPACE TO WRN-MAP-DISPOSITION.
           MOVE SPACE TO WRN-DBCS-SPLIT-CHAR.
           MOVE SPACE TO WRN-DBCS-SHIFT-UNBAL.
           PERFORM 2370-APPLY-WAIVER.
           IF WS-FLD-LOST > ZERO
               PERFORM 2376-TALLY-FIELD-TRUNCATION
           END-IF.
           WRITE WARNING-RECORD.
           IF WS-WARNING-STATUS NOT = "00"
               MOVE "WRITE FIELD WARNING-RECORD" TO WS-FATAL-MESSAGE
           MOVE SPACE TO WRN-SIGN-LOST.
           MOVE SPACE TO WRN-SCALE-MISALIGNED.
           MOVE WS-MAP-DISP TO WRN-MAP-DISPOSITION.
           MOVE SPACE TO WRN-DBCS-SPLIT-CHAR.
           MOVE SPACE TO WRN-DBCS-SHIFT-UNBAL.
           PERFORM 2370-APPLY-WAIVER.
           IF WS-MAP-LOST > ZERO
               PERFORM 2376-TALLY-FIELD-TRUNCATION
           END-IF.
           WRITE WARNING-RECORD.
           IF WS-WARNING-STATUS NOT = "00"
               MOVE "WRITE MAPPING WARNING-RECORD"
           MOVE WS-AREA-2 TO AUD-TARGET-VALUE.
           IF WS-CHARS-LOST > ZERO
               OR WS-HI-ORDER-TRUNC-FLAG = "Y"
               OR WS-DBCS-UNBAL-FLAG = "Y"
               MOVE "Y" TO AUD-TRUNCATED-FLAG
           ELSE
               MOVE "N" TO AUD-TRUNCATED-FLAG
               MOVE SPACES TO AUD-SOURCE-SCALE
               MOVE SPACES TO AUD-TARGET-SCALE
           END-IF.
           IF TC-CLASS-DBCS
               MOVE TC-DATA-CLASS TO AUD-DATA-CLASS
           END-IF.
           MOVE WS-HI-ORDER-TRUNC-FLAG TO AUD-HI-ORDER-TRUNC.
           MOVE WS-SIGN-LOST-FLAG TO AUD-SIGN-LOST.
           MOVE WS-SCALE-MISALIGN-FLAG TO AUD-SCALE-MISALIGNED.
           MOVE WS-DBCS-SPLIT-FLAG TO AUD-DBCS-SPLIT-CHAR.
           MOVE WS-DBCS-UNBAL-FLAG TO AUD-DBCS-SHIFT-UNBAL.
           MOVE WS-RECORD-COUNT TO AUD-RECORD-NUM.
           PERFORM 2510-CHAIN-ONE-BYTE
               VARYING WS-CHAIN-BYTE-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-BYTE-IDX > WS-AUDIT-HASHED-LEN.
           MOVE WS-AUDIT-CHAIN-HASH TO AUD-CHAIN-HASH.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WRITE AUDIT-RECORD" TO WS-FATAL-MESSAGE
           ADD 1 TO WS-AUDIT-RECS-WRITTEN.
           PERFORM 2550-WRITE-AUDIT-KSDS-RECORD.

       2510-CHAIN-ONE-BYTE.
           COMPUTE WS-AUDIT-CHAIN-HASH =
               FUNCTION MOD(WS-AUDIT-CHAIN-HASH * 131
                   + FUNCTION ORD(AUDIT-RECORD(WS-CHAIN-BYTE-IDX:1)),
                   9999999999971).

       2550-WRITE-AUDIT-KSDS-RECORD.
           MOVE WS-RUN-DATE TO AUDK-RUN-DATE.
           MOVE WS-RECORD-COUNT TO AUDK-RECORD-NUM.
           MOVE AUD-SCALE-MISALIGNED TO AUDK-SCALE-MISALIGNED.
           MOVE AUD-SOURCE-SCALE TO AUDK-SOURCE-SCALE.
           MOVE AUD-TARGET-SCALE TO AUDK-TARGET-SCALE.
           MOVE AUD-DBCS-SPLIT-CHAR TO AUDK-DBCS-SPLIT-CHAR.
           MOVE AUD-DBCS-SHIFT-UNBAL TO AUDK-DBCS-SHIFT-UNBAL.
           WRITE AUDIT-KSDS-RECORD.
           IF WS-AUDIT-KSDS-STATUS NOT = "00"
               MOVE "WRITE AUDIT-KSDS-RECORD" TO WS-FATAL-MESSAGE
               MOVE WS-TOTAL-TRUNCATIONS TO RST-TOTAL-TRUNCATIONS
               MOVE WS-TOTAL-PAD-ONLY-MOVES TO
                   RST-TOTAL-PAD-ONLY-MOVES
               MOVE WS-WAIVED-TRUNCATIONS TO RST-WAIVED-TRUNCATIONS
               MOVE WS-AUDIT-CHAIN-HASH TO RST-AUDIT-CHAIN-HASH
               PERFORM 2650-SAVE-CHECKPOINT
           END-IF.

               PERFORM 1990-ABEND
           END-IF.

      *****************************************************************
      * Reconcile against the expected record keyed by this case's    *
      * own TC-ID. A case with no expected record yet (file status    *
      * 23) is counted in but not out - it stays NOT RECONCILED until *
      * BUGSOLE generates its record - and touches no other case.     *
      *****************************************************************
       2700-RECONCILE-RECORD.
           ADD 1 TO WS-RECON-IN-COUNT.
           PERFORM 2850-READ-EXPECTED-RECORD.
           IF WS-EXPECTED-STATUS = "00"
               ADD 1 TO WS-RECON-OUT-COUNT
               IF WS-AREA-2 = EXPK-TARGET-IMAGE
                   ADD 1 TO WS-RECON-MATCH-COUNT
               ELSE
                   ADD 1 TO WS-RECON-MISMATCH-COUNT
                   END-IF
               END-IF
           ELSE
               DISPLAY "*** WARNING: NO EXPECTED RECORD FOR CASE "
                   TC-ID " - RECORD " WS-RECORD-COUNT
                   " NOT RECONCILED ***"
           END-IF.

      *****************************************************************
           PERFORM VARYING WS-RECON-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-RECON-BYTE-IDX > LENGTH OF WS-AREA-2
               IF WS-AREA-2(WS-RECON-BYTE-IDX:1) NOT =
                       EXPK-TARGET-IMAGE(WS-RECON-BYTE-IDX:1)
                   DISPLAY "  BYTE " WS-RECON-BYTE-IDX
                       " EXPECTED=["
                       EXPK-TARGET-IMAGE(WS-RECON-BYTE-IDX:1)
                       "] ACTUAL=["
                       WS-AREA-2(WS-RECON-BYTE-IDX:1) "]"
               END-IF
           END-PERFORM.

       2850-READ-EXPECTED-RECORD.
           IF EXPECTED-OPEN
               MOVE TC-ID TO EXPK-TEST-CASE-ID
               READ EXPECTED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-EXPECTED-STATUS NOT = "00"
                   AND WS-EXPECTED-STATUS NOT = "23"
                   MOVE "READ EXPECTED-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
           ELSE
               MOVE "23" TO WS-EXPECTED-STATUS
           END-IF.

       2900-READ-SOURCE-RECORD.
           READ SRCVALS-FILE
           END-IF.

       9000-TERMINATE.
           PERFORM 9200-CHECK-THRESHOLDS.
           PERFORM 9150-WRITE-RUN-TRAILERS.
           MOVE ZERO TO RST-LAST-RECORD-NUM.
           MOVE ZERO TO RST-RECON-MISMATCH-COUNT.
           MOVE ZERO TO RST-TOTAL-TRUNCATIONS.
           MOVE ZERO TO RST-TOTAL-PAD-ONLY-MOVES.
           MOVE ZERO TO RST-WAIVED-TRUNCATIONS.
           MOVE ZERO TO RST-AUDIT-CHAIN-HASH.
           PERFORM 2650-SAVE-CHECKPOINT.
           CLOSE SRCVALS-FILE.
           IF WS-SRCVALS-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE WARNING-FILE STATUS "
                   WS-WARNING-STATUS
           END-IF.
           IF EXPECTED-OPEN
               CLOSE EXPECTED-FILE
               IF WS-EXPECTED-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE EXPECTED-FILE STATUS "
                       WS-EXPECTED-STATUS
               END-IF
           END-IF.
           IF IMPACT-MODE-ACTIVE
               IF WS-IMP-PAGE-NUMBER = ZERO
           IF WS-THRESHOLD-RC > RETURN-CODE
               MOVE WS-THRESHOLD-RC TO RETURN-CODE
           END-IF.
           PERFORM 9800-WRITE-STEP-OUTCOME.

      *****************************************************************
      * Close each output generation with a trailer carrying the      *
           MOVE WS-RECON-MATCH-COUNT TO RUN-TRL-MATCHES.
           MOVE WS-RECON-MISMATCH-COUNT TO RUN-TRL-MISMATCHES.
           MOVE WS-AUDIT-RECS-WRITTEN TO RUN-TRL-RECORDS-WRITTEN.
           MOVE WS-AUDIT-CHAIN-HASH TO RUN-TRL-CHAIN-HASH.
           WRITE AUDIT-RECORD FROM RUN-TRAILER-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WRITE AUDIT RUN TRAILER" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           MOVE WS-WARN-RECS-WRITTEN TO RUN-TRL-RECORDS-WRITTEN.
           MOVE ZERO TO RUN-TRL-CHAIN-HASH.
           WRITE WARNING-RECORD FROM RUN-TRAILER-RECORD.
           IF WS-WARNING-STATUS NOT = "00"
               MOVE "WRITE WARNING RUN TRAILER" TO WS-FATAL-MESSAGE
      *****************************************************************
      * Compare the run totals against the RUNCTL thresholds.         *
      * Truncations or reconciliation mismatches over their maximums  *
      * are a data-integrity failure (RETURN-CODE 8) - truncations    *
      * signed off in the WAIVERS register do not count toward the    *
      * maximum, only the live ones do; pad-only moves over their     *
      * maximum are benign but noteworthy (RETURN-CODE 4).            *
      * One exception-summary record naming every tripped threshold   *
      * goes to WARNRPT. Runs while WARNING-FILE is still open, so    *
      * it must be performed before the files are closed.             *
               MOVE SPACES TO WS-EXC-TRUNC-TXT
               MOVE SPACES TO WS-EXC-MISMATCH-TXT
               MOVE SPACES TO WS-EXC-PAD-TXT
               COMPUTE WS-LIVE-TRUNCATIONS =
                   WS-TOTAL-TRUNCATIONS - WS-WAIVED-TRUNCATIONS
               IF WS-LIVE-TRUNCATIONS > WS-MAX-TRUNCATIONS
                   MOVE " TRUNCATIONS" TO WS-EXC-TRUNC-TXT
                   MOVE 8 TO WS-THRESHOLD-RC
               END-IF
               END-IF
           END-IF.

       9110-COMPUTE-ELAPSED-TIME.
           ACCEPT WS-END-TIME FROM TIME.
           COMPUTE WS-START-HUNDREDTHS =
           DISPLAY "TOTAL RECORDS PROCESSED : " WS-RECORD-COUNT.
           DISPLAY "TOTAL TRUNCATIONS       : " WS-TOTAL-TRUNCATIONS.
           DISPLAY "TOTAL PAD-ONLY MOVES    : " WS-TOTAL-PAD-ONLY-MOVES.
           IF WS-WAIVER-COUNT > ZERO
               DISPLAY "WAIVED TRUNCATIONS      : "
                   WS-WAIVED-TRUNCATIONS
               DISPLAY "WAIVED WARNINGS         : " WS-WAIVED-WARNINGS
           END-IF.
           IF WS-DBCS-CASE-COUNT > ZERO
               DISPLAY "DBCS CASES CHECKED      : " WS-DBCS-CASE-COUNT
               DISPLAY "DBCS SPLIT CHARACTERS   : " WS-DBCS-SPLIT-COUNT
               DISPLAY "DBCS SO/SI UNBALANCED   : " WS-DBCS-UNBAL-COUNT
           END-IF.
           IF MAPPING-MODE-ACTIVE
               DISPLAY "MAPPED FIELDS TRUNCATED : " WS-MAP-TRUNC-COUNT
               DISPLAY "SOURCE FIELDS DROPPED   : "
               DISPLAY "*** WARNING: CLOSE RUNHIST-FILE STATUS "
                   WS-RUNHIST-STATUS
           END-IF.

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
           MOVE "BUGSOL" TO STP-PROGRAM-ID.
           MOVE WS-PART-NUM TO STP-PART-NUM.
           MOVE WS-RECORD-COUNT TO STP-COUNT-1.
           MOVE WS-TOTAL-TRUNCATIONS TO STP-COUNT-2.
           MOVE WS-TOTAL-PAD-ONLY-MOVES TO STP-COUNT-3.
           MOVE WS-RECON-MISMATCH-COUNT TO STP-COUNT-4.

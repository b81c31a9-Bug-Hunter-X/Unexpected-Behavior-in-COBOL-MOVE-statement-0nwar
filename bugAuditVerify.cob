       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLY.

      *****************************************************************
      * BUGSOLY - AUDIT TRAIL INTEGRITY VERIFICATION                 *
      *                                                                *
      * Proves one run date's audit trail is whole and unaltered,    *
      * in both of its copies. Every AUDITOUT generation whose       *
      * header carries the run date (DD AUDITALL is the GDG base, so *
      * all retained generations are read) has its integrity chain  *
      * recomputed record by record from the header's seed (see      *
      * AUDITREC): a record whose stored hash does not follow from   *
      * the one before it was altered, or has had a record removed  *
      * or inserted ahead of it, and the trailer must carry the last *
      * hash and count. Every verified record is then read back from *
      * AUDITKSD by its key and must be identical there; afterwards  *
      * every AUDITKSD record for the date must have been seen in    *
      * some AUDITOUT generation.                                    *
      *                                                                *
      * A restarted night leaves an abended segment (no trailer) and *
      * a restart segment whose header seed is a hash from the       *
      * abended one; the records between the checkpoint and the     *
      * abend are run twice and so appear twice in both trails.      *
      * These are reported, but as explained findings. Blocks of the *
      * abended segment not yet written at the abend are missing     *
      * from AUDITOUT although their records reached AUDITKSD: such  *
      * records past a restart's checkpoint, and a restart seed lost *
      * with them, are explained findings too.                       *
      *                                                                *
      * VERIFRPT lists every finding - GAP, DUPLICATE, ALTERED or    *
      * CHAIN - with the generation (by its header time), record     *
      * number, timestamp and case. RC=0 clean; RC=4 only restart    *
      * duplicates, abended segments or generations written before  *
      * the chain existed; RC=8 any gap, alteration, chain break or  *
      * true duplicate.                                              *
      *                                                                *
      * PARM='YYYYMMDD' verifies that run date instead of the        *
      * business date.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITALL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-KSDS-FILE ASSIGN TO "AUDITKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDK-KEY
               FILE STATUS IS WS-AUDIT-KSDS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "VERIFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS.
           COPY AUDITREC REPLACING ==AUD-TARGET-LEN== BY ==80==.

       FD  AUDIT-KSDS-FILE.
           COPY AUDKSDC REPLACING ==AUDK-TARGET-LEN== BY ==80==.

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

       01  WS-AUDIT-STATUS               PIC X(2).
       01  WS-AUDIT-KSDS-STATUS          PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-AUDIT-EOF-SW               PIC X VALUE "N".
           88  AUDIT-EOF                        VALUE "Y".

       01  WS-KSDS-EOF-SW                PIC X VALUE "N".
           88  KSDS-EOF                         VALUE "Y".

       01  WS-KSDS-OPEN-SW               PIC X VALUE "N".
           88  KSDS-OPEN                        VALUE "Y".

       01  WS-KEY-OVERFLOW-SW            PIC X VALUE "N".
           88  KEY-TABLE-OVERFLOWED             VALUE "Y".

       01  WS-UNCHAINED-SW               PIC X VALUE "N".
           88  UNCHAINED-GENERATION-SEEN        VALUE "Y".

           COPY HDRTRLC.

      *****************************************************************
      * The generation being read. Only generations whose header     *
      * carries the run date being verified are selected.            *
      *****************************************************************
       01  WS-GENERATION-STATE.
           05  WS-GEN-OPEN-SW            PIC X VALUE "N".
               88  GENERATION-OPEN              VALUE "Y".
           05  WS-GEN-SELECTED-SW        PIC X VALUE "N".
               88  GENERATION-SELECTED          VALUE "Y".
           05  WS-GEN-SUB                PIC 9(2) VALUE ZERO.
           05  WS-GEN-DATA-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-CHAIN-HASH             PIC 9(13) VALUE ZERO.
           05  WS-AUDIT-HASHED-LEN       PIC 9(4).
           05  WS-CHAIN-BYTE-IDX         PIC 9(4).

      *****************************************************************
      * One entry per selected generation, for the restart checks    *
      * made once every generation has been read.                    *
      *****************************************************************
       01  WS-GENERATION-TABLE.
           05  WS-GEN-COUNT              PIC 9(2) VALUE ZERO.
           05  WS-GEN-ENTRY OCCURS 50 TIMES.
               10  GEN-HDR-TIME          PIC X(8).
               10  GEN-CHAIN-SEED        PIC 9(13).
               10  GEN-TRAILER-SW        PIC X(1).
               10  GEN-UNCHAINED-SW      PIC X(1).
               10  GEN-RESTARTED-SW      PIC X(1).
               10  GEN-FIRST-RECORD-NUM  PIC 9(8).
               10  GEN-ABENDED-COUNT     PIC 9(8).

      *****************************************************************
      * Every verified AUDITOUT record's key and chain hash, for the *
      * duplicate checks, the AUDITKSD reverse check and the restart *
      * seed links.                                                  *
      *****************************************************************
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-KEY-ENTRY OCCURS 9999 TIMES.
               10  KEY-RECORD-NUM        PIC 9(8).
               10  KEY-TIMESTAMP         PIC X(21).
               10  KEY-CHAIN-HASH        PIC 9(13).
               10  KEY-GEN-SUB           PIC 9(2).

       01  WS-WORK-FIELDS.
           05  WS-VERIFY-DATE            PIC X(8).
           05  WS-RECORD-NUM             PIC 9(8).
           05  WS-STORED-HASH            PIC 9(13).
           05  WS-SCAN-SUB               PIC 9(4).
           05  WS-FOUND-SUB              PIC 9(4).
           05  WS-LINK-SUB               PIC 9(2).
           05  WS-GEN-SCAN-SUB           PIC 9(2).
           05  WS-PREV-KSDS-RECORD-NUM   PIC 9(8) VALUE ZERO.

       01  WS-FINDING-FIELDS.
           05  WS-FND-CATEGORY           PIC X(10).
           05  WS-FND-SEVERITY           PIC 9(2).
           05  WS-FND-GEN-TIME           PIC X(8).
           05  WS-FND-RECORD-NUM         PIC 9(8).
           05  WS-FND-TIMESTAMP          PIC X(21).
           05  WS-FND-CASE-ID            PIC X(8).
           05  WS-FND-DETAIL             PIC X(60).

       01  WS-VERIFY-COUNTS.
           05  WS-GENERATIONS-READ       PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-VERIFIED       PIC 9(8) VALUE ZERO.
           05  WS-KEYED-RECORDS          PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-MATCHED        PIC 9(8) VALUE ZERO.
           05  WS-GAP-COUNT              PIC 9(8) VALUE ZERO.
           05  WS-DUPLICATE-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-ALTERED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-CHAIN-COUNT            PIC 9(8) VALUE ZERO.
           05  WS-NOTE-COUNT             PIC 9(8) VALUE ZERO.
           05  WS-HIGHEST-SEVERITY       PIC 9(2) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-RUN-DATE                   PIC X(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(44) VALUE
               "BUGSOLY - AUDIT TRAIL VERIFICATION".
           05  FILLER                    PIC X(56) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  HD1-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  HD1-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(24) VALUE
               "AUDIT TRAIL OF RUN DATE ".
           05  HD2-VERIFY-DATE           PIC X(8).
           05  FILLER                    PIC X(99) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE "FINDING".
           05  FILLER                    PIC X(10) VALUE "GEN TIME".
           05  FILLER                    PIC X(10) VALUE "RECORD".
           05  FILLER                    PIC X(23) VALUE "TIMESTAMP".
           05  FILLER                    PIC X(10) VALUE "CASE ID".
           05  FILLER                    PIC X(66) VALUE "DETAIL".

       01  WS-FINDING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FDL-CATEGORY              PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-GEN-TIME              PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-RECORD-NUM            PIC Z(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-TIMESTAMP             PIC X(21).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-CASE-ID               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-DETAIL                PIC X(60).
           05  FILLER                    PIC X(6) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  TOT-CAPTION               PIC X(36).
           05  TOT-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VERIFY-AUDIT-RECORD UNTIL AUDIT-EOF.
           IF GENERATION-OPEN
               PERFORM 2250-END-GENERATION
           END-IF.
           PERFORM 4000-CHECK-KEYED-TRAIL.
           PERFORM 3000-CHECK-RESTART-LINK
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT.
           PERFORM 3100-CHECK-GENERATION-TRAILER
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-VERIFY-DATE.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-TEXT NUMERIC
                   MOVE LK-PARM-TEXT TO WS-VERIFY-DATE
               ELSE
                   DISPLAY "*** PARM NOT YYYYMMDD - BUSINESS DATE "
                       "VERIFIED ***"
               END-IF
           END-IF.
           DISPLAY "VERIFYING AUDIT TRAIL OF RUN DATE "
               WS-VERIFY-DATE.
           COMPUTE WS-AUDIT-HASHED-LEN =
               LENGTH OF AUDIT-RECORD - LENGTH OF AUD-CHAIN-HASH.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "OPEN AUDIT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
      *    A defined-but-never-loaded cluster opens with file status
      *    35: nothing on the keyed side can match, which is itself
      *    the finding.
           OPEN INPUT AUDIT-KSDS-FILE.
           IF WS-AUDIT-KSDS-STATUS = "35"
               DISPLAY "*** AUDITKSD EMPTY - NO RECORD CAN MATCH ***"
           ELSE
               IF WS-AUDIT-KSDS-STATUS NOT = "00"
                   MOVE "OPEN AUDIT-KSDS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO WS-KSDS-OPEN-SW
           END-IF.
           PERFORM 2900-READ-AUDIT-RECORD.

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
      * AUDITOUT generations: header, data, trailer. Data records    *
      * begin with a timestamp digit, so HDR/TRL cannot be data.     *
      *****************************************************************
       2000-VERIFY-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN AUDIT-RECORD(1:3) = "HDR"
                   PERFORM 2100-BEGIN-GENERATION
               WHEN AUDIT-RECORD(1:3) = "TRL"
                   PERFORM 2200-CHECK-TRAILER
               WHEN OTHER
                   IF GENERATION-SELECTED
                       PERFORM 2300-VERIFY-DATA-RECORD
                   END-IF
           END-EVALUATE.
           PERFORM 2900-READ-AUDIT-RECORD.

       2100-BEGIN-GENERATION.
           IF GENERATION-OPEN
               PERFORM 2250-END-GENERATION
           END-IF.
           MOVE AUDIT-RECORD(1:LENGTH OF RUN-HEADER-RECORD)
               TO RUN-HEADER-RECORD.
           MOVE "Y" TO WS-GEN-OPEN-SW.
           MOVE "N" TO WS-GEN-SELECTED-SW.
           MOVE ZERO TO WS-GEN-DATA-COUNT.
           IF RUN-HDR-DATE = WS-VERIFY-DATE
               IF WS-GEN-COUNT >= 50
                   DISPLAY "*** MORE THAN 50 GENERATIONS FOR THE "
                       "RUN DATE - REST NOT VERIFIED ***"
                   MOVE "Y" TO WS-KEY-OVERFLOW-SW
               ELSE
                   MOVE "Y" TO WS-GEN-SELECTED-SW
                   ADD 1 TO WS-GEN-COUNT
                   ADD 1 TO WS-GENERATIONS-READ
                   MOVE WS-GEN-COUNT TO WS-GEN-SUB
                   MOVE RUN-HDR-TIME TO GEN-HDR-TIME(WS-GEN-SUB)
                   IF RUN-HDR-CHAIN-SEED NUMERIC
                       MOVE RUN-HDR-CHAIN-SEED
                           TO GEN-CHAIN-SEED(WS-GEN-SUB)
                   ELSE
                       MOVE ZERO TO GEN-CHAIN-SEED(WS-GEN-SUB)
                   END-IF
                   MOVE GEN-CHAIN-SEED(WS-GEN-SUB) TO WS-CHAIN-HASH
                   MOVE "N" TO GEN-TRAILER-SW(WS-GEN-SUB)
                   MOVE "N" TO GEN-UNCHAINED-SW(WS-GEN-SUB)
                   MOVE "N" TO GEN-RESTARTED-SW(WS-GEN-SUB)
                   MOVE ZERO TO GEN-FIRST-RECORD-NUM(WS-GEN-SUB)
                   MOVE ZERO TO GEN-ABENDED-COUNT(WS-GEN-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * The trailer must count the generation's data records and    *
      * carry the hash the chain ended on: a short count or another *
      * hash means records were lost from the end, or the trailer    *
      * itself was altered.                                          *
      *****************************************************************
       2200-CHECK-TRAILER.
           IF GENERATION-SELECTED
               MOVE AUDIT-RECORD(1:LENGTH OF RUN-TRAILER-RECORD)
                   TO RUN-TRAILER-RECORD
               MOVE "Y" TO GEN-TRAILER-SW(WS-GEN-SUB)
               IF RUN-TRL-RECORDS-WRITTEN NOT NUMERIC
                   OR RUN-TRL-RECORDS-WRITTEN NOT = WS-GEN-DATA-COUNT
                   MOVE "GAP" TO WS-FND-CATEGORY
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "TRAILER COUNT DOES NOT MATCH THE GENERATION'S "
                       TO WS-FND-DETAIL
                   MOVE "RECORDS" TO WS-FND-DETAIL(47:7)
                   PERFORM 2260-GENERATION-FINDING
               END-IF
               IF GEN-UNCHAINED-SW(WS-GEN-SUB) = "N"
                   IF RUN-TRL-CHAIN-HASH NOT NUMERIC
                       OR RUN-TRL-CHAIN-HASH NOT = WS-CHAIN-HASH
                       MOVE "CHAIN" TO WS-FND-CATEGORY
                       MOVE 8 TO WS-FND-SEVERITY
                       MOVE "TRAILER HASH IS NOT WHERE THE CHAIN ENDED"
                           TO WS-FND-DETAIL
                       PERFORM 2260-GENERATION-FINDING
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-GEN-OPEN-SW.
           MOVE "N" TO WS-GEN-SELECTED-SW.

       2250-END-GENERATION.
           MOVE "N" TO WS-GEN-OPEN-SW.
           MOVE "N" TO WS-GEN-SELECTED-SW.

       2260-GENERATION-FINDING.
           MOVE GEN-HDR-TIME(WS-GEN-SUB) TO WS-FND-GEN-TIME.
           MOVE ZERO TO WS-FND-RECORD-NUM.
           MOVE SPACES TO WS-FND-TIMESTAMP.
           MOVE SPACES TO WS-FND-CASE-ID.
           PERFORM 7000-REPORT-FINDING.

      *****************************************************************
      * A generation whose first record has no chain was written     *
      * before the chain existed and cannot be verified; a chained   *
      * generation with an unchained record later on has been        *
      * tampered with. After a break the chain resumes from the     *
      * record's own hash, so one damaged record is one finding.     *
      *****************************************************************
       2300-VERIFY-DATA-RECORD.
           ADD 1 TO WS-GEN-DATA-COUNT.
           IF GEN-UNCHAINED-SW(WS-GEN-SUB) = "N"
               IF AUD-CHAIN-HASH NOT NUMERIC
                   OR AUD-RECORD-NUM NOT NUMERIC
                   IF WS-GEN-DATA-COUNT = 1
                       MOVE "Y" TO GEN-UNCHAINED-SW(WS-GEN-SUB)
                       MOVE "Y" TO WS-UNCHAINED-SW
                       MOVE "NOTE" TO WS-FND-CATEGORY
                       MOVE 4 TO WS-FND-SEVERITY
                       MOVE "GENERATION PREDATES THE CHAIN - NOT "
                           TO WS-FND-DETAIL
                       MOVE "VERIFIED" TO WS-FND-DETAIL(37:8)
                       PERFORM 2260-GENERATION-FINDING
                   ELSE
                       MOVE "CHAIN" TO WS-FND-CATEGORY
                       MOVE 8 TO WS-FND-SEVERITY
                       MOVE "RECORD CARRIES NO CHAIN HASH"
                           TO WS-FND-DETAIL
                       MOVE ZERO TO WS-RECORD-NUM
                       PERFORM 2390-RECORD-FINDING
                   END-IF
               ELSE
                   PERFORM 2310-VERIFY-CHAINED-RECORD
               END-IF
           END-IF.

       2310-VERIFY-CHAINED-RECORD.
           MOVE AUD-RECORD-NUM TO WS-RECORD-NUM.
           MOVE AUD-CHAIN-HASH TO WS-STORED-HASH.
           IF GEN-FIRST-RECORD-NUM(WS-GEN-SUB) = ZERO
               MOVE WS-RECORD-NUM TO GEN-FIRST-RECORD-NUM(WS-GEN-SUB)
           END-IF.
           PERFORM 2320-CHAIN-ONE-BYTE
               VARYING WS-CHAIN-BYTE-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-BYTE-IDX > WS-AUDIT-HASHED-LEN.
           IF WS-STORED-HASH NOT = WS-CHAIN-HASH
               MOVE "CHAIN" TO WS-FND-CATEGORY
               MOVE 8 TO WS-FND-SEVERITY
               MOVE "CHAIN BREAK - RECORD ALTERED, OR ONE BEFORE IT "
                   TO WS-FND-DETAIL
               MOVE "REMOVED" TO WS-FND-DETAIL(48:7)
               PERFORM 2390-RECORD-FINDING
               MOVE WS-STORED-HASH TO WS-CHAIN-HASH
           END-IF.
           ADD 1 TO WS-RECORDS-VERIFIED.
           PERFORM 2400-STORE-RECORD-KEY.
           IF KSDS-OPEN
               PERFORM 2500-MATCH-KEYED-RECORD
           ELSE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

       2320-CHAIN-ONE-BYTE.
           COMPUTE WS-CHAIN-HASH =
               FUNCTION MOD(WS-CHAIN-HASH * 131
                   + FUNCTION ORD(AUDIT-RECORD(WS-CHAIN-BYTE-IDX:1)),
                   9999999999971).

       2390-RECORD-FINDING.
           MOVE GEN-HDR-TIME(WS-GEN-SUB) TO WS-FND-GEN-TIME.
           MOVE WS-RECORD-NUM TO WS-FND-RECORD-NUM.
           MOVE AUD-TIMESTAMP TO WS-FND-TIMESTAMP.
           MOVE AUD-TEST-CASE-ID TO WS-FND-CASE-ID.
           PERFORM 7000-REPORT-FINDING.

      *****************************************************************
      * The same record number twice: with the same timestamp it is *
      * one record duplicated; with another timestamp it is a record *
      * run again after a restart.                                   *
      *****************************************************************
       2400-STORE-RECORD-KEY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2410-MATCH-ONE-RECORD-NUM
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-KEY-COUNT
                   OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB > ZERO
               MOVE "DUPLICATE" TO WS-FND-CATEGORY
               IF KEY-TIMESTAMP(WS-FOUND-SUB) = AUD-TIMESTAMP
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "SAME RECORD TWICE IN AUDITOUT"
                       TO WS-FND-DETAIL
               ELSE
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "RECORD RUN AGAIN AFTER A RESTART - ALSO IN "
                       TO WS-FND-DETAIL
                   MOVE "GEN " TO WS-FND-DETAIL(44:4)
                   MOVE GEN-HDR-TIME(KEY-GEN-SUB(WS-FOUND-SUB))
                       TO WS-FND-DETAIL(48:8)
               END-IF
               PERFORM 2390-RECORD-FINDING
           END-IF.
           IF WS-KEY-COUNT >= 9999
               IF NOT KEY-TABLE-OVERFLOWED
                   DISPLAY "*** KEY TABLE FULL - AUDITKSD REVERSE "
                       "CHECK NOT MADE ***"
               END-IF
               MOVE "Y" TO WS-KEY-OVERFLOW-SW
           ELSE
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-RECORD-NUM TO KEY-RECORD-NUM(WS-KEY-COUNT)
               MOVE AUD-TIMESTAMP TO KEY-TIMESTAMP(WS-KEY-COUNT)
               MOVE WS-STORED-HASH TO KEY-CHAIN-HASH(WS-KEY-COUNT)
               MOVE WS-GEN-SUB TO KEY-GEN-SUB(WS-KEY-COUNT)
           END-IF.

       2410-MATCH-ONE-RECORD-NUM.
           IF KEY-RECORD-NUM(WS-SCAN-SUB) = WS-RECORD-NUM
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

      *****************************************************************
      * Read the record back from AUDITKSD by its full key (run date *
      * + record number + timestamp) and compare every audit field.  *
      *****************************************************************
       2500-MATCH-KEYED-RECORD.
           MOVE WS-VERIFY-DATE TO AUDK-RUN-DATE.
           MOVE WS-RECORD-NUM TO AUDK-RECORD-NUM.
           MOVE AUD-TIMESTAMP TO AUDK-TIMESTAMP.
           READ AUDIT-KSDS-FILE KEY IS AUDK-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-AUDIT-KSDS-STATUS
               WHEN "00"
                   PERFORM 2550-COMPARE-KEYED-RECORD
               WHEN "23"
                   MOVE "GAP" TO WS-FND-CATEGORY
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "IN AUDITOUT, NOT ON AUDITKSD" TO WS-FND-DETAIL
                   PERFORM 2390-RECORD-FINDING
               WHEN OTHER
                   MOVE "READ AUDIT-KSDS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
           END-EVALUATE.

       2550-COMPARE-KEYED-RECORD.
           IF AUDK-SOURCE-FIELD-NAME NOT = AUD-SOURCE-FIELD-NAME
               OR AUDK-SOURCE-VALUE NOT = AUD-SOURCE-VALUE
               OR AUDK-TARGET-FIELD-NAME NOT = AUD-TARGET-FIELD-NAME
               OR AUDK-TARGET-VALUE NOT = AUD-TARGET-VALUE
               OR AUDK-TRUNCATED-FLAG NOT = AUD-TRUNCATED-FLAG
               OR AUDK-TEST-CASE-ID NOT = AUD-TEST-CASE-ID
               OR AUDK-SOURCE-USED-LEN NOT = AUD-SOURCE-USED-LEN
               OR AUDK-TARGET-USED-LEN NOT = AUD-TARGET-USED-LEN
               OR AUDK-DATA-CLASS NOT = AUD-DATA-CLASS
               OR AUDK-HI-ORDER-TRUNC NOT = AUD-HI-ORDER-TRUNC
               OR AUDK-SIGN-LOST NOT = AUD-SIGN-LOST
               OR AUDK-SCALE-MISALIGNED NOT = AUD-SCALE-MISALIGNED
               OR AUDK-SOURCE-SCALE NOT = AUD-SOURCE-SCALE
               OR AUDK-TARGET-SCALE NOT = AUD-TARGET-SCALE
               OR AUDK-DBCS-SPLIT-CHAR NOT = AUD-DBCS-SPLIT-CHAR
               OR AUDK-DBCS-SHIFT-UNBAL NOT = AUD-DBCS-SHIFT-UNBAL
               MOVE "ALTERED" TO WS-FND-CATEGORY
               MOVE 8 TO WS-FND-SEVERITY
               MOVE "AUDITKSD RECORD DIFFERS FROM AUDITOUT"
                   TO WS-FND-DETAIL
               PERFORM 2390-RECORD-FINDING
           ELSE
               ADD 1 TO WS-RECORDS-MATCHED
           END-IF.

       2900-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SW
           END-READ.
           IF WS-AUDIT-STATUS NOT = "00" AND NOT = "10"
               MOVE "READ AUDIT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

      *****************************************************************
      * A restart segment's seed must be the hash of a record in     *
      * another generation of the same date - the checkpoint it      *
      * resumed from. That generation is the abended segment. When   *
      * the checkpoint record was among the blocks lost with the     *
      * abend, the seed matches nothing; with the abended segment's  *
      * records found on AUDITKSD past the checkpoint (4200) that is *
      * explained, and the generation left without a trailer is      *
      * taken as the abended segment. Run after 4000.                *
      *****************************************************************
       3000-CHECK-RESTART-LINK.
           IF GEN-CHAIN-SEED(WS-GEN-SUB) NOT = ZERO
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM 3050-MATCH-ONE-SEED
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-KEY-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF WS-FOUND-SUB > ZERO
                   MOVE KEY-GEN-SUB(WS-FOUND-SUB) TO WS-LINK-SUB
                   MOVE "Y" TO GEN-RESTARTED-SW(WS-LINK-SUB)
               ELSE
                   IF GEN-ABENDED-COUNT(WS-GEN-SUB) > ZERO
                       MOVE "NOTE" TO WS-FND-CATEGORY
                       MOVE 4 TO WS-FND-SEVERITY
                       MOVE "RESTART SEED IN NO GENERATION - ABENDED "
                           TO WS-FND-DETAIL
                       MOVE "SEGMENT ON AUDITKSD"
                           TO WS-FND-DETAIL(41:19)
                       PERFORM 3060-FIND-ABENDED-GENERATION
                   ELSE
                       MOVE "CHAIN" TO WS-FND-CATEGORY
                       MOVE 8 TO WS-FND-SEVERITY
                       MOVE "RESTART SEED IS NO RECORD OF ANOTHER "
                           TO WS-FND-DETAIL
                       MOVE "GENERATION" TO WS-FND-DETAIL(38:10)
                   END-IF
                   PERFORM 2260-GENERATION-FINDING
               END-IF
           END-IF.

       3050-MATCH-ONE-SEED.
           IF KEY-CHAIN-HASH(WS-SCAN-SUB) = GEN-CHAIN-SEED(WS-GEN-SUB)
               AND KEY-GEN-SUB(WS-SCAN-SUB) NOT = WS-GEN-SUB
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       3060-FIND-ABENDED-GENERATION.
           MOVE ZERO TO WS-LINK-SUB.
           PERFORM 3070-MATCH-ONE-ABENDED-GEN
               VARYING WS-GEN-SCAN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SCAN-SUB > WS-GEN-COUNT
                   OR WS-LINK-SUB > ZERO.
           IF WS-LINK-SUB > ZERO
               MOVE "Y" TO GEN-RESTARTED-SW(WS-LINK-SUB)
           END-IF.

       3070-MATCH-ONE-ABENDED-GEN.
           IF WS-GEN-SCAN-SUB NOT = WS-GEN-SUB
               AND GEN-TRAILER-SW(WS-GEN-SCAN-SUB) = "N"
               AND GEN-RESTARTED-SW(WS-GEN-SCAN-SUB) = "N"
               MOVE WS-GEN-SCAN-SUB TO WS-LINK-SUB
           END-IF.

       3100-CHECK-GENERATION-TRAILER.
           IF GEN-TRAILER-SW(WS-GEN-SUB) = "N"
               IF GEN-RESTARTED-SW(WS-GEN-SUB) = "Y"
                   MOVE "NOTE" TO WS-FND-CATEGORY
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "ABENDED SEGMENT - NO TRAILER, RESTARTED FROM "
                       TO WS-FND-DETAIL
                   MOVE "IT" TO WS-FND-DETAIL(46:2)
               ELSE
                   MOVE "GAP" TO WS-FND-CATEGORY
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "NO TRAILER - END OF THE GENERATION IS LOST"
                       TO WS-FND-DETAIL
               END-IF
               PERFORM 2260-GENERATION-FINDING
           END-IF.

      *****************************************************************
      * Reverse check: every AUDITKSD record for the date must be    *
      * one of the AUDITOUT records verified above. Not possible     *
      * when some generation predates the chain or the key table     *
      * overflowed - reported as a note instead. A record in no      *
      * generation whose number is past the checkpoint a restart     *
      * segment resumed from belongs to the abended segment's lost   *
      * blocks: the restart ran it again, so it is a note (RC=4).    *
      *****************************************************************
       4000-CHECK-KEYED-TRAIL.
           IF KSDS-OPEN
               IF UNCHAINED-GENERATION-SEEN OR KEY-TABLE-OVERFLOWED
                   MOVE "NOTE" TO WS-FND-CATEGORY
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "AUDITKSD REVERSE CHECK NOT MADE"
                       TO WS-FND-DETAIL
                   PERFORM 4900-TRAIL-FINDING
                   IF KEY-TABLE-OVERFLOWED
                       MOVE 8 TO WS-HIGHEST-SEVERITY
                   END-IF
               ELSE
                   PERFORM 4100-START-KEYED-BROWSE
                   PERFORM 4200-CHECK-ONE-KEYED-RECORD
                       UNTIL KSDS-EOF
               END-IF
           ELSE
               IF WS-RECORDS-VERIFIED > ZERO
                   MOVE "GAP" TO WS-FND-CATEGORY
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "AUDITKSD NOT LOADED - NO AUDITOUT RECORD ON IT"
                       TO WS-FND-DETAIL
                   PERFORM 4900-TRAIL-FINDING
               END-IF
           END-IF.
           IF WS-GEN-COUNT = ZERO
               IF WS-KEYED-RECORDS > ZERO
                   MOVE "GAP" TO WS-FND-CATEGORY
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "NO AUDITOUT GENERATION FOR THE RUN DATE"
                       TO WS-FND-DETAIL
               ELSE
                   MOVE "NOTE" TO WS-FND-CATEGORY
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "NO AUDIT TRAIL IN EITHER FORM FOR THE RUN DATE"
                       TO WS-FND-DETAIL
               END-IF
               PERFORM 4900-TRAIL-FINDING
           END-IF.

       4100-START-KEYED-BROWSE.
           MOVE WS-VERIFY-DATE TO AUDK-RUN-DATE.
           MOVE ZERO TO AUDK-RECORD-NUM.
           MOVE LOW-VALUES TO AUDK-TIMESTAMP.
           START AUDIT-KSDS-FILE KEY IS NOT LESS THAN AUDK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-KSDS-EOF-SW
           END-START.
           IF NOT KSDS-EOF
               PERFORM 4800-READ-NEXT-KEYED-RECORD
           END-IF.

       4200-CHECK-ONE-KEYED-RECORD.
           ADD 1 TO WS-KEYED-RECORDS.
           MOVE AUDK-RECORD-NUM TO WS-RECORD-NUM.
           IF WS-KEYED-RECORDS > 1
               AND AUDK-RECORD-NUM = WS-PREV-KSDS-RECORD-NUM
               MOVE "DUPLICATE" TO WS-FND-CATEGORY
               MOVE 4 TO WS-FND-SEVERITY
               MOVE "RECORD NUMBER REPEATED ON AUDITKSD"
                   TO WS-FND-DETAIL
               PERFORM 4950-KEYED-FINDING
           END-IF.
           MOVE AUDK-RECORD-NUM TO WS-PREV-KSDS-RECORD-NUM.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 4250-MATCH-ONE-KEY
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-KEY-COUNT
                   OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB = ZERO
               PERFORM 4300-FIND-RESTART-SEGMENT
               IF WS-LINK-SUB > ZERO
                   ADD 1 TO GEN-ABENDED-COUNT(WS-LINK-SUB)
                   MOVE "NOTE" TO WS-FND-CATEGORY
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "ABENDED SEGMENT - NOT ON AUDITOUT, RUN AGAIN "
                       TO WS-FND-DETAIL
                   MOVE "IN GEN " TO WS-FND-DETAIL(46:7)
                   MOVE GEN-HDR-TIME(WS-LINK-SUB)
                       TO WS-FND-DETAIL(53:8)
               ELSE
                   MOVE "GAP" TO WS-FND-CATEGORY
                   MOVE 8 TO WS-FND-SEVERITY
                   MOVE "ON AUDITKSD, IN NO AUDITOUT GENERATION"
                       TO WS-FND-DETAIL
               END-IF
               PERFORM 4950-KEYED-FINDING
           END-IF.
           PERFORM 4800-READ-NEXT-KEYED-RECORD.

       4250-MATCH-ONE-KEY.
           IF KEY-RECORD-NUM(WS-SCAN-SUB) = AUDK-RECORD-NUM
               AND KEY-TIMESTAMP(WS-SCAN-SUB) = AUDK-TIMESTAMP
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

      *****************************************************************
      * The restart segment whose checkpoint the keyed record lies   *
      * past - the latest one when the night restarted more than     *
      * once. WS-LINK-SUB is zero when there is none.                *
      *****************************************************************
       4300-FIND-RESTART-SEGMENT.
           MOVE ZERO TO WS-LINK-SUB.
           PERFORM 4350-MATCH-ONE-RESTART-SEGMENT
               VARYING WS-GEN-SCAN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SCAN-SUB > WS-GEN-COUNT.

       4350-MATCH-ONE-RESTART-SEGMENT.
           IF GEN-CHAIN-SEED(WS-GEN-SCAN-SUB) NOT = ZERO
               AND GEN-FIRST-RECORD-NUM(WS-GEN-SCAN-SUB) > ZERO
               AND AUDK-RECORD-NUM
                   >= GEN-FIRST-RECORD-NUM(WS-GEN-SCAN-SUB)
               IF WS-LINK-SUB = ZERO
                   MOVE WS-GEN-SCAN-SUB TO WS-LINK-SUB
               ELSE
                   IF GEN-FIRST-RECORD-NUM(WS-GEN-SCAN-SUB)
                       > GEN-FIRST-RECORD-NUM(WS-LINK-SUB)
                       MOVE WS-GEN-SCAN-SUB TO WS-LINK-SUB
                   END-IF
               END-IF
           END-IF.

       4800-READ-NEXT-KEYED-RECORD.
           READ AUDIT-KSDS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-KSDS-EOF-SW
           END-READ.
           IF NOT KSDS-EOF
               IF WS-AUDIT-KSDS-STATUS NOT = "00"
                   AND WS-AUDIT-KSDS-STATUS NOT = "02"
                   MOVE "READ NEXT AUDIT-KSDS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               IF AUDK-RUN-DATE NOT = WS-VERIFY-DATE
                   MOVE "Y" TO WS-KSDS-EOF-SW
               END-IF
           END-IF.

       4900-TRAIL-FINDING.
           MOVE SPACES TO WS-FND-GEN-TIME.
           MOVE ZERO TO WS-FND-RECORD-NUM.
           MOVE SPACES TO WS-FND-TIMESTAMP.
           MOVE SPACES TO WS-FND-CASE-ID.
           PERFORM 7000-REPORT-FINDING.

       4950-KEYED-FINDING.
           MOVE "AUDITKSD" TO WS-FND-GEN-TIME.
           MOVE AUDK-RECORD-NUM TO WS-FND-RECORD-NUM.
           MOVE AUDK-TIMESTAMP TO WS-FND-TIMESTAMP.
           MOVE AUDK-TEST-CASE-ID TO WS-FND-CASE-ID.
           PERFORM 7000-REPORT-FINDING.

       7000-REPORT-FINDING.
           EVALUATE WS-FND-CATEGORY
               WHEN "GAP"
                   ADD 1 TO WS-GAP-COUNT
               WHEN "DUPLICATE"
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN "ALTERED"
                   ADD 1 TO WS-ALTERED-COUNT
               WHEN "CHAIN"
                   ADD 1 TO WS-CHAIN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOTE-COUNT
           END-EVALUATE.
           IF WS-FND-SEVERITY > WS-HIGHEST-SEVERITY
               MOVE WS-FND-SEVERITY TO WS-HIGHEST-SEVERITY
           END-IF.
           IF WS-LINES-ON-PAGE + 1 > WS-LINES-PER-PAGE
               PERFORM 7900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-FND-CATEGORY TO FDL-CATEGORY.
           MOVE WS-FND-GEN-TIME TO FDL-GEN-TIME.
           MOVE WS-FND-RECORD-NUM TO FDL-RECORD-NUM.
           MOVE WS-FND-TIMESTAMP TO FDL-TIMESTAMP.
           MOVE WS-FND-CASE-ID TO FDL-CASE-ID.
           MOVE WS-FND-DETAIL TO FDL-DETAIL.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-FINDING-LINE TO RPT-PRINT-LINE.
           PERFORM 7800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE SPACES TO WS-FND-DETAIL.

       7800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE REPORT-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       7900-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER.
           MOVE "1" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-LINE.
           PERFORM 7800-WRITE-REPORT-LINE.
           MOVE WS-VERIFY-DATE TO HD2-VERIFY-DATE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-2 TO RPT-PRINT-LINE.
           PERFORM 7800-WRITE-REPORT-LINE.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-COLUMN-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 7800-WRITE-REPORT-LINE.
           MOVE 4 TO WS-LINES-ON-PAGE.

       9000-TERMINATE.
           IF WS-PAGE-NUMBER = ZERO
               PERFORM 7900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE "AUDITOUT GENERATIONS FOR THE DATE" TO TOT-CAPTION.
           MOVE WS-GENERATIONS-READ TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "AUDITOUT RECORDS CHAIN-VERIFIED" TO TOT-CAPTION.
           MOVE WS-RECORDS-VERIFIED TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "IDENTICAL ON AUDITKSD" TO TOT-CAPTION.
           MOVE WS-RECORDS-MATCHED TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "AUDITKSD RECORDS FOR THE DATE" TO TOT-CAPTION.
           MOVE WS-KEYED-RECORDS TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "GAPS" TO TOT-CAPTION.
           MOVE WS-GAP-COUNT TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "DUPLICATES" TO TOT-CAPTION.
           MOVE WS-DUPLICATE-COUNT TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "ALTERED RECORDS" TO TOT-CAPTION.
           MOVE WS-ALTERED-COUNT TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "CHAIN BREAKS" TO TOT-CAPTION.
           MOVE WS-CHAIN-COUNT TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "NOTES" TO TOT-CAPTION.
           MOVE WS-NOTE-COUNT TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           CLOSE AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE AUDIT-FILE STATUS "
                   WS-AUDIT-STATUS
           END-IF.
           IF KSDS-OPEN
               CLOSE AUDIT-KSDS-FILE
               IF WS-AUDIT-KSDS-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE AUDIT-KSDS-FILE STATUS "
                       WS-AUDIT-KSDS-STATUS
               END-IF
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.
           DISPLAY "*** AUDIT TRAIL VERIFICATION SUMMARY ***".
           DISPLAY "RUN DATE VERIFIED     : " WS-VERIFY-DATE.
           DISPLAY "GENERATIONS           : " WS-GENERATIONS-READ.
           DISPLAY "RECORDS VERIFIED      : " WS-RECORDS-VERIFIED.
           DISPLAY "IDENTICAL ON AUDITKSD : " WS-RECORDS-MATCHED.
           DISPLAY "AUDITKSD RECORDS      : " WS-KEYED-RECORDS.
           DISPLAY "GAPS                  : " WS-GAP-COUNT.
           DISPLAY "DUPLICATES            : " WS-DUPLICATE-COUNT.
           DISPLAY "ALTERED               : " WS-ALTERED-COUNT.
           DISPLAY "CHAIN BREAKS          : " WS-CHAIN-COUNT.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.

       9100-PRINT-ONE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 7800-WRITE-REPORT-LINE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.

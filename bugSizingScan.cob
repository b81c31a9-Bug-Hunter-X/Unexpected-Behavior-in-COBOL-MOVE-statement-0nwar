       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLS.

      *****************************************************************
      * BUGSOLS - PRODUCTION DATA SIZING SCAN                        *
      *                                                                *
      * Everything BUGSOL checks comes from the hand-built SRCVALS   *
      * cases, so it only finds the truncations somebody thought to  *
      * key in. This scan reads a real production extract (PRODEXT, *
      * one source-layout record per 100-byte record - the layout    *
      * FLDDEFS describes) and measures every field's actual         *
      * contents against the target length of the same-named field  *
      * on FLDDEFT, the way BUGSOL's mapping mode matches them.      *
      *                                                                *
      * A value's significant length ignores trailing spaces and     *
      * LOW-VALUES - the padding a shorter target may safely drop.   *
      * Per field the SIZERPT report shows the longest value seen    *
      * and the record holding it, how many records would be cut at *
      * the target length, the distribution of lengths as a share    *
      * of the source field, sample offender record numbers, and a   *
      * recommended safe target length: the longest value plus the   *
      * PARM headroom percentage, never more than the source field   *
      * itself (a target that long cannot truncate).                 *
      *                                                                *
      * The first offending records of each field (up to five per    *
      * field) are written to CASETRAN as ADD transactions carrying  *
      * the whole record image, source and target lengths set to the *
      * two layouts' extents, so the BUGSOLL librarian adds them to  *
      * the regression library and every nightly run re-proves the   *
      * truncation until the target is resized. Case IDs are "S",    *
      * the last digit of the year and the day of the year of the    *
      * business date, and a three-digit sequence - a second scan on *
      * the same business date repeats the IDs, and BUGSOLL rejects  *
      * the repeats as duplicates on its register.                   *
      *                                                                *
      * PARM='NN' is the headroom percentage (00-99, default 10).    *
      * RC=0 nothing would truncate, RC=4 values would truncate and  *
      * cases were written, RC=8 no dictionary or extract to scan.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODEXT-FILE ASSIGN TO "PRODEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODEXT-STATUS.

           SELECT FLDDEFS-FILE ASSIGN TO "FLDDEFS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLDDEFS-STATUS.

           SELECT FLDDEFT-FILE ASSIGN TO "FLDDEFT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLDDEFT-STATUS.

           SELECT CASETRAN-FILE ASSIGN TO "CASETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASETRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIZERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODEXT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  PRODEXT-RECORD                PIC X(100).

       FD  FLDDEFS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY FLDDEFC.

       FD  FLDDEFT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY FLDDEFC REPLACING
               ==FIELD-DEF-RECORD== BY ==TARGET-DEF-RECORD==
               LEADING ==FLD-== BY ==TFD-==.

       FD  CASETRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 129 CHARACTERS.
           COPY CASETRNC.

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

           COPY TESTCASE.

       01  WS-PRODEXT-STATUS             PIC X(2).
       01  WS-FLDDEFS-STATUS             PIC X(2).
       01  WS-FLDDEFT-STATUS             PIC X(2).
       01  WS-CASETRAN-STATUS            PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PRODEXT-EOF            PIC X VALUE "N".
               88  PRODEXT-EOF                  VALUE "Y".
           05  WS-FLDDEFS-EOF            PIC X VALUE "N".
               88  FLDDEFS-EOF                  VALUE "Y".
           05  WS-FLDDEFT-EOF            PIC X VALUE "N".
               88  FLDDEFT-EOF                  VALUE "Y".

       01  WS-SCAN-READY-SW              PIC X VALUE "N".
           88  SCAN-READY                       VALUE "Y".

       01  WS-CASE-NEEDED-SW             PIC X VALUE "N".
           88  CASE-NEEDED                      VALUE "Y".

      *****************************************************************
      * Target-layout dictionary from FLDDEFT, held only long enough *
      * to give each source field the length of its same-named       *
      * target field.                                                *
      *****************************************************************
       01  WS-TARGET-DICTIONARY.
           05  WS-TGT-DEF-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-TGT-DEF-ENTRY OCCURS 50 TIMES.
               10  WS-TGT-NAME           PIC X(20).
               10  WS-TGT-LENGTH         PIC 9(4).

      *****************************************************************
      * One entry per FLDDEFS source field: its layout, the length   *
      * of the matching target field (zero when FLDDEFT has no field *
      * of that name), and what the scan has measured so far. The    *
      * five length bands are empty, then up to 25, 50, 75 and 100   *
      * percent of the source field.                                 *
      *****************************************************************
       01  WS-SIZING-TABLE.
           05  WS-FIELD-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-SIZE-ENTRY OCCURS 50 TIMES.
               10  SZ-NAME               PIC X(20).
               10  SZ-OFFSET             PIC 9(4).
               10  SZ-LENGTH             PIC 9(4).
               10  SZ-TGT-LENGTH         PIC 9(4).
               10  SZ-LONGEST            PIC 9(4).
               10  SZ-LONGEST-REC        PIC 9(8).
               10  SZ-CUT-COUNT          PIC 9(8).
               10  SZ-BAND-COUNT         PIC 9(8) OCCURS 5 TIMES.
               10  SZ-SAMPLE-COUNT       PIC 9(2).
               10  SZ-SAMPLE-REC         PIC 9(8) OCCURS 5 TIMES.
               10  SZ-RECOMMEND          PIC 9(4).

       01  WS-SCAN-WORK-FIELDS.
           05  WS-FLD-SUB                PIC 9(4).
           05  WS-TGT-SUB                PIC 9(4).
           05  WS-BAND-SUB               PIC 9(4).
           05  WS-SAMPLE-SUB             PIC 9(4).
           05  WS-SLOT-SUB               PIC 9(4).
           05  WS-BYTE-SUB               PIC 9(4).
           05  WS-FLD-START              PIC 9(4).
           05  WS-FLD-END                PIC 9(4).
           05  WS-SIG-LEN                PIC 9(4).
           05  WS-HEADROOM-PCT           PIC 9(2) VALUE 10.
           05  WS-HEADROOM-BYTES         PIC 9(4).
           05  WS-SOURCE-EXTENT          PIC 9(4) VALUE ZERO.
           05  WS-TARGET-EXTENT          PIC 9(4) VALUE ZERO.
           05  WS-CUT-PCT                PIC 9(3)V99.
           05  WS-SEARCH-NAME            PIC X(20).

       01  WS-SCAN-COUNTS.
           05  WS-RECORDS-SCANNED        PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-CUT            PIC 9(8) VALUE ZERO.
           05  WS-FIELDS-CUT             PIC 9(8) VALUE ZERO.
           05  WS-FIELDS-NEAR-LIMIT      PIC 9(8) VALUE ZERO.
           05  WS-FIELDS-NO-TARGET       PIC 9(8) VALUE ZERO.
           05  WS-CASES-WRITTEN          PIC 9(8) VALUE ZERO.
           05  WS-CASES-NOT-WRITTEN      PIC 9(8) VALUE ZERO.

       01  WS-STEP-RC                    PIC 9(2) VALUE ZERO.

      *****************************************************************
      * Generated case ID: "S", last digit of the business year, day *
      * of the year, sequence within the scan.                       *
      *****************************************************************
       01  WS-CASE-ID.
           05  FILLER                    PIC X(1) VALUE "S".
           05  WS-CASE-ID-YEAR           PIC 9(1).
           05  WS-CASE-ID-DAY            PIC 9(3).
           05  WS-CASE-ID-SEQ            PIC 9(3) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-NUM           PIC 9(8).
           05  WS-RUN-YEAR-START         PIC 9(8).
           05  WS-RUN-YEAR               PIC 9(4).

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-RUN-DATE                   PIC X(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(44) VALUE
               "BUGSOLS - PRODUCTION DATA SIZING SCAN".
           05  FILLER                    PIC X(56) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  HD1-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  HD1-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(33) VALUE
               "SAFE LENGTH = LONGEST VALUE PLUS ".
           05  HD2-HEADROOM              PIC Z9.
           05  FILLER                    PIC X(52) VALUE
               " PCT HEADROOM, NEVER MORE THAN THE SOURCE FIELD".
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(20) VALUE "FIELD NAME".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE "OFFS".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE "SLEN".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE "TLEN".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE "LONG".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE "LONG REC".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE "OVER TGT".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(6) VALUE "   PCT".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE "SAFE".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE "ASSESSMENT".
           05  FILLER                    PIC X(33) VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  SZD-FIELD-NAME            PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-OFFSET                PIC ZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-SRC-LEN               PIC ZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-TGT-LEN               PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-LONGEST               PIC ZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-LONGEST-REC           PIC Z(7)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-CUT-COUNT             PIC Z(7)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-CUT-PCT               PIC ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-RECOMMEND             PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SZD-ASSESSMENT            PIC X(16).
           05  FILLER                    PIC X(33) VALUE SPACES.

       01  WS-EDIT-LENGTH                PIC ZZZ9.

       01  WS-BAND-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
               "DISTRIBUTION: ".
           05  FILLER                    PIC X(7) VALUE "EMPTY ".
           05  SZB-BAND-1                PIC Z(7)9.
           05  FILLER                    PIC X(10) VALUE "   TO 25% ".
           05  SZB-BAND-2                PIC Z(7)9.
           05  FILLER                    PIC X(10) VALUE "   TO 50% ".
           05  SZB-BAND-3                PIC Z(7)9.
           05  FILLER                    PIC X(10) VALUE "   TO 75% ".
           05  SZB-BAND-4                PIC Z(7)9.
           05  FILLER                    PIC X(10) VALUE "  TO 100% ".
           05  SZB-BAND-5                PIC Z(7)9.
           05  FILLER                    PIC X(26) VALUE SPACES.

       01  WS-SAMPLE-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(25) VALUE
               "SAMPLE OFFENDER RECORDS: ".
           05  SZS-SAMPLE-ENTRY OCCURS 5 TIMES.
               10  SZS-SAMPLE-REC        PIC Z(7)9.
               10  FILLER                PIC X(2).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  TOT-CAPTION               PIC X(30).
           05  TOT-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(93) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  NTH-TEXT                  PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF SCAN-READY
               PERFORM 2000-SCAN-ONE-RECORD UNTIL PRODEXT-EOF
               PERFORM 3000-PRINT-SIZING-REPORT
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           PERFORM 1020-SET-CASE-ID-DATE.
           IF LK-PARM-LENGTH > ZERO
               AND LK-PARM-TEXT(1:2) NUMERIC
               MOVE LK-PARM-TEXT(1:2) TO WS-HEADROOM-PCT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           OPEN OUTPUT CASETRAN-FILE.
           IF WS-CASETRAN-STATUS NOT = "00"
               MOVE "OPEN CASETRAN-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 1100-LOAD-TARGET-DEFS.
           PERFORM 1200-LOAD-SOURCE-DEFS.
           IF WS-FIELD-COUNT = ZERO
               MOVE "NO FLDDEFS SOURCE FIELDS - NOTHING TO MEASURE"
                   TO NTH-TEXT
               PERFORM 1900-REPORT-NOTHING-TO-SCAN
           ELSE
               IF WS-TGT-DEF-COUNT = ZERO
                   MOVE "NO FLDDEFT TARGET FIELDS TO MEASURE AGAINST"
                       TO NTH-TEXT
                   PERFORM 1900-REPORT-NOTHING-TO-SCAN
               ELSE
                   PERFORM 1300-OPEN-EXTRACT
               END-IF
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

       1020-SET-CASE-ID-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-RUN-YEAR-START = WS-RUN-YEAR * 10000 + 101.
           COMPUTE WS-CASE-ID-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-YEAR-START) + 1.
           MOVE WS-RUN-DATE(4:1) TO WS-CASE-ID-YEAR.

      *****************************************************************
      * FLDDEFT describes the target record's own layout (80 bytes, *
      * WS-AREA-2 in BUGSOL); entries are edited the way BUGSOL     *
      * edits them. Its extent is the target length of every case   *
      * the scan writes.                                             *
      *****************************************************************
       1100-LOAD-TARGET-DEFS.
           OPEN INPUT FLDDEFT-FILE.
           IF WS-FLDDEFT-STATUS = "35"
               DISPLAY "*** FLDDEFT NOT ALLOCATED ***"
           ELSE
               IF WS-FLDDEFT-STATUS NOT = "00"
                   MOVE "OPEN FLDDEFT-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1150-LOAD-ONE-TARGET-DEF UNTIL FLDDEFT-EOF
               CLOSE FLDDEFT-FILE
               IF WS-FLDDEFT-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE FLDDEFT-FILE STATUS "
                       WS-FLDDEFT-STATUS
               END-IF
           END-IF.
           DISPLAY "TARGET DICTIONARY ENTRIES LOADED: "
               WS-TGT-DEF-COUNT.

       1150-LOAD-ONE-TARGET-DEF.
           READ FLDDEFT-FILE
               AT END
                   MOVE "Y" TO WS-FLDDEFT-EOF
               NOT AT END
                   PERFORM 1160-STORE-TARGET-DEF
           END-READ.

       1160-STORE-TARGET-DEF.
           IF TFD-OFFSET NOT NUMERIC
               OR TFD-LENGTH NOT NUMERIC
               DISPLAY "*** FLDDEFT ENTRY " TFD-FIELD-NAME
                   " NOT NUMERIC - SKIPPED ***"
           ELSE
               IF TFD-OFFSET = ZERO
                   OR TFD-LENGTH = ZERO
                   OR TFD-OFFSET + TFD-LENGTH - 1 > 80
                   DISPLAY "*** FLDDEFT ENTRY " TFD-FIELD-NAME
                       " OUT OF RANGE - SKIPPED ***"
               ELSE
                   IF WS-TGT-DEF-COUNT >= 50
                       DISPLAY "*** FLDDEFT ENTRY " TFD-FIELD-NAME
                           " OVER TABLE LIMIT - SKIPPED ***"
                   ELSE
                       ADD 1 TO WS-TGT-DEF-COUNT
                       MOVE TFD-FIELD-NAME
                           TO WS-TGT-NAME(WS-TGT-DEF-COUNT)
                       MOVE TFD-LENGTH
                           TO WS-TGT-LENGTH(WS-TGT-DEF-COUNT)
                       IF TFD-OFFSET + TFD-LENGTH - 1
                           > WS-TARGET-EXTENT
                           COMPUTE WS-TARGET-EXTENT =
                               TFD-OFFSET + TFD-LENGTH - 1
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-SOURCE-DEFS.
           OPEN INPUT FLDDEFS-FILE.
           IF WS-FLDDEFS-STATUS = "35"
               DISPLAY "*** FLDDEFS NOT ALLOCATED ***"
           ELSE
               IF WS-FLDDEFS-STATUS NOT = "00"
                   MOVE "OPEN FLDDEFS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1250-LOAD-ONE-SOURCE-DEF UNTIL FLDDEFS-EOF
               CLOSE FLDDEFS-FILE
               IF WS-FLDDEFS-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE FLDDEFS-FILE STATUS "
                       WS-FLDDEFS-STATUS
               END-IF
           END-IF.
           DISPLAY "FIELD DICTIONARY ENTRIES LOADED: " WS-FIELD-COUNT.

       1250-LOAD-ONE-SOURCE-DEF.
           READ FLDDEFS-FILE
               AT END
                   MOVE "Y" TO WS-FLDDEFS-EOF
               NOT AT END
                   PERFORM 1260-STORE-SOURCE-DEF
           END-READ.

       1260-STORE-SOURCE-DEF.
           IF FLD-OFFSET NOT NUMERIC
               OR FLD-LENGTH NOT NUMERIC
               DISPLAY "*** FLDDEFS ENTRY " FLD-FIELD-NAME
                   " NOT NUMERIC - SKIPPED ***"
           ELSE
               IF FLD-OFFSET = ZERO
                   OR FLD-LENGTH = ZERO
                   OR FLD-OFFSET + FLD-LENGTH - 1
                       > LENGTH OF PRODEXT-RECORD
                   DISPLAY "*** FLDDEFS ENTRY " FLD-FIELD-NAME
                       " OUT OF RANGE - SKIPPED ***"
               ELSE
                   IF WS-FIELD-COUNT >= 50
                       DISPLAY "*** FLDDEFS ENTRY " FLD-FIELD-NAME
                           " OVER TABLE LIMIT - SKIPPED ***"
                   ELSE
                       PERFORM 1270-ADD-SIZING-ENTRY
                   END-IF
               END-IF
           END-IF.

       1270-ADD-SIZING-ENTRY.
           ADD 1 TO WS-FIELD-COUNT.
           INITIALIZE WS-SIZE-ENTRY(WS-FIELD-COUNT).
           MOVE FLD-FIELD-NAME TO SZ-NAME(WS-FIELD-COUNT).
           MOVE FLD-OFFSET TO SZ-OFFSET(WS-FIELD-COUNT).
           MOVE FLD-LENGTH TO SZ-LENGTH(WS-FIELD-COUNT).
           IF FLD-OFFSET + FLD-LENGTH - 1 > WS-SOURCE-EXTENT
               COMPUTE WS-SOURCE-EXTENT =
                   FLD-OFFSET + FLD-LENGTH - 1
           END-IF.
           MOVE FLD-FIELD-NAME TO WS-SEARCH-NAME.
           MOVE ZERO TO WS-TGT-SUB.
           PERFORM 1280-MATCH-ONE-TARGET-NAME
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > WS-TGT-DEF-COUNT
                   OR WS-TGT-SUB > ZERO.
           IF WS-TGT-SUB > ZERO
               MOVE WS-TGT-LENGTH(WS-TGT-SUB)
                   TO SZ-TGT-LENGTH(WS-FIELD-COUNT)
           ELSE
               ADD 1 TO WS-FIELDS-NO-TARGET
           END-IF.

       1280-MATCH-ONE-TARGET-NAME.
           IF WS-TGT-NAME(WS-BYTE-SUB) = WS-SEARCH-NAME
               MOVE WS-BYTE-SUB TO WS-TGT-SUB
           END-IF.

       1300-OPEN-EXTRACT.
           OPEN INPUT PRODEXT-FILE.
           IF WS-PRODEXT-STATUS = "35"
               MOVE "PRODEXT NOT ALLOCATED - NOTHING TO SCAN"
                   TO NTH-TEXT
               PERFORM 1900-REPORT-NOTHING-TO-SCAN
           ELSE
               IF WS-PRODEXT-STATUS NOT = "00"
                   MOVE "OPEN PRODEXT-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO WS-SCAN-READY-SW
               PERFORM 2900-READ-EXTRACT-RECORD
           END-IF.

       1900-REPORT-NOTHING-TO-SCAN.
           DISPLAY "*** " NTH-TEXT " ***".
           PERFORM 2200-PRINT-PAGE-HEADINGS.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-NOTHING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE 8 TO WS-STEP-RC.

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Every field of the record is measured. A record is written  *
      * as a case when it becomes a sample offender for at least    *
      * one field, so each truncating field gets up to five cases   *
      * and a record cut in several fields is written only once.    *
      *****************************************************************
       2000-SCAN-ONE-RECORD.
           ADD 1 TO WS-RECORDS-SCANNED.
           MOVE "N" TO WS-CASE-NEEDED-SW.
           MOVE ZERO TO WS-SAMPLE-SUB.
           PERFORM 2100-MEASURE-ONE-FIELD
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FIELD-COUNT.
           IF WS-SAMPLE-SUB > ZERO
               ADD 1 TO WS-RECORDS-CUT
           END-IF.
           IF CASE-NEEDED
               PERFORM 2500-WRITE-CASE-TRANSACTION
           END-IF.
           PERFORM 2900-READ-EXTRACT-RECORD.

       2100-MEASURE-ONE-FIELD.
           MOVE SZ-OFFSET(WS-FLD-SUB) TO WS-FLD-START.
           COMPUTE WS-FLD-END =
               WS-FLD-START + SZ-LENGTH(WS-FLD-SUB) - 1.
           MOVE ZERO TO WS-SIG-LEN.
           PERFORM 2150-TEST-ONE-BYTE
               VARYING WS-BYTE-SUB FROM WS-FLD-END BY -1
               UNTIL WS-BYTE-SUB < WS-FLD-START
                   OR WS-SIG-LEN > ZERO.
           IF WS-SIG-LEN > SZ-LONGEST(WS-FLD-SUB)
               MOVE WS-SIG-LEN TO SZ-LONGEST(WS-FLD-SUB)
               MOVE WS-RECORDS-SCANNED TO SZ-LONGEST-REC(WS-FLD-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN WS-SIG-LEN = ZERO
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-SIG-LEN * 4 NOT > SZ-LENGTH(WS-FLD-SUB)
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-SIG-LEN * 2 NOT > SZ-LENGTH(WS-FLD-SUB)
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-SIG-LEN * 4 NOT > SZ-LENGTH(WS-FLD-SUB) * 3
                   MOVE 4 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1 TO SZ-BAND-COUNT(WS-FLD-SUB, WS-BAND-SUB).
           IF SZ-TGT-LENGTH(WS-FLD-SUB) > ZERO
               AND WS-SIG-LEN > SZ-TGT-LENGTH(WS-FLD-SUB)
               ADD 1 TO SZ-CUT-COUNT(WS-FLD-SUB)
               ADD 1 TO WS-SAMPLE-SUB
               IF SZ-SAMPLE-COUNT(WS-FLD-SUB) < 5
                   ADD 1 TO SZ-SAMPLE-COUNT(WS-FLD-SUB)
                   MOVE SZ-SAMPLE-COUNT(WS-FLD-SUB) TO WS-SLOT-SUB
                   MOVE WS-RECORDS-SCANNED
                       TO SZ-SAMPLE-REC(WS-FLD-SUB, WS-SLOT-SUB)
                   MOVE "Y" TO WS-CASE-NEEDED-SW
               END-IF
           END-IF.

       2150-TEST-ONE-BYTE.
           IF PRODEXT-RECORD(WS-BYTE-SUB:1) NOT = SPACE
               AND PRODEXT-RECORD(WS-BYTE-SUB:1) NOT = LOW-VALUE
               COMPUTE WS-SIG-LEN = WS-BYTE-SUB - WS-FLD-START + 1
           END-IF.

       2200-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER.
           MOVE WS-HEADROOM-PCT TO HD2-HEADROOM.
           MOVE "1" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-2 TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-COLUMN-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE 4 TO WS-LINES-ON-PAGE.

      *****************************************************************
      * The whole record image goes on the case, with the two        *
      * layouts' extents as its lengths, so BUGSOL's mapping mode    *
      * moves each field at its own offsets exactly as the real      *
      * conversion would. Past 999 cases in one scan the sequence    *
      * is exhausted and further offenders are counted only.         *
      *****************************************************************
       2500-WRITE-CASE-TRANSACTION.
           IF WS-CASE-ID-SEQ >= 999
               ADD 1 TO WS-CASES-NOT-WRITTEN
           ELSE
               ADD 1 TO WS-CASE-ID-SEQ
               MOVE SPACES TO TEST-CASE-RECORD
               MOVE WS-CASE-ID TO TC-ID
               MOVE WS-SOURCE-EXTENT TO TC-SOURCE-LEN
               MOVE WS-TARGET-EXTENT TO TC-TARGET-LEN
               MOVE PRODEXT-RECORD(1:WS-SOURCE-EXTENT)
                   TO TC-SOURCE-VALUE
               MOVE "A" TO TC-DATA-CLASS
               MOVE ZERO TO TC-SOURCE-SCALE
               MOVE ZERO TO TC-TARGET-SCALE
               MOVE "A" TO CTR-ACTION
               MOVE TEST-CASE-RECORD TO CTR-CASE-IMAGE
               WRITE CASE-TRAN-RECORD
               IF WS-CASETRAN-STATUS NOT = "00"
                   MOVE "WRITE CASE-TRAN-RECORD" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               ADD 1 TO WS-CASES-WRITTEN
           END-IF.

       2800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE REPORT-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       2900-READ-EXTRACT-RECORD.
           READ PRODEXT-FILE
               AT END
                   MOVE "Y" TO WS-PRODEXT-EOF
           END-READ.
           IF WS-PRODEXT-STATUS NOT = "00"
               AND WS-PRODEXT-STATUS NOT = "10"
               MOVE "READ PRODEXT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       3000-PRINT-SIZING-REPORT.
           CLOSE PRODEXT-FILE.
           IF WS-PRODEXT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE PRODEXT-FILE STATUS "
                   WS-PRODEXT-STATUS
           END-IF.
           PERFORM 3100-PRINT-ONE-FIELD
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FIELD-COUNT.
           PERFORM 3500-PRINT-TOTALS.
           IF WS-RECORDS-SCANNED = ZERO
               DISPLAY "*** PRODEXT EMPTY - NOTHING MEASURED ***"
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF WS-FIELDS-CUT > ZERO
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.

      *****************************************************************
      * One block per field: the measurement line, the length       *
      * distribution, and - when the field would truncate - the     *
      * sample offender records.                                     *
      *****************************************************************
       3100-PRINT-ONE-FIELD.
           IF WS-LINES-ON-PAGE + 4 > WS-LINES-PER-PAGE
               PERFORM 2200-PRINT-PAGE-HEADINGS
           END-IF.
           PERFORM 3200-ASSESS-FIELD.
           MOVE SZ-NAME(WS-FLD-SUB) TO SZD-FIELD-NAME.
           MOVE SZ-OFFSET(WS-FLD-SUB) TO SZD-OFFSET.
           MOVE SZ-LENGTH(WS-FLD-SUB) TO SZD-SRC-LEN.
           MOVE SZ-LONGEST(WS-FLD-SUB) TO SZD-LONGEST.
           MOVE SZ-LONGEST-REC(WS-FLD-SUB) TO SZD-LONGEST-REC.
           MOVE SZ-CUT-COUNT(WS-FLD-SUB) TO SZD-CUT-COUNT.
           IF WS-RECORDS-SCANNED > ZERO
               COMPUTE WS-CUT-PCT ROUNDED =
                   SZ-CUT-COUNT(WS-FLD-SUB) * 100 / WS-RECORDS-SCANNED
           ELSE
               MOVE ZERO TO WS-CUT-PCT
           END-IF.
           MOVE WS-CUT-PCT TO SZD-CUT-PCT.
           IF SZ-TGT-LENGTH(WS-FLD-SUB) > ZERO
               MOVE SZ-TGT-LENGTH(WS-FLD-SUB) TO WS-EDIT-LENGTH
               MOVE WS-EDIT-LENGTH TO SZD-TGT-LEN
               MOVE SZ-RECOMMEND(WS-FLD-SUB) TO WS-EDIT-LENGTH
               MOVE WS-EDIT-LENGTH TO SZD-RECOMMEND
           ELSE
               MOVE "   -" TO SZD-TGT-LEN
               MOVE "   -" TO SZD-RECOMMEND
           END-IF.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-FIELD-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE SZ-BAND-COUNT(WS-FLD-SUB, 1) TO SZB-BAND-1.
           MOVE SZ-BAND-COUNT(WS-FLD-SUB, 2) TO SZB-BAND-2.
           MOVE SZ-BAND-COUNT(WS-FLD-SUB, 3) TO SZB-BAND-3.
           MOVE SZ-BAND-COUNT(WS-FLD-SUB, 4) TO SZB-BAND-4.
           MOVE SZ-BAND-COUNT(WS-FLD-SUB, 5) TO SZB-BAND-5.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-BAND-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.
           IF SZ-SAMPLE-COUNT(WS-FLD-SUB) > ZERO
               MOVE SPACES TO WS-SAMPLE-LINE(31:50)
               PERFORM 3150-EDIT-ONE-SAMPLE
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > SZ-SAMPLE-COUNT(WS-FLD-SUB)
               MOVE " " TO RPT-CARRIAGE-CONTROL
               MOVE WS-SAMPLE-LINE TO RPT-PRINT-LINE
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       3150-EDIT-ONE-SAMPLE.
           MOVE SZ-SAMPLE-REC(WS-FLD-SUB, WS-SAMPLE-SUB)
               TO SZS-SAMPLE-REC(WS-SAMPLE-SUB).

      *****************************************************************
      * Safe length: the longest value seen plus the headroom,      *
      * capped at the source field's own length. A field whose      *
      * current target already covers that is OK; one whose values  *
      * fit today but leave less than the headroom is NEAR LIMIT;   *
      * one with values over the target must be RESIZED.            *
      *****************************************************************
       3200-ASSESS-FIELD.
           IF SZ-TGT-LENGTH(WS-FLD-SUB) = ZERO
               MOVE "NO TARGET FIELD" TO SZD-ASSESSMENT
           ELSE
               COMPUTE WS-HEADROOM-BYTES =
                   (SZ-LONGEST(WS-FLD-SUB) * WS-HEADROOM-PCT + 99)
                       / 100
               COMPUTE SZ-RECOMMEND(WS-FLD-SUB) =
                   SZ-LONGEST(WS-FLD-SUB) + WS-HEADROOM-BYTES
               IF SZ-RECOMMEND(WS-FLD-SUB) > SZ-LENGTH(WS-FLD-SUB)
                   MOVE SZ-LENGTH(WS-FLD-SUB)
                       TO SZ-RECOMMEND(WS-FLD-SUB)
               END-IF
               IF SZ-RECOMMEND(WS-FLD-SUB)
                   NOT > SZ-TGT-LENGTH(WS-FLD-SUB)
                   MOVE SZ-TGT-LENGTH(WS-FLD-SUB)
                       TO SZ-RECOMMEND(WS-FLD-SUB)
                   MOVE "OK" TO SZD-ASSESSMENT
               ELSE
                   IF SZ-CUT-COUNT(WS-FLD-SUB) > ZERO
                       ADD 1 TO WS-FIELDS-CUT
                       MOVE "*** RESIZE" TO SZD-ASSESSMENT
                   ELSE
                       ADD 1 TO WS-FIELDS-NEAR-LIMIT
                       MOVE "NEAR LIMIT" TO SZD-ASSESSMENT
                   END-IF
               END-IF
           END-IF.

       3500-PRINT-TOTALS.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE "EXTRACT RECORDS SCANNED" TO TOT-CAPTION.
           MOVE WS-RECORDS-SCANNED TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "RECORDS WITH A TRUNCATION" TO TOT-CAPTION.
           MOVE WS-RECORDS-CUT TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "FIELDS MEASURED" TO TOT-CAPTION.
           MOVE WS-FIELD-COUNT TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "FIELDS TO RESIZE" TO TOT-CAPTION.
           MOVE WS-FIELDS-CUT TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "FIELDS NEAR LIMIT" TO TOT-CAPTION.
           MOVE WS-FIELDS-NEAR-LIMIT TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "FIELDS WITH NO TARGET FIELD" TO TOT-CAPTION.
           MOVE WS-FIELDS-NO-TARGET TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "CASE ADDS WRITTEN TO CASETRAN" TO TOT-CAPTION.
           MOVE WS-CASES-WRITTEN TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.
           MOVE "OFFENDERS OVER CASE LIMIT" TO TOT-CAPTION.
           MOVE WS-CASES-NOT-WRITTEN TO TOT-COUNT.
           PERFORM 3900-WRITE-TOTAL-LINE.

       3900-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.

       9000-TERMINATE.
           CLOSE CASETRAN-FILE.
           IF WS-CASETRAN-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE CASETRAN-FILE STATUS "
                   WS-CASETRAN-STATUS
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.
           DISPLAY "*** SIZING SCAN SUMMARY ***".
           DISPLAY "EXTRACT RECORDS SCANNED : " WS-RECORDS-SCANNED.
           DISPLAY "RECORDS WITH TRUNCATION : " WS-RECORDS-CUT.
           DISPLAY "FIELDS TO RESIZE        : " WS-FIELDS-CUT.
           DISPLAY "FIELDS NEAR LIMIT       : " WS-FIELDS-NEAR-LIMIT.
           DISPLAY "CASE ADDS WRITTEN       : " WS-CASES-WRITTEN.
           DISPLAY "OFFENDERS OVER LIMIT    : " WS-CASES-NOT-WRITTEN.
           MOVE WS-STEP-RC TO RETURN-CODE.

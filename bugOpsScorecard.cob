       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLB.

      *****************************************************************
      * BUGSOLB - NIGHTLY OPERATIONS SCORECARD                       *
      *                                                                *
      * The last step of the night. Prints one page that says        *
      * whether the night was good, and writes the one-record        *
      * OPSSTAT status file (OPSSTATC) for the morning handover and  *
      * the scheduler's console.                                     *
      *                                                                *
      * Every step of the stream appends its outcome - business      *
      * date, return code and four control totals - to the STEPLOG   *
      * dataset as it ends (see STEPLOGC). The scorecard takes the   *
      * business date's outcomes (the last one of a restarted step   *
      * counts) and lists each expected step: BUGSOLV pre-flight     *
      * (PREFLRPT), BUGSOLL case library (MAINTREG), the BUGSOL run  *
      * itself or, in a partitioned night, each BUGSOL slice and the *
      * BUGSOLZ consolidation, then BUGSOLD (DISTRPT), BUGSOLG       *
      * (DIFFRPT) and BUGSOLP (PURGERPT). It then reads the current  *
      * AUDITOUT and WARNRPT generations and checks their HDR/TRL    *
      * bracket the way BUGSOLR and BUGSOLD do, that they carry the  *
      * business date, and that the BUGSOL trailer totals agree with *
      * the totals the run logged.                                   *
      *                                                                *
      * A step with no outcome, a step ending RC=8 or more, a        *
      * generation-bracket or slice-coverage failure, a generation   *
      * from another night or trailer totals that disagree are RED.  *
      * A step ending RC=4, or a reporting step (BUGSOLD, BUGSOLG,   *
      * BUGSOLP) that did not run, is AMBER. The pre-flight and      *
      * library steps are not part of the partitioned stream and are *
      * only judged there when they ran. The overall status is the   *
      * worst finding: RC=0 GREEN, RC=4 AMBER, RC=8 RED.             *
      *                                                                *
      * PARM='YYYYMMDD' scores that night instead of the business    *
      * date.                                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT WARNING-FILE ASSIGN TO "WARNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARNING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPSSTAT-FILE ASSIGN TO "OPSSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STEPLOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STEPLOG-RECORD                PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS.
       01  AUDIT-RECORD                  PIC X(280).

       FD  WARNING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  WARNING-RECORD                PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD.
           05  RPT-CARRIAGE-CONTROL      PIC X(1).
           05  RPT-PRINT-LINE            PIC X(132).

       FD  OPSSTAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPSSTATC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       WORKING-STORAGE SECTION.

       01  WS-STEPLOG-STATUS             PIC X(2).
       01  WS-AUDIT-STATUS               PIC X(2).
       01  WS-WARNING-STATUS             PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-OPSSTAT-STATUS             PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-STEPLOG-EOF-SW             PIC X VALUE "N".
           88  STEPLOG-EOF                      VALUE "Y".

       01  WS-GEN-EOF-SW                 PIC X VALUE "N".
           88  GEN-EOF                          VALUE "Y".

       01  WS-PARTITIONED-SW             PIC X VALUE "N".
           88  PARTITIONED-NIGHT                VALUE "Y".

           COPY STEPLOGC.

           COPY HDRTRLC.

      *****************************************************************
      * The steps of the night's stream, in running order. Missing   *
      * level R: a step without an outcome is RED; A: AMBER. Stream  *
      * B: both streams; U: the unpartitioned stream only; P: the    *
      * partitioned stream only. The captions name the step's four   *
      * STEPLOG control totals.                                      *
      *****************************************************************
       01  WS-STEP-DEFINITION-VALUES.
           05  FILLER                    PIC X(8)  VALUE "BUGSOLV".
           05  FILLER                    PIC X(14) VALUE
               "PRE-FLIGHT".
           05  FILLER                    PIC X(8)  VALUE "PREFLRPT".
           05  FILLER                    PIC X(1)  VALUE "R".
           05  FILLER                    PIC X(1)  VALUE "U".
           05  FILLER                    PIC X(9)  VALUE "SRCVALS".
           05  FILLER                    PIC X(9)  VALUE "EXPECTED".
           05  FILLER                    PIC X(9)  VALUE "ORPHANS".
           05  FILLER                    PIC X(9)  VALUE "FINDINGS".
           05  FILLER                    PIC X(8)  VALUE "BUGSOLL".
           05  FILLER                    PIC X(14) VALUE
               "CASE LIBRARY".
           05  FILLER                    PIC X(8)  VALUE "MAINTREG".
           05  FILLER                    PIC X(1)  VALUE "R".
           05  FILLER                    PIC X(1)  VALUE "U".
           05  FILLER                    PIC X(9)  VALUE "MASTER".
           05  FILLER                    PIC X(9)  VALUE "ACTIVE".
           05  FILLER                    PIC X(9)  VALUE "APPLIED".
           05  FILLER                    PIC X(9)  VALUE "REJECTED".
           05  FILLER                    PIC X(8)  VALUE "BUGSOL".
           05  FILLER                    PIC X(14) VALUE
               "MOVE-TEST RUN".
           05  FILLER                    PIC X(8)  VALUE "AUDITOUT".
           05  FILLER                    PIC X(1)  VALUE "R".
           05  FILLER                    PIC X(1)  VALUE "B".
           05  FILLER                    PIC X(9)  VALUE "PROCESSD".
           05  FILLER                    PIC X(9)  VALUE "TRUNCS".
           05  FILLER                    PIC X(9)  VALUE "PAD-ONLY".
           05  FILLER                    PIC X(9)  VALUE "MISMATCH".
           05  FILLER                    PIC X(8)  VALUE "BUGSOLZ".
           05  FILLER                    PIC X(14) VALUE
               "CONSOLIDATION".
           05  FILLER                    PIC X(8)  VALUE "AUDITOUT".
           05  FILLER                    PIC X(1)  VALUE "R".
           05  FILLER                    PIC X(1)  VALUE "P".
           05  FILLER                    PIC X(9)  VALUE "SLICES".
           05  FILLER                    PIC X(9)  VALUE "AUDIT".
           05  FILLER                    PIC X(9)  VALUE "WARNINGS".
           05  FILLER                    PIC X(9)  VALUE "MISSING".
           05  FILLER                    PIC X(8)  VALUE "BUGSOLD".
           05  FILLER                    PIC X(14) VALUE
               "DISTRIBUTION".
           05  FILLER                    PIC X(8)  VALUE "DISTRPT".
           05  FILLER                    PIC X(1)  VALUE "A".
           05  FILLER                    PIC X(1)  VALUE "B".
           05  FILLER                    PIC X(9)  VALUE "READ".
           05  FILLER                    PIC X(9)  VALUE "DISTRIB".
           05  FILLER                    PIC X(9)  VALUE "WAIVED".
           05  FILLER                    PIC X(9)  VALUE "DROPPED".
           05  FILLER                    PIC X(8)  VALUE "BUGSOLG".
           05  FILLER                    PIC X(14) VALUE
               "RUN COMPARISON".
           05  FILLER                    PIC X(8)  VALUE "DIFFRPT".
           05  FILLER                    PIC X(1)  VALUE "A".
           05  FILLER                    PIC X(1)  VALUE "B".
           05  FILLER                    PIC X(9)  VALUE "OLD RECS".
           05  FILLER                    PIC X(9)  VALUE "NEW RECS".
           05  FILLER                    PIC X(9)  VALUE "NEW TRNC".
           05  FILLER                    PIC X(9)  VALUE "DIFFS".
           05  FILLER                    PIC X(8)  VALUE "BUGSOLP".
           05  FILLER                    PIC X(14) VALUE
               "AUDIT PURGE".
           05  FILLER                    PIC X(8)  VALUE "PURGERPT".
           05  FILLER                    PIC X(1)  VALUE "A".
           05  FILLER                    PIC X(1)  VALUE "B".
           05  FILLER                    PIC X(9)  VALUE "EXAMINED".
           05  FILLER                    PIC X(9)  VALUE "DELETED".
           05  FILLER                    PIC X(9)  VALUE "DATES".
           05  FILLER                    PIC X(9)  VALUE SPACES.

       01  WS-STEP-DEFINITION-TABLE
               REDEFINES WS-STEP-DEFINITION-VALUES.
           05  WS-STEP-DEF OCCURS 7 TIMES.
               10  SDF-PROGRAM-ID        PIC X(8).
               10  SDF-DESCRIPTION       PIC X(14).
               10  SDF-REPORT-NAME       PIC X(8).
               10  SDF-MISSING-LEVEL     PIC X(1).
                   88  SDF-REQUIRED             VALUE "R".
               10  SDF-STREAM            PIC X(1).
                   88  SDF-UNPARTITIONED-ONLY   VALUE "U".
                   88  SDF-PARTITIONED-ONLY     VALUE "P".
               10  SDF-CAPTION           PIC X(9) OCCURS 4 TIMES.

       01  WS-STEP-COUNT                 PIC 9(2) VALUE 7.
       01  WS-BUGSOL-STEP                PIC 9(2) VALUE 3.
       01  WS-BUGSOLZ-STEP               PIC 9(2) VALUE 4.

      *****************************************************************
      * The last outcome of the business date for each step, and for *
      * each slice of a partitioned BUGSOL run.                      *
      *****************************************************************
       01  WS-STEP-RESULT-TABLE.
           05  WS-STEP-RESULT OCCURS 7 TIMES.
               10  SRS-RUN-COUNT         PIC 9(2).
               10  SRS-STATUS            PIC X(5).
               10  SRS-OUTCOME           PIC X(80).

       01  WS-SLICE-RESULT-TABLE.
           05  WS-SLICE-RESULT OCCURS 8 TIMES.
               10  SLC-RUN-COUNT         PIC 9(2).
               10  SLC-STATUS            PIC X(5).
               10  SLC-OUTCOME           PIC X(80).

      *****************************************************************
      * The current AUDITOUT (1) and WARNRPT (2) generations.        *
      *****************************************************************
       01  WS-GENERATION-TABLE.
           05  WS-GEN-ENTRY OCCURS 2 TIMES.
               10  GEN-NAME              PIC X(12).
               10  GEN-DD-NAME           PIC X(8).
               10  GEN-ALLOCATED-SW      PIC X(1).
               10  GEN-HEADER-SW         PIC X(1).
               10  GEN-TRAILER-SW        PIC X(1).
               10  GEN-HDR-DATE          PIC X(8).
               10  GEN-DATA-COUNT        PIC 9(8).
               10  GEN-TRL-WRITTEN       PIC 9(8).
               10  GEN-BRACKET-TEXT      PIC X(16).
               10  GEN-STATUS            PIC X(5).

       01  WS-GEN-RECORD                 PIC X(280).

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-PROCESSED          PIC 9(8) VALUE ZERO.
           05  WS-TRL-TRUNCATIONS        PIC 9(8) VALUE ZERO.
           05  WS-TRL-PAD-ONLY           PIC 9(8) VALUE ZERO.
           05  WS-TRL-MATCHES            PIC 9(8) VALUE ZERO.
           05  WS-TRL-MISMATCHES         PIC 9(8) VALUE ZERO.

       01  WS-CROSS-FOOT-FIELDS.
           05  WS-LOG-PROCESSED          PIC 9(8) VALUE ZERO.
           05  WS-LOG-TRUNCATIONS        PIC 9(8) VALUE ZERO.
           05  WS-XFOOT-TEXT             PIC X(60).
           05  WS-XFOOT-STATUS           PIC X(5).

       01  WS-WORK-FIELDS.
           05  WS-SCORE-DATE             PIC X(8).
           05  WS-STEP-SUB               PIC 9(2).
           05  WS-SCAN-SUB               PIC 9(2).
           05  WS-SLICE-SUB              PIC 9(2).
           05  WS-GEN-SUB                PIC 9(2).
           05  WS-CAPTION-SUB            PIC 9(2).
           05  WS-FINDING-SUB            PIC 9(2).
           05  WS-SLICE-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-SLICES-LOGGED          PIC 9(2) VALUE ZERO.
           05  WS-PART-DIGIT             PIC 9(1).
           05  WS-LINE-STATUS            PIC X(5).
           05  WS-OVERALL-STATUS         PIC X(5).
           05  WS-OVERALL-RC             PIC 9(2).
           05  WS-LINE-COUNT-VALUE       PIC 9(8) OCCURS 4 TIMES.

       01  WS-SCORE-COUNTS.
           05  WS-OUTCOMES-READ          PIC 9(8) VALUE ZERO.
           05  WS-OUTCOMES-IGNORED       PIC 9(8) VALUE ZERO.
           05  WS-STEPS-EXPECTED         PIC 9(2) VALUE ZERO.
           05  WS-STEPS-RUN              PIC 9(2) VALUE ZERO.
           05  WS-RED-COUNT              PIC 9(2) VALUE ZERO.
           05  WS-AMBER-COUNT            PIC 9(2) VALUE ZERO.

      *****************************************************************
      * Findings are held until the page is printed, after the       *
      * overall status they decide. The first red finding (or the    *
      * first amber one when nothing is red) goes to OPSSTAT.        *
      *****************************************************************
       01  WS-FINDING-FIELDS.
           05  WS-FND-LEVEL              PIC X(5).
           05  WS-FND-ITEM               PIC X(9).
           05  WS-FND-REASON             PIC X(16).
           05  WS-FND-DETAIL             PIC X(60).
           05  WS-PROBLEM-LEVEL          PIC X(5) VALUE SPACES.
           05  WS-PROBLEM-ITEM           PIC X(9) VALUE SPACES.
           05  WS-PROBLEM-REASON         PIC X(16) VALUE SPACES.

       01  WS-FINDING-TABLE.
           05  WS-FINDING-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-FINDING-ENTRY OCCURS 60 TIMES.
               10  FND-LEVEL             PIC X(5).
               10  FND-ITEM              PIC X(9).
               10  FND-REASON            PIC X(16).
               10  FND-DETAIL            PIC X(60).

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-OUTPUT-LINE.
           05  WS-OUT-CARRIAGE-CONTROL   PIC X(1).
           05  WS-OUT-PRINT-LINE         PIC X(132).

       01  WS-RUN-DATE                   PIC X(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(44) VALUE
               "BUGSOLB - NIGHTLY OPERATIONS SCORECARD".
           05  FILLER                    PIC X(56) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  HD1-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  HD1-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(23) VALUE
               "NIGHT OF BUSINESS DATE ".
           05  HD2-SCORE-DATE            PIC X(8).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  HD2-STREAM-TEXT           PIC X(40).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-STREAM-LINE.
           05  FILLER                    PIC X(26) VALUE
               "PARTITIONED STREAM, SLICES".
           05  STM-SLICE-COUNT           PIC Z9.
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  WS-OVERALL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(16) VALUE
               "OVERALL STATUS: ".
           05  OVL-STATUS                PIC X(5).
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "STEPS RUN ".
           05  OVL-STEPS-RUN             PIC Z9.
           05  FILLER                    PIC X(4) VALUE " OF ".
           05  OVL-STEPS-EXPECTED        PIC Z9.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(13) VALUE
               "RED FINDINGS ".
           05  OVL-RED-COUNT             PIC Z9.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE
               "AMBER FINDINGS ".
           05  OVL-AMBER-COUNT           PIC Z9.
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  WS-STEP-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE "STEP".
           05  FILLER                    PIC X(15) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(8) VALUE "REPORT".
           05  FILLER                    PIC X(4) VALUE "RUNS".
           05  FILLER                    PIC X(9) VALUE " ENDED".
           05  FILLER                    PIC X(6) VALUE "  RC".
           05  FILLER                    PIC X(7) VALUE "STATUS".
           05  FILLER                    PIC X(72) VALUE
               "CONTROL TOTALS".

       01  WS-STEP-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  STL-PROGRAM-ID            PIC X(9).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  STL-DESCRIPTION           PIC X(14).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  STL-REPORT-NAME           PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  STL-RUNS                  PIC Z9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  STL-END-TIME              PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  STL-RETURN-CODE           PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  STL-STATUS                PIC X(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  STL-TOTALS-AREA.
               10  STL-TOTAL OCCURS 4 TIMES.
                   15  STL-CAPTION       PIC X(9).
                   15  STL-COUNT         PIC Z(7)9.
                   15  FILLER            PIC X(1).

       01  WS-END-TIME-EDIT.
           05  ETE-HOURS                 PIC X(2).
           05  FILLER                    PIC X(1) VALUE ":".
           05  ETE-MINUTES               PIC X(2).
           05  FILLER                    PIC X(1) VALUE ":".
           05  ETE-SECONDS               PIC X(2).

       01  WS-RETURN-CODE-EDIT           PIC Z(3)9.

       01  WS-COUNT-EDIT                 PIC Z(7)9.

       01  WS-GENERATION-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(14) VALUE "GENERATION".
           05  FILLER                    PIC X(10) VALUE "HDR DATE".
           05  FILLER                    PIC X(11) VALUE "DATA RECS".
           05  FILLER                    PIC X(11) VALUE "TRL COUNT".
           05  FILLER                    PIC X(18) VALUE "BRACKET".
           05  FILLER                    PIC X(67) VALUE "STATUS".

       01  WS-GENERATION-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  GNL-NAME                  PIC X(12).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GNL-HDR-DATE              PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GNL-DATA-COUNT            PIC Z(7)9.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  GNL-TRL-COUNT             PIC X(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  GNL-BRACKET-TEXT          PIC X(16).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GNL-STATUS                PIC X(5).
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(26) VALUE
               "BUGSOL TRAILER  PROCESSED ".
           05  TRL-PROCESSED             PIC Z(7)9.
           05  FILLER                    PIC X(14) VALUE
               "  TRUNCATIONS ".
           05  TRL-TRUNCATIONS           PIC Z(7)9.
           05  FILLER                    PIC X(11) VALUE
               "  PAD-ONLY ".
           05  TRL-PAD-ONLY              PIC Z(7)9.
           05  FILLER                    PIC X(10) VALUE
               "  MATCHES ".
           05  TRL-MATCHES               PIC Z(7)9.
           05  FILLER                    PIC X(13) VALUE
               "  MISMATCHES ".
           05  TRL-MISMATCHES            PIC Z(7)9.
           05  FILLER                    PIC X(17) VALUE SPACES.

       01  WS-CROSS-FOOT-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(16) VALUE
               "CONTROL TOTALS  ".
           05  XFL-TEXT                  PIC X(60).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  XFL-STATUS                PIC X(5).
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  WS-FINDING-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(7) VALUE "LEVEL".
           05  FILLER                    PIC X(11) VALUE "ITEM".
           05  FILLER                    PIC X(18) VALUE "REASON".
           05  FILLER                    PIC X(95) VALUE "DETAIL".

       01  WS-FINDING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FDL-LEVEL                 PIC X(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-ITEM                  PIC X(9).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-REASON                PIC X(16).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FDL-DETAIL                PIC X(60).
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-STEP-OUTCOME UNTIL STEPLOG-EOF.
           PERFORM 2500-SET-NIGHT-MODE.
           PERFORM 3000-CHECK-GENERATIONS.
           PERFORM 4000-JUDGE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 4500-JUDGE-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > 2.
           PERFORM 4700-CROSS-FOOT-TOTALS.
           PERFORM 4900-SET-OVERALL-STATUS.
           PERFORM 5000-PRINT-SCORECARD.
           PERFORM 6000-WRITE-STATUS-RECORD.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-SCORE-DATE.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-TEXT NUMERIC
                   MOVE LK-PARM-TEXT TO WS-SCORE-DATE
               ELSE
                   DISPLAY "*** PARM NOT YYYYMMDD - BUSINESS DATE "
                       "SCORED ***"
               END-IF
           END-IF.
           DISPLAY "SCORING THE NIGHT OF BUSINESS DATE "
               WS-SCORE-DATE.
           PERFORM 1100-CLEAR-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 1150-CLEAR-ONE-SLICE
               VARYING WS-SLICE-SUB FROM 1 BY 1
               UNTIL WS-SLICE-SUB > 8.
           MOVE "AUDITOUT(0)" TO GEN-NAME(1).
           MOVE "AUDITOUT" TO GEN-DD-NAME(1).
           MOVE "WARNRPT(0)" TO GEN-NAME(2).
           MOVE "WARNRPT" TO GEN-DD-NAME(2).
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
      *    Without the log no step can be scored: every expected
      *    step then shows no outcome, which is the finding.
           OPEN INPUT STEPLOG-FILE.
           IF WS-STEPLOG-STATUS = "35"
               DISPLAY "*** STEPLOG NOT ALLOCATED - NO STEP OUTCOME "
                   "CAN BE SCORED ***"
               MOVE "Y" TO WS-STEPLOG-EOF-SW
               MOVE "RED" TO WS-FND-LEVEL
               MOVE "STEPLOG" TO WS-FND-ITEM
               MOVE "NOT ALLOCATED" TO WS-FND-REASON
               MOVE "STEP OUTCOME LOG COULD NOT BE OPENED" TO
                   WS-FND-DETAIL
               PERFORM 7000-RECORD-FINDING
           ELSE
               IF WS-STEPLOG-STATUS NOT = "00"
                   MOVE "OPEN STEPLOG-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 2900-READ-STEPLOG
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

       1100-CLEAR-ONE-STEP.
           MOVE ZERO TO SRS-RUN-COUNT(WS-STEP-SUB).
           MOVE SPACES TO SRS-STATUS(WS-STEP-SUB).
           MOVE SPACES TO SRS-OUTCOME(WS-STEP-SUB).

       1150-CLEAR-ONE-SLICE.
           MOVE ZERO TO SLC-RUN-COUNT(WS-SLICE-SUB).
           MOVE SPACES TO SLC-STATUS(WS-SLICE-SUB).
           MOVE SPACES TO SLC-OUTCOME(WS-SLICE-SUB).

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Keep the scored date's outcomes. A restarted step logs once  *
      * per attempt; the later record replaces the earlier one and   *
      * the attempts are counted. A record that is not numeric where *
      * it must be, or names a slice beyond PART=8/8, is ignored.    *
      *****************************************************************
       2000-LOAD-STEP-OUTCOME.
           IF STP-RUN-DATE = WS-SCORE-DATE
               ADD 1 TO WS-OUTCOMES-READ
               IF STP-PART-NUM NUMERIC
                   AND STP-PART-NUM <= 8
                   AND STP-RETURN-CODE NUMERIC
                   AND STP-COUNT-1 NUMERIC
                   AND STP-COUNT-2 NUMERIC
                   AND STP-COUNT-3 NUMERIC
                   AND STP-COUNT-4 NUMERIC
                   AND STP-INTEGRITY-FAILURES NUMERIC
                   PERFORM 2050-STORE-STEP-OUTCOME
               ELSE
                   ADD 1 TO WS-OUTCOMES-IGNORED
               END-IF
           END-IF.
           PERFORM 2900-READ-STEPLOG.

       2050-STORE-STEP-OUTCOME.
           PERFORM 2100-FIND-STEP.
           IF WS-STEP-SUB = ZERO
               ADD 1 TO WS-OUTCOMES-IGNORED
           ELSE
               IF WS-STEP-SUB = WS-BUGSOL-STEP
                   AND STP-PART-NUM > ZERO
                   MOVE STP-PART-NUM TO WS-SLICE-SUB
                   ADD 1 TO SLC-RUN-COUNT(WS-SLICE-SUB)
                   MOVE STEP-OUTCOME-RECORD
                       TO SLC-OUTCOME(WS-SLICE-SUB)
               ELSE
                   ADD 1 TO SRS-RUN-COUNT(WS-STEP-SUB)
                   MOVE STEP-OUTCOME-RECORD
                       TO SRS-OUTCOME(WS-STEP-SUB)
               END-IF
           END-IF.

       2100-FIND-STEP.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM 2110-MATCH-ONE-STEP
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-STEP-COUNT
                  OR WS-STEP-SUB > ZERO.

       2110-MATCH-ONE-STEP.
           IF SDF-PROGRAM-ID(WS-SCAN-SUB) = STP-PROGRAM-ID
               MOVE WS-SCAN-SUB TO WS-STEP-SUB
           END-IF.

      *****************************************************************
      * A night is partitioned when a BUGSOL slice or the BUGSOLZ    *
      * consolidation logged an outcome. The slices expected are the *
      * partition count BUGSOLZ found, or the highest slice logged   *
      * when that is more (or BUGSOLZ did not run).                  *
      *****************************************************************
       2500-SET-NIGHT-MODE.
           IF SRS-RUN-COUNT(WS-BUGSOLZ-STEP) > ZERO
               MOVE "Y" TO WS-PARTITIONED-SW
               MOVE SRS-OUTCOME(WS-BUGSOLZ-STEP) TO STEP-OUTCOME-RECORD
               IF STP-COUNT-1 > ZERO
                   AND STP-COUNT-1 <= 8
                   MOVE STP-COUNT-1 TO WS-SLICE-COUNT
               END-IF
           END-IF.
           PERFORM 2550-NOTE-ONE-SLICE
               VARYING WS-SLICE-SUB FROM 1 BY 1
               UNTIL WS-SLICE-SUB > 8.
           IF PARTITIONED-NIGHT
               MOVE WS-SLICE-COUNT TO STM-SLICE-COUNT
               MOVE WS-STREAM-LINE TO HD2-STREAM-TEXT
           ELSE
               MOVE "UNPARTITIONED STREAM" TO HD2-STREAM-TEXT
           END-IF.

       2550-NOTE-ONE-SLICE.
           IF SLC-RUN-COUNT(WS-SLICE-SUB) > ZERO
               MOVE "Y" TO WS-PARTITIONED-SW
               IF WS-SLICE-SUB > WS-SLICE-COUNT
                   MOVE WS-SLICE-SUB TO WS-SLICE-COUNT
               END-IF
           END-IF.

       2900-READ-STEPLOG.
           READ STEPLOG-FILE INTO STEP-OUTCOME-RECORD
               AT END
                   MOVE "Y" TO WS-STEPLOG-EOF-SW
           END-READ.
           IF WS-STEPLOG-STATUS NOT = "00"
               AND WS-STEPLOG-STATUS NOT = "10"
               MOVE "READ STEPLOG-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

      *****************************************************************
      * Read the current AUDITOUT and WARNRPT generations through.   *
      * Control records bracket the data as in every generation:     *
      * data records begin with a digit, so HDR/TRL cannot be data.  *
      *****************************************************************
       3000-CHECK-GENERATIONS.
           PERFORM 3050-CLEAR-ONE-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > 2.
           MOVE 1 TO WS-GEN-SUB.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "*** AUDITOUT NOT ALLOCATED ***"
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE "OPEN AUDIT-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO GEN-ALLOCATED-SW(WS-GEN-SUB)
               MOVE "N" TO WS-GEN-EOF-SW
               PERFORM 3900-READ-AUDIT-RECORD
               PERFORM 3100-ACCOUNT-GEN-RECORD UNTIL GEN-EOF
               CLOSE AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE AUDIT-FILE STATUS "
                       WS-AUDIT-STATUS
               END-IF
           END-IF.
           MOVE 2 TO WS-GEN-SUB.
           OPEN INPUT WARNING-FILE.
           IF WS-WARNING-STATUS = "35"
               DISPLAY "*** WARNRPT NOT ALLOCATED ***"
           ELSE
               IF WS-WARNING-STATUS NOT = "00"
                   MOVE "OPEN WARNING-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO GEN-ALLOCATED-SW(WS-GEN-SUB)
               MOVE "N" TO WS-GEN-EOF-SW
               PERFORM 3950-READ-WARNING-RECORD
               PERFORM 3100-ACCOUNT-GEN-RECORD UNTIL GEN-EOF
               CLOSE WARNING-FILE
               IF WS-WARNING-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE WARNING-FILE STATUS "
                       WS-WARNING-STATUS
               END-IF
           END-IF.

       3050-CLEAR-ONE-GENERATION.
           MOVE "N" TO GEN-ALLOCATED-SW(WS-GEN-SUB).
           MOVE "N" TO GEN-HEADER-SW(WS-GEN-SUB).
           MOVE "N" TO GEN-TRAILER-SW(WS-GEN-SUB).
           MOVE SPACES TO GEN-HDR-DATE(WS-GEN-SUB).
           MOVE ZERO TO GEN-DATA-COUNT(WS-GEN-SUB).
           MOVE ZERO TO GEN-TRL-WRITTEN(WS-GEN-SUB).
           MOVE SPACES TO GEN-BRACKET-TEXT(WS-GEN-SUB).
           MOVE SPACES TO GEN-STATUS(WS-GEN-SUB).

       3100-ACCOUNT-GEN-RECORD.
           EVALUATE TRUE
               WHEN WS-GEN-RECORD(1:3) = "HDR"
                   IF GEN-HEADER-SW(WS-GEN-SUB) = "N"
                       MOVE WS-GEN-RECORD(1:LENGTH OF
                           RUN-HEADER-RECORD) TO RUN-HEADER-RECORD
                       MOVE "Y" TO GEN-HEADER-SW(WS-GEN-SUB)
                       MOVE RUN-HDR-DATE TO GEN-HDR-DATE(WS-GEN-SUB)
                   END-IF
               WHEN WS-GEN-RECORD(1:3) = "TRL"
                   PERFORM 3200-SAVE-GEN-TRAILER
               WHEN OTHER
                   ADD 1 TO GEN-DATA-COUNT(WS-GEN-SUB)
           END-EVALUATE.
           IF WS-GEN-SUB = 1
               PERFORM 3900-READ-AUDIT-RECORD
           ELSE
               PERFORM 3950-READ-WARNING-RECORD
           END-IF.

      *****************************************************************
      * A written count that is not numeric can match no data count, *
      * so it is held as all nines. The AUDITOUT trailer carries the *
      * BUGSOL run totals printed on the scorecard.                  *
      *****************************************************************
       3200-SAVE-GEN-TRAILER.
           MOVE WS-GEN-RECORD(1:LENGTH OF RUN-TRAILER-RECORD)
               TO RUN-TRAILER-RECORD.
           MOVE "Y" TO GEN-TRAILER-SW(WS-GEN-SUB).
           IF RUN-TRL-RECORDS-WRITTEN NUMERIC
               MOVE RUN-TRL-RECORDS-WRITTEN
                   TO GEN-TRL-WRITTEN(WS-GEN-SUB)
           ELSE
               MOVE 99999999 TO GEN-TRL-WRITTEN(WS-GEN-SUB)
           END-IF.
           IF WS-GEN-SUB = 1
               IF RUN-TRL-RECORDS-PROCESSED NUMERIC
                   MOVE RUN-TRL-RECORDS-PROCESSED TO WS-TRL-PROCESSED
               END-IF
               IF RUN-TRL-TRUNCATIONS NUMERIC
                   MOVE RUN-TRL-TRUNCATIONS TO WS-TRL-TRUNCATIONS
               END-IF
               IF RUN-TRL-PAD-ONLY NUMERIC
                   MOVE RUN-TRL-PAD-ONLY TO WS-TRL-PAD-ONLY
               END-IF
               IF RUN-TRL-MATCHES NUMERIC
                   MOVE RUN-TRL-MATCHES TO WS-TRL-MATCHES
               END-IF
               IF RUN-TRL-MISMATCHES NUMERIC
                   MOVE RUN-TRL-MISMATCHES TO WS-TRL-MISMATCHES
               END-IF
           END-IF.

       3900-READ-AUDIT-RECORD.
           READ AUDIT-FILE INTO WS-GEN-RECORD
               AT END
                   MOVE "Y" TO WS-GEN-EOF-SW
           END-READ.
           IF WS-AUDIT-STATUS NOT = "00"
               AND WS-AUDIT-STATUS NOT = "10"
               MOVE "READ AUDIT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       3950-READ-WARNING-RECORD.
           READ WARNING-FILE INTO WS-GEN-RECORD
               AT END
                   MOVE "Y" TO WS-GEN-EOF-SW
           END-READ.
           IF WS-WARNING-STATUS NOT = "00"
               AND WS-WARNING-STATUS NOT = "10"
               MOVE "READ WARNING-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

      *****************************************************************
      * Judge one step of the stream. In a partitioned night the     *
      * BUGSOL slices stand in for the single BUGSOL run and are     *
      * judged one by one; a step that belongs only to the other     *
      * stream is not expected (N/A) unless it ran anyway.           *
      *****************************************************************
       4000-JUDGE-STEP.
           MOVE "GREEN" TO WS-LINE-STATUS.
           MOVE SDF-PROGRAM-ID(WS-STEP-SUB) TO WS-FND-ITEM.
           IF SRS-RUN-COUNT(WS-STEP-SUB) > ZERO
               ADD 1 TO WS-STEPS-EXPECTED
               ADD 1 TO WS-STEPS-RUN
               MOVE SRS-OUTCOME(WS-STEP-SUB) TO STEP-OUTCOME-RECORD
               PERFORM 4100-JUDGE-OUTCOME
           ELSE
               PERFORM 4050-JUDGE-MISSING-STEP
           END-IF.
           MOVE WS-LINE-STATUS TO SRS-STATUS(WS-STEP-SUB).
           IF WS-STEP-SUB = WS-BUGSOL-STEP
               AND PARTITIONED-NIGHT
               PERFORM 4300-JUDGE-SLICE
                   VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > WS-SLICE-COUNT
           END-IF.

       4050-JUDGE-MISSING-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-SUB = WS-BUGSOL-STEP
                   AND PARTITIONED-NIGHT
                   MOVE "N/A" TO WS-LINE-STATUS
               WHEN SDF-UNPARTITIONED-ONLY(WS-STEP-SUB)
                   AND PARTITIONED-NIGHT
                   MOVE "N/A" TO WS-LINE-STATUS
               WHEN SDF-PARTITIONED-ONLY(WS-STEP-SUB)
                   AND NOT PARTITIONED-NIGHT
                   MOVE "N/A" TO WS-LINE-STATUS
               WHEN OTHER
                   ADD 1 TO WS-STEPS-EXPECTED
                   IF SDF-REQUIRED(WS-STEP-SUB)
                       MOVE "RED" TO WS-FND-LEVEL
                   ELSE
                       MOVE "AMBER" TO WS-FND-LEVEL
                   END-IF
                   MOVE "NO OUTCOME" TO WS-FND-REASON
                   STRING "NO OUTCOME LOGGED - STEP NOT RUN OR "
                           DELIMITED BY SIZE
                       "ABENDED, NO " DELIMITED BY SIZE
                       SDF-REPORT-NAME(WS-STEP-SUB)
                           DELIMITED BY SPACE
                       INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM 7000-RECORD-FINDING
           END-EVALUATE.

      *****************************************************************
      * One logged outcome (in STEP-OUTCOME-RECORD): its return code *
      * and the integrity failures it found in its own input. For    *
      * BUGSOLZ, slice generations missing from the consolidation    *
      * are a slice-coverage failure in their own right - logged     *
      * only in STP-COUNT-4, so each is one finding, not two.        *
      *****************************************************************
       4100-JUDGE-OUTCOME.
           IF STP-RETURN-CODE > ZERO
               IF STP-RETURN-CODE >= 8
                   MOVE "RED" TO WS-FND-LEVEL
               ELSE
                   MOVE "AMBER" TO WS-FND-LEVEL
               END-IF
               MOVE "RETURN CODE" TO WS-FND-REASON
               MOVE STP-RETURN-CODE TO WS-FND-REASON(13:4)
               MOVE "STEP ENDED RC=" TO WS-FND-DETAIL
               MOVE STP-RETURN-CODE TO WS-FND-DETAIL(15:4)
               MOVE "- SEE ITS REPORT" TO WS-FND-DETAIL(20:16)
               PERFORM 7000-RECORD-FINDING
           END-IF.
           IF STP-INTEGRITY-FAILURES > ZERO
               MOVE "RED" TO WS-FND-LEVEL
               MOVE "INTEGRITY FAIL" TO WS-FND-REASON
               MOVE STP-INTEGRITY-FAILURES TO WS-RETURN-CODE-EDIT
               STRING "GENERATION-BRACKET/CHAIN FAILURES:"
                       DELIMITED BY SIZE
                   WS-RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-RECORD-FINDING
           END-IF.
           IF STP-PROGRAM-ID = SDF-PROGRAM-ID(WS-BUGSOLZ-STEP)
               AND STP-COUNT-4 > ZERO
               MOVE "RED" TO WS-FND-LEVEL
               MOVE "SLICE MISSING" TO WS-FND-REASON
               MOVE STP-COUNT-4 TO WS-RETURN-CODE-EDIT
               STRING "SLICE GENERATIONS MISSING FROM THE "
                       DELIMITED BY SIZE
                   "CONSOLIDATION:" DELIMITED BY SIZE
                   WS-RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-RECORD-FINDING
           END-IF.

       4300-JUDGE-SLICE.
           MOVE "GREEN" TO WS-LINE-STATUS.
           MOVE "BUGSOL P" TO WS-FND-ITEM.
           MOVE WS-SLICE-SUB TO WS-PART-DIGIT.
           MOVE WS-PART-DIGIT TO WS-FND-ITEM(9:1).
           ADD 1 TO WS-STEPS-EXPECTED.
           IF SLC-RUN-COUNT(WS-SLICE-SUB) > ZERO
               ADD 1 TO WS-STEPS-RUN
               ADD 1 TO WS-SLICES-LOGGED
               MOVE SLC-OUTCOME(WS-SLICE-SUB) TO STEP-OUTCOME-RECORD
               PERFORM 4100-JUDGE-OUTCOME
           ELSE
               MOVE "RED" TO WS-FND-LEVEL
               MOVE "NO OUTCOME" TO WS-FND-REASON
               MOVE "NO OUTCOME LOGGED - SLICE NOT RUN OR ABENDED"
                   TO WS-FND-DETAIL
               PERFORM 7000-RECORD-FINDING
           END-IF.
           MOVE WS-LINE-STATUS TO SLC-STATUS(WS-SLICE-SUB).

      *****************************************************************
      * The generation bracket check BUGSOLR and BUGSOLD apply -     *
      * header and trailer both present and the trailer's written    *
      * count equal to the data records read - and the header must   *
      * carry the night being scored, or tonight's run never wrote   *
      * the generation that is current.                              *
      *****************************************************************
       4500-JUDGE-GENERATION.
           MOVE "GREEN" TO WS-LINE-STATUS.
           MOVE GEN-DD-NAME(WS-GEN-SUB) TO WS-FND-ITEM.
           MOVE "RED" TO WS-FND-LEVEL.
           EVALUATE TRUE
               WHEN GEN-ALLOCATED-SW(WS-GEN-SUB) = "N"
                   MOVE "NOT ALLOCATED" TO GEN-BRACKET-TEXT(WS-GEN-SUB)
                   MOVE "NOT ALLOCATED" TO WS-FND-REASON
                   MOVE "CURRENT GENERATION COULD NOT BE OPENED"
                       TO WS-FND-DETAIL
                   PERFORM 7000-RECORD-FINDING
               WHEN GEN-HEADER-SW(WS-GEN-SUB) = "N"
                   AND GEN-TRAILER-SW(WS-GEN-SUB) = "N"
                   MOVE "NO HDR/TRL" TO GEN-BRACKET-TEXT(WS-GEN-SUB)
                   MOVE "NO HDR/TRL" TO WS-FND-REASON
                   MOVE "NO HEADER/TRAILER CONTROL RECORDS - "
                       TO WS-FND-DETAIL
                   MOVE "NOT VERIFIED" TO WS-FND-DETAIL(37:12)
                   PERFORM 7000-RECORD-FINDING
               WHEN GEN-HEADER-SW(WS-GEN-SUB) = "N"
                   OR GEN-TRAILER-SW(WS-GEN-SUB) = "N"
                   MOVE "INCOMPLETE" TO GEN-BRACKET-TEXT(WS-GEN-SUB)
                   MOVE "HDR/TRL BROKEN" TO WS-FND-REASON
                   MOVE "INCOMPLETE - HEADER OR TRAILER MISSING"
                       TO WS-FND-DETAIL
                   PERFORM 7000-RECORD-FINDING
               WHEN GEN-TRL-WRITTEN(WS-GEN-SUB)
                       NOT = GEN-DATA-COUNT(WS-GEN-SUB)
                   MOVE "INCOMPLETE" TO GEN-BRACKET-TEXT(WS-GEN-SUB)
                   MOVE "COUNT MISMATCH" TO WS-FND-REASON
                   MOVE "INCOMPLETE - TRAILER COUNT DOES NOT MATCH "
                       TO WS-FND-DETAIL
                   MOVE "RECORDS" TO WS-FND-DETAIL(43:7)
                   PERFORM 7000-RECORD-FINDING
               WHEN OTHER
                   MOVE "COMPLETE" TO GEN-BRACKET-TEXT(WS-GEN-SUB)
           END-EVALUATE.
           IF GEN-HEADER-SW(WS-GEN-SUB) = "Y"
               AND GEN-HDR-DATE(WS-GEN-SUB) NOT = WS-SCORE-DATE
               MOVE "RED" TO WS-FND-LEVEL
               MOVE "STALE GENERATION" TO WS-FND-REASON
               STRING "CURRENT GENERATION IS FOR RUN DATE "
                       DELIMITED BY SIZE
                   GEN-HDR-DATE(WS-GEN-SUB) DELIMITED BY SIZE
                   INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-RECORD-FINDING
           END-IF.
           MOVE WS-LINE-STATUS TO GEN-STATUS(WS-GEN-SUB).

      *****************************************************************
      * The AUDITOUT trailer must agree with what the run logged: in *
      * a partitioned night BUGSOLZ carries the largest slice record *
      * count (every slice reads the whole input) and the sum of the *
      * slices' truncations. Checked only on a sound generation and  *
      * a full set of run outcomes - otherwise the finding is        *
      * already on the page.                                         *
      *****************************************************************
       4700-CROSS-FOOT-TOTALS.
           MOVE SPACES TO WS-XFOOT-STATUS.
           EVALUATE TRUE
               WHEN GEN-STATUS(1) NOT = "GREEN"
                   MOVE "NOT CHECKED - AUDITOUT GENERATION NOT SOUND"
                       TO WS-XFOOT-TEXT
               WHEN PARTITIONED-NIGHT
                   AND (WS-SLICE-COUNT = ZERO
                        OR WS-SLICES-LOGGED < WS-SLICE-COUNT)
                   MOVE "NOT CHECKED - A SLICE HAS NO OUTCOME"
                       TO WS-XFOOT-TEXT
               WHEN NOT PARTITIONED-NIGHT
                   AND SRS-RUN-COUNT(WS-BUGSOL-STEP) = ZERO
                   MOVE "NOT CHECKED - BUGSOL HAS NO OUTCOME"
                       TO WS-XFOOT-TEXT
               WHEN OTHER
                   PERFORM 4750-COMPARE-RUN-TOTALS
           END-EVALUATE.

       4750-COMPARE-RUN-TOTALS.
           MOVE ZERO TO WS-LOG-PROCESSED.
           MOVE ZERO TO WS-LOG-TRUNCATIONS.
           IF PARTITIONED-NIGHT
               PERFORM 4760-FOOT-ONE-SLICE
                   VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > WS-SLICE-COUNT
           ELSE
               MOVE SRS-OUTCOME(WS-BUGSOL-STEP) TO STEP-OUTCOME-RECORD
               MOVE STP-COUNT-1 TO WS-LOG-PROCESSED
               MOVE STP-COUNT-2 TO WS-LOG-TRUNCATIONS
           END-IF.
           MOVE "GREEN" TO WS-LINE-STATUS.
           IF WS-LOG-PROCESSED = WS-TRL-PROCESSED
               AND WS-LOG-TRUNCATIONS = WS-TRL-TRUNCATIONS
               MOVE "AGREE - AUDITOUT TRAILER MATCHES THE LOGGED RUN"
                   TO WS-XFOOT-TEXT
           ELSE
               MOVE "*** DISAGREE - TRAILER IS NOT THE LOGGED RUN"
                   TO WS-XFOOT-TEXT
               MOVE "RED" TO WS-FND-LEVEL
               MOVE "TOTALS" TO WS-FND-ITEM
               MOVE "TOTALS DISAGREE" TO WS-FND-REASON
               MOVE "RECORDS/TRUNCATIONS DIFFER FROM THE LOGGED RUN"
                   TO WS-FND-DETAIL
               PERFORM 7000-RECORD-FINDING
           END-IF.
           MOVE WS-LINE-STATUS TO WS-XFOOT-STATUS.

       4760-FOOT-ONE-SLICE.
           MOVE SLC-OUTCOME(WS-SLICE-SUB) TO STEP-OUTCOME-RECORD.
           IF STP-COUNT-1 > WS-LOG-PROCESSED
               MOVE STP-COUNT-1 TO WS-LOG-PROCESSED
           END-IF.
           ADD STP-COUNT-2 TO WS-LOG-TRUNCATIONS.

       4900-SET-OVERALL-STATUS.
           IF WS-RED-COUNT > ZERO
               MOVE "RED" TO WS-OVERALL-STATUS
               MOVE 8 TO WS-OVERALL-RC
           ELSE
               IF WS-AMBER-COUNT > ZERO
                   MOVE "AMBER" TO WS-OVERALL-STATUS
                   MOVE 4 TO WS-OVERALL-RC
               ELSE
                   MOVE "GREEN" TO WS-OVERALL-STATUS
                   MOVE ZERO TO WS-OVERALL-RC
               END-IF
           END-IF.

      *****************************************************************
      * The scorecard page: overall status, the steps, the current   *
      * generations with the BUGSOL trailer totals, then findings.   *
      *****************************************************************
       5000-PRINT-SCORECARD.
           PERFORM 7900-PRINT-PAGE-HEADINGS.
           MOVE WS-OVERALL-STATUS TO OVL-STATUS.
           MOVE WS-STEPS-RUN TO OVL-STEPS-RUN.
           MOVE WS-STEPS-EXPECTED TO OVL-STEPS-EXPECTED.
           MOVE WS-RED-COUNT TO OVL-RED-COUNT.
           MOVE WS-AMBER-COUNT TO OVL-AMBER-COUNT.
           MOVE "0" TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-OVERALL-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.
           MOVE "0" TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-STEP-HEADING-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.
           PERFORM 5100-PRINT-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           MOVE "0" TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-GENERATION-HEADING-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.
           PERFORM 5300-PRINT-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > 2.
           MOVE WS-TRL-PROCESSED TO TRL-PROCESSED.
           MOVE WS-TRL-TRUNCATIONS TO TRL-TRUNCATIONS.
           MOVE WS-TRL-PAD-ONLY TO TRL-PAD-ONLY.
           MOVE WS-TRL-MATCHES TO TRL-MATCHES.
           MOVE WS-TRL-MISMATCHES TO TRL-MISMATCHES.
           MOVE "0" TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-TRAILER-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.
           MOVE WS-XFOOT-TEXT TO XFL-TEXT.
           MOVE WS-XFOOT-STATUS TO XFL-STATUS.
           MOVE " " TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-CROSS-FOOT-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.
           MOVE "0" TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-FINDING-HEADING-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.
           IF WS-FINDING-COUNT = ZERO
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "NONE - EVERY STEP ENDED CLEAN AND EVERY "
                   TO FDL-DETAIL
               MOVE "GENERATION" TO FDL-DETAIL(41:10)
               MOVE "IS SOUND" TO FDL-DETAIL(52:8)
               MOVE " " TO WS-OUT-CARRIAGE-CONTROL
               MOVE WS-FINDING-LINE TO WS-OUT-PRINT-LINE
               PERFORM 7700-PRINT-LINE
           ELSE
               PERFORM 5500-PRINT-FINDING
                   VARYING WS-FINDING-SUB FROM 1 BY 1
                   UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
           END-IF.

       5100-PRINT-STEP.
           IF WS-STEP-SUB NOT = WS-BUGSOL-STEP
               OR NOT PARTITIONED-NIGHT
               OR SRS-RUN-COUNT(WS-STEP-SUB) > ZERO
               MOVE SDF-PROGRAM-ID(WS-STEP-SUB) TO STL-PROGRAM-ID
               MOVE SDF-DESCRIPTION(WS-STEP-SUB) TO STL-DESCRIPTION
               MOVE SRS-RUN-COUNT(WS-STEP-SUB) TO STL-RUNS
               MOVE SRS-STATUS(WS-STEP-SUB) TO STL-STATUS
               MOVE SRS-OUTCOME(WS-STEP-SUB) TO STEP-OUTCOME-RECORD
               PERFORM 5200-FORMAT-OUTCOME
           END-IF.
           IF WS-STEP-SUB = WS-BUGSOL-STEP
               AND PARTITIONED-NIGHT
               PERFORM 5150-PRINT-SLICE
                   VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > WS-SLICE-COUNT
           END-IF.

       5150-PRINT-SLICE.
           MOVE "BUGSOL P" TO STL-PROGRAM-ID.
           MOVE WS-SLICE-SUB TO WS-PART-DIGIT.
           MOVE WS-PART-DIGIT TO STL-PROGRAM-ID(9:1).
           MOVE "MOVE-TEST PART" TO STL-DESCRIPTION.
           MOVE SLC-RUN-COUNT(WS-SLICE-SUB) TO STL-RUNS.
           MOVE SLC-STATUS(WS-SLICE-SUB) TO STL-STATUS.
           MOVE SLC-OUTCOME(WS-SLICE-SUB) TO STEP-OUTCOME-RECORD.
           PERFORM 5200-FORMAT-OUTCOME.

      *****************************************************************
      * Finish and print a step line from the outcome in             *
      * STEP-OUTCOME-RECORD (spaces when the step logged none).      *
      *****************************************************************
       5200-FORMAT-OUTCOME.
           MOVE SDF-REPORT-NAME(WS-STEP-SUB) TO STL-REPORT-NAME.
           IF STP-RUN-DATE = SPACES
               MOVE SPACES TO STL-END-TIME
               MOVE SPACES TO STL-RETURN-CODE
               IF STL-STATUS = "N/A"
                   MOVE "NOT IN TONIGHT'S STREAM" TO STL-TOTALS-AREA
               ELSE
                   MOVE "NO OUTCOME LOGGED" TO STL-TOTALS-AREA
               END-IF
           ELSE
               MOVE STP-END-TIME(1:2) TO ETE-HOURS
               MOVE STP-END-TIME(3:2) TO ETE-MINUTES
               MOVE STP-END-TIME(5:2) TO ETE-SECONDS
               MOVE WS-END-TIME-EDIT TO STL-END-TIME
               MOVE STP-RETURN-CODE TO WS-RETURN-CODE-EDIT
               MOVE WS-RETURN-CODE-EDIT TO STL-RETURN-CODE
               MOVE STP-COUNT-1 TO WS-LINE-COUNT-VALUE(1)
               MOVE STP-COUNT-2 TO WS-LINE-COUNT-VALUE(2)
               MOVE STP-COUNT-3 TO WS-LINE-COUNT-VALUE(3)
               MOVE STP-COUNT-4 TO WS-LINE-COUNT-VALUE(4)
               MOVE SPACES TO STL-TOTALS-AREA
               PERFORM 5250-FORMAT-ONE-TOTAL
                   VARYING WS-CAPTION-SUB FROM 1 BY 1
                   UNTIL WS-CAPTION-SUB > 4
           END-IF.
           MOVE " " TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-STEP-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.

       5250-FORMAT-ONE-TOTAL.
           IF SDF-CAPTION(WS-STEP-SUB WS-CAPTION-SUB) NOT = SPACES
               MOVE SDF-CAPTION(WS-STEP-SUB WS-CAPTION-SUB)
                   TO STL-CAPTION(WS-CAPTION-SUB)
               MOVE WS-LINE-COUNT-VALUE(WS-CAPTION-SUB)
                   TO STL-COUNT(WS-CAPTION-SUB)
           END-IF.

       5300-PRINT-GENERATION.
           MOVE GEN-NAME(WS-GEN-SUB) TO GNL-NAME.
           MOVE GEN-HDR-DATE(WS-GEN-SUB) TO GNL-HDR-DATE.
           MOVE GEN-DATA-COUNT(WS-GEN-SUB) TO GNL-DATA-COUNT.
           IF GEN-TRAILER-SW(WS-GEN-SUB) = "Y"
               MOVE GEN-TRL-WRITTEN(WS-GEN-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO GNL-TRL-COUNT
           ELSE
               MOVE SPACES TO GNL-TRL-COUNT
           END-IF.
           MOVE GEN-BRACKET-TEXT(WS-GEN-SUB) TO GNL-BRACKET-TEXT.
           MOVE GEN-STATUS(WS-GEN-SUB) TO GNL-STATUS.
           MOVE " " TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-GENERATION-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.

       5500-PRINT-FINDING.
           MOVE FND-LEVEL(WS-FINDING-SUB) TO FDL-LEVEL.
           MOVE FND-ITEM(WS-FINDING-SUB) TO FDL-ITEM.
           MOVE FND-REASON(WS-FINDING-SUB) TO FDL-REASON.
           MOVE FND-DETAIL(WS-FINDING-SUB) TO FDL-DETAIL.
           MOVE " " TO WS-OUT-CARRIAGE-CONTROL.
           MOVE WS-FINDING-LINE TO WS-OUT-PRINT-LINE.
           PERFORM 7700-PRINT-LINE.

      *****************************************************************
      * The one-record status file, replaced on every run.           *
      *****************************************************************
       6000-WRITE-STATUS-RECORD.
           OPEN OUTPUT OPSSTAT-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               MOVE "OPEN OPSSTAT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           MOVE SPACES TO OPS-STATUS-RECORD.
           MOVE WS-SCORE-DATE TO OPS-RUN-DATE.
           MOVE WS-OVERALL-STATUS TO OPS-OVERALL-STATUS.
           MOVE WS-OVERALL-RC TO OPS-RETURN-CODE.
           ACCEPT OPS-CREATED-DATE FROM DATE YYYYMMDD.
           ACCEPT OPS-CREATED-TIME FROM TIME.
           MOVE WS-STEPS-EXPECTED TO OPS-STEPS-EXPECTED.
           MOVE WS-STEPS-RUN TO OPS-STEPS-RUN.
           MOVE WS-RED-COUNT TO OPS-RED-COUNT.
           MOVE WS-AMBER-COUNT TO OPS-AMBER-COUNT.
           MOVE WS-TRL-PROCESSED TO OPS-RECORDS-PROCESSED.
           MOVE WS-TRL-TRUNCATIONS TO OPS-TRUNCATIONS.
           MOVE WS-PROBLEM-ITEM TO OPS-PROBLEM-ITEM.
           MOVE WS-PROBLEM-REASON TO OPS-PROBLEM-REASON.
           WRITE OPS-STATUS-RECORD.
           IF WS-OPSSTAT-STATUS NOT = "00"
               MOVE "WRITE OPS-STATUS-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           DISPLAY "OPSSTAT " OPS-STATUS-RECORD.
           CLOSE OPSSTAT-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE OPSSTAT-FILE STATUS "
                   WS-OPSSTAT-STATUS
           END-IF.

      *****************************************************************
      * Hold one finding for the page and worsen the status of the   *
      * line being judged (WS-LINE-STATUS) to match it.              *
      *****************************************************************
       7000-RECORD-FINDING.
           IF WS-FND-LEVEL = "RED"
               ADD 1 TO WS-RED-COUNT
               MOVE "RED" TO WS-LINE-STATUS
               IF WS-PROBLEM-LEVEL NOT = "RED"
                   MOVE "RED" TO WS-PROBLEM-LEVEL
                   MOVE WS-FND-ITEM TO WS-PROBLEM-ITEM
                   MOVE WS-FND-REASON TO WS-PROBLEM-REASON
               END-IF
           ELSE
               ADD 1 TO WS-AMBER-COUNT
               IF WS-LINE-STATUS = "GREEN"
                   MOVE "AMBER" TO WS-LINE-STATUS
               END-IF
               IF WS-PROBLEM-LEVEL = SPACES
                   MOVE "AMBER" TO WS-PROBLEM-LEVEL
                   MOVE WS-FND-ITEM TO WS-PROBLEM-ITEM
                   MOVE WS-FND-REASON TO WS-PROBLEM-REASON
               END-IF
           END-IF.
           IF WS-FINDING-COUNT < 60
               ADD 1 TO WS-FINDING-COUNT
               MOVE WS-FND-LEVEL TO FND-LEVEL(WS-FINDING-COUNT)
               MOVE WS-FND-ITEM TO FND-ITEM(WS-FINDING-COUNT)
               MOVE WS-FND-REASON TO FND-REASON(WS-FINDING-COUNT)
               MOVE WS-FND-DETAIL TO FND-DETAIL(WS-FINDING-COUNT)
           END-IF.
           MOVE SPACES TO WS-FND-DETAIL.

       7700-PRINT-LINE.
           IF WS-LINES-ON-PAGE + 1 > WS-LINES-PER-PAGE
               PERFORM 7900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-OUTPUT-LINE TO REPORT-RECORD.
           PERFORM 7800-WRITE-REPORT-LINE.
           IF RPT-CARRIAGE-CONTROL = "0"
               ADD 2 TO WS-LINES-ON-PAGE
           ELSE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

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
           MOVE WS-SCORE-DATE TO HD2-SCORE-DATE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-2 TO RPT-PRINT-LINE.
           PERFORM 7800-WRITE-REPORT-LINE.
           MOVE 2 TO WS-LINES-ON-PAGE.

       9000-TERMINATE.
           IF WS-STEPLOG-STATUS NOT = "35"
               CLOSE STEPLOG-FILE
               IF WS-STEPLOG-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE STEPLOG-FILE STATUS "
                       WS-STEPLOG-STATUS
               END-IF
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.
           DISPLAY "*** NIGHTLY OPERATIONS SCORECARD SUMMARY ***".
           DISPLAY "BUSINESS DATE SCORED  : " WS-SCORE-DATE.
           DISPLAY "OVERALL STATUS        : " WS-OVERALL-STATUS.
           DISPLAY "STEPS EXPECTED        : " WS-STEPS-EXPECTED.
           DISPLAY "STEPS RUN             : " WS-STEPS-RUN.
           DISPLAY "OUTCOMES FOR THE DATE : " WS-OUTCOMES-READ.
           DISPLAY "OUTCOMES IGNORED      : " WS-OUTCOMES-IGNORED.
           DISPLAY "RED FINDINGS          : " WS-RED-COUNT.
           DISPLAY "AMBER FINDINGS        : " WS-AMBER-COUNT.
           DISPLAY "FIRST PROBLEM         : " WS-PROBLEM-ITEM " "
               WS-PROBLEM-REASON.
           MOVE WS-OVERALL-RC TO RETURN-CODE.

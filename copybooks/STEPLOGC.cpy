      *****************************************************************
      * STEPLOGC - NIGHTLY STEP-OUTCOME RECORD FOR THE MOVE-TEST     *
      *            COPY UTILITY (STEPLOG DATASET).                   *
      *                                                                *
      * One record appended to the permanent STEPLOG dataset by each *
      * step of the night's stream as it ends normally: which        *
      * program ran for which business date, the return code it is   *
      * ending with, and the four control totals that say what it    *
      * did - the same totals its report and SYSOUT summary carry.   *
      * The BUGSOLB operations scorecard reads this dataset to show  *
      * on one page which steps ran and how they ended. A step that  *
      * abends writes no record, and the scorecard reports it as     *
      * having no outcome. A restarted step writes again; the last   *
      * record of a date is the one that counts.                     *
      *                                                                *
      * What STP-COUNT-1 to -4 hold, by program:                     *
      *   BUGSOLV  SRCVALS records, EXPECTED records, orphans        *
      *            (cases plus expected), findings                   *
      *   BUGSOLL  master cases out, active cases extracted,         *
      *            transactions applied, transactions rejected       *
      *   BUGSOL   records processed, truncations, pad-only moves,   *
      *            reconciliation mismatches                         *
      *   BUGSOLZ  partition count, audit records written, warning   *
      *            records written, slice generations missing        *
      *   BUGSOLD  WARNRPT data records read, warnings distributed,  *
      *            warnings waived, warnings dropped                 *
      *   BUGSOLG  old run data records, new run data records,       *
      *            newly truncated, total differences                *
      *   BUGSOLP  records examined, records deleted, run dates      *
      *            purged, zero                                      *
      *                                                                *
      * STP-INTEGRITY-FAILURES counts the generation-bracket and     *
      * chain failures the step found in its input (an incomplete    *
      * HDR/TRL bracket, a trailer count or chain hash that does not *
      * match); zero for steps that do not check. A missing slice is *
      * not one of them - BUGSOLZ counts those in STP-COUNT-4 alone. *
      * STP-PART-NUM is the slice of a PART=m/n run and zero         *
      * otherwise.                                                   *
      *****************************************************************
       01  STEP-OUTCOME-RECORD.
           05  STP-RUN-DATE              PIC X(8).
           05  STP-PROGRAM-ID            PIC X(8).
           05  STP-PART-NUM              PIC 9(2).
           05  STP-END-TIME              PIC X(8).
           05  STP-RETURN-CODE           PIC 9(4).
           05  STP-COUNT-1               PIC 9(8).
           05  STP-COUNT-2               PIC 9(8).
           05  STP-COUNT-3               PIC 9(8).
           05  STP-COUNT-4               PIC 9(8).
           05  STP-INTEGRITY-FAILURES    PIC 9(4).
           05  FILLER                    PIC X(14).

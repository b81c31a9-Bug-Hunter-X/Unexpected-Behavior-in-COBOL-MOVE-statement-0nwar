      *****************************************************************
      * OPSSTATC - NIGHTLY OPERATIONS STATUS RECORD (OPSSTAT         *
      *            DATASET) WRITTEN BY THE BUGSOLB SCORECARD.        *
      *                                                                *
      * One record, rewritten each time the scorecard runs, for the  *
      * morning handover and the scheduler's console: the business   *
      * date judged, the overall GREEN/AMBER/RED status (and the     *
      * return code BUGSOLB ended with for it), how many of the      *
      * night's expected steps left an outcome, how many red and     *
      * amber findings the scorecard lists, the night's BUGSOL       *
      * trailer totals, and the first problem found - the first red  *
      * finding, or the first amber one when nothing is red.         *
      *****************************************************************
       01  OPS-STATUS-RECORD.
           05  OPS-RUN-DATE              PIC X(8).
           05  OPS-OVERALL-STATUS        PIC X(5).
               88  OPS-STATUS-GREEN             VALUE "GREEN".
               88  OPS-STATUS-AMBER             VALUE "AMBER".
               88  OPS-STATUS-RED               VALUE "RED".
           05  OPS-RETURN-CODE           PIC 9(2).
           05  OPS-CREATED-DATE          PIC X(8).
           05  OPS-CREATED-TIME          PIC X(8).
           05  OPS-STEPS-EXPECTED        PIC 9(2).
           05  OPS-STEPS-RUN             PIC 9(2).
           05  OPS-RED-COUNT             PIC 9(2).
           05  OPS-AMBER-COUNT           PIC 9(2).
           05  OPS-RECORDS-PROCESSED     PIC 9(8).
           05  OPS-TRUNCATIONS           PIC 9(8).
           05  OPS-PROBLEM-ITEM          PIC X(9).
           05  OPS-PROBLEM-REASON        PIC X(16).

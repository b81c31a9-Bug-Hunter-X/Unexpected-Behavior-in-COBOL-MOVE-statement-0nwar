      *****************************************************************
      * EXPKSDC - KEYED (VSAM KSDS) EXPECTED-RESULT RECORD, ONE PER   *
      *           TEST CASE (EXPECTED DATASET).                       *
      *                                                                *
      * Holds the reviewed target image a test case's simulated MOVE  *
      * must reproduce, keyed by the case's own TC-ID. BUGSOLE loads  *
      * it, BUGSOL's 2700-RECONCILE-RECORD reads it directly by the   *
      * TC-ID of the case in hand, and BUGSOLV lists the orphans on   *
      * either side - so retiring, replacing or reordering cases in   *
      * the library disturbs only the cases actually touched, never   *
      * every case behind them.                                       *
      *                                                                *
      * COPY EXPKSDC REPLACING ==EXPK-IMAGE-LEN== BY ==80==.          *
      *                                                                *
      * EXPK-TARGET-IMAGE's length is a REPLACING parameter, the same *
      * "single authoritative layout" mechanism WSMOVAR and AUDITREC  *
      * use, so the stored image always matches the real target area  *
      * (WS-AREA-2) it is compared against.                           *
      *****************************************************************
       01  EXPECTED-KSDS-RECORD.
           05  EXPK-TEST-CASE-ID         PIC X(8).
           05  EXPK-TARGET-IMAGE         PIC X(EXPK-IMAGE-LEN).
           05  EXPK-TARGET-USED-LEN      PIC 9(4).
           05  FILLER                    PIC X(8).

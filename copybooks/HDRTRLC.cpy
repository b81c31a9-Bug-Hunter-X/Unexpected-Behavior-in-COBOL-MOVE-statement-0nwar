      *    uses these to verify no slice is missing.                 *
           05  RUN-HDR-PART-NUM          PIC 9(2) VALUE ZERO.
           05  RUN-HDR-PART-COUNT        PIC 9(2) VALUE ZERO.
      *    AUDITOUT chain hash the generation's first data record is *
      *    chained from: zero for a fresh run, the checkpointed hash *
      *    for a restarted segment (see AUDITREC).                   *
           05  RUN-HDR-CHAIN-SEED        PIC 9(13) VALUE ZERO.

       01  RUN-TRAILER-RECORD.
           05  RUN-TRL-ID                PIC X(3) VALUE "TRL".
      *    consolidation job can write the logical run's history     *
      *    record (elapsed = the slowest slice).                     *
           05  RUN-TRL-ELAPSED-HUNDREDTHS PIC 9(8) VALUE ZERO.
      *    AUDITOUT only: the last data record's chain hash (the     *
      *    header's seed when the generation has no data). Zero on  *
      *    WARNRPT, which is not chained.                            *
           05  RUN-TRL-CHAIN-HASH        PIC 9(13) VALUE ZERO.

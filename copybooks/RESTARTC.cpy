           05  RST-RECON-MISMATCH-COUNT  PIC 9(8).
           05  RST-TOTAL-TRUNCATIONS     PIC 9(8).
           05  RST-TOTAL-PAD-ONLY-MOVES  PIC 9(8).
      *    Truncations signed off in the WAIVERS register - carried  *
      *    so a restarted run still keeps them out of the threshold. *
           05  RST-WAIVED-TRUNCATIONS    PIC 9(8).
      *    Audit-trail chain hash after the checkpointed record, so  *
      *    a restarted segment's chain carries on from it.           *
           05  RST-AUDIT-CHAIN-HASH      PIC 9(13).
           05  FILLER                    PIC X(3).

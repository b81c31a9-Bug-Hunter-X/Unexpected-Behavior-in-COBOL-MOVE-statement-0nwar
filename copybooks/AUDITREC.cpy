           05  AUD-SOURCE-USED-LEN       PIC 9(4).
           05  AUD-TARGET-USED-LEN       PIC 9(4).
      *    Numeric-move detail - spaces for alphanumeric test cases.  *
      *    AUD-DATA-CLASS also carries "N" for a DBCS test case.      *
           05  AUD-DATA-CLASS            PIC X(1).
           05  AUD-HI-ORDER-TRUNC        PIC X(1).
           05  AUD-SIGN-LOST             PIC X(1).
      *    alphanumeric move loses.                                   *
           05  AUD-SOURCE-SCALE          PIC X(2).
           05  AUD-TARGET-SCALE          PIC X(2).
      *    DBCS-move detail - spaces for every other class. "Y" when  *
      *    the cut fell inside a double-byte character (split char),  *
      *    or left a shift-out with no shift-in after it (unbalanced  *
      *    SO/SI) - damage a receiving system rejects even where no   *
      *    whole character was lost.                                  *
           05  AUD-DBCS-SPLIT-CHAR       PIC X(1).
           05  AUD-DBCS-SHIFT-UNBAL      PIC X(1).
      *    Integrity chain. AUD-RECORD-NUM is the SRCVALS record      *
      *    number, the same one the AUDITKSD key carries, so each     *
      *    sequential record can be read back from the keyed trail.  *
      *    AUD-CHAIN-HASH folds every byte ahead of it into the       *
      *    previous data record's hash (the generation header's     *
      *    RUN-HDR-CHAIN-SEED for the first record), one byte at a    *
      *    time: hash = MOD(hash * 131 + ORD(byte), 9999999999971).   *
      *    Altering, removing or inserting a record breaks the chain *
      *    from that record on, and the trailer carries the last     *
      *    hash. Both are packed to fit the record's spare bytes.    *
           05  AUD-RECORD-NUM            PIC 9(8) COMP-3.
           05  AUD-CHAIN-HASH            PIC 9(13) COMP-3.

      * then matched between the two dictionaries by name, the way    *
      * MOVE CORRESPONDING matches, and each field's move is          *
      * simulated at its own source/target offsets and lengths.       *
      *                                                                *
      * Both dictionaries are generated from the real record-layout   *
      * copybooks by BUGSOLF (the BUGSOLF job) rather than keyed by   *
      * hand, so the offsets follow the production layout.            *
      *****************************************************************
       01  FIELD-DEF-RECORD.
           05  FLD-FIELD-NAME            PIC X(20).

      * enough to detect high-order digit truncation, sign loss and   *
      * decimal-point misalignment the way a real numeric MOVE        *
      * produces them.                                                *
      *                                                                *
      * The DBCS class ("N") is national/double-byte data held the    *
      * way a mixed customer-name or address field holds it: single-  *
      * byte characters, with each double-byte run opened by a        *
      * shift-out (SO, X'0E') and closed by a shift-in (SI, X'0F'),   *
      * two bytes per double-byte character. The lengths stay BYTE    *
      * counts - the receiving field's size, which is where a MOVE    *
      * cuts - and TC-SOURCE-VALUE carries the field's host byte      *
      * image. The run counts characters on either side of the cut,   *
      * and flags a double-byte character cut in half or a shift-out  *
      * left without its shift-in.                                    *
      *****************************************************************
       01  TEST-CASE-RECORD.
           05  TC-ID                     PIC X(8).
               88  TC-CLASS-PACKED              VALUE "P".
               88  TC-CLASS-BINARY              VALUE "B".
               88  TC-CLASS-NUMERIC             VALUE "Z" "P" "B".
               88  TC-CLASS-DBCS                VALUE "N".
           05  TC-SIGN                   PIC X(1).
               88  TC-VALUE-NEGATIVE            VALUE "-".
           05  TC-TARGET-SIGNED          PIC X(1).

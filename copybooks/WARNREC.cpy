           05  WRN-TARGET-LEN            PIC 9(4).
           05  WRN-CHARS-LOST            PIC 9(4).
      *    Numeric-move detail - spaces for alphanumeric test cases.  *
      *    For a DBCS test case WRN-DATA-CLASS is "N" and the three   *
      *    lengths above are CHARACTER counts (shift codes are not    *
      *    characters; a double-byte character is one).               *
           05  WRN-DATA-CLASS            PIC X(1).
           05  WRN-HI-ORDER-TRUNC        PIC X(1).
           05  WRN-SIGN-LOST             PIC X(1).
      *    "D" = source field with no target (data dropped), "U" =   *
      *    target field with no source (never populated).            *
           05  WRN-MAP-DISPOSITION       PIC X(1).
      *    Waiver detail - "W" when the warning matched an unexpired *
      *    entry in the WAIVERS register (see WAIVERC), with the     *
      *    approving team and the waiver's expiry date; spaces when  *
      *    the warning is live.                                      *
           05  WRN-WAIVED-FLAG           PIC X(1).
           05  WRN-WAIVER-TEAM           PIC X(4).
           05  WRN-WAIVER-EXPIRY         PIC X(8).
      *    DBCS-move detail - spaces for every other class: "Y" for  *
      *    a double-byte character cut in half, and for a shift-out  *
      *    left without its shift-in, at the cut point.              *
           05  WRN-DBCS-SPLIT-CHAR       PIC X(1).
           05  WRN-DBCS-SHIFT-UNBAL      PIC X(1).
           05  FILLER                    PIC X(12).

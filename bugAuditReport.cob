      * columns, with the lost tail of the source value repeated on  *
      * a third line under carets so the sheared-off bytes stand out *
      * at a glance.                                                  *
      *                                                                *
      * A DBCS (class N) exception adds a line giving the source and *
      * target lengths in characters and whether the cut split a     *
      * double-byte character or left a shift-out with no shift-in;  *
      * a split character's stranded first byte is underlined with   *
      * the lost tail, since the receiving system loses it too.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  RPT-CARRIAGE-CONTROL      PIC X(1).
           05  RPT-PRINT-LINE            PIC X(132).

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS               PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-AUDIT-EOF-SW               PIC X VALUE "N".
           88  AUDIT-EOF                        VALUE "Y".
       01  WS-SOURCE-USED-LEN            PIC 9(4).
       01  WS-TARGET-USED-LEN            PIC 9(4).

      *    DBCS character counting - the same shift-state walk as
      *    BUGSOL's 2365-SCAN-DBCS-VALUE, over the audited source.
       01  WS-DBCS-CHECK-FIELDS.
           05  WS-DBCS-SCAN-LEN          PIC 9(4).
           05  WS-DBCS-IDX               PIC 9(4).
           05  WS-DBCS-CHARS             PIC 9(4).
           05  WS-DBCS-SHIFT-SW          PIC X(1).
               88  DBCS-SHIFTED-OUT             VALUE "Y".
           05  WS-DBCS-HALF-SW           PIC X(1).
               88  DBCS-HALF-CHAR-PENDING       VALUE "Y".
           05  WS-LOST-TAIL-START        PIC 9(4).

       01  WS-DBCS-SHIFT-CODES.
           05  WS-SHIFT-OUT              PIC X(1) VALUE X"0E".
           05  WS-SHIFT-IN               PIC X(1) VALUE X"0F".

       01  WS-NUMERIC-TAIL-FIELDS.
           05  WS-SOURCE-SCALE           PIC 9(2).
           05  WS-TARGET-SCALE           PIC 9(2).
           05  NUM-SCALE-MISALIGNED      PIC X(1).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-DBCS-DETAIL-LINE.
           05  FILLER                    PIC X(17) VALUE
               "DBCS CLASS     : ".
           05  DBC-DATA-CLASS            PIC X(1).
           05  FILLER                    PIC X(18) VALUE
               "   SOURCE CHARS : ".
           05  DBC-SOURCE-CHARS          PIC Z(3)9.
           05  FILLER                    PIC X(18) VALUE
               "   TARGET CHARS : ".
           05  DBC-TARGET-CHARS          PIC Z(3)9.
           05  FILLER                    PIC X(21) VALUE
               "   SPLIT CHARACTER : ".
           05  DBC-SPLIT-CHAR            PIC X(1).
           05  FILLER                    PIC X(22) VALUE
               "   SO/SI UNBALANCED : ".
           05  DBC-SHIFT-UNBAL           PIC X(1).
           05  FILLER                    PIC X(25) VALUE SPACES.

       01  WS-CARET-LINE.
           05  FILLER                    PIC X(17) VALUE SPACES.
           05  CAR-TEXT                  PIC X(100).
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
           END-IF.
           PERFORM 2900-READ-AUDIT-RECORD.

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

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
                       OR AUD-HI-ORDER-TRUNC = "Y"
                       OR AUD-SIGN-LOST = "Y"
                       OR AUD-SCALE-MISALIGNED = "Y"
                       OR AUD-DBCS-SPLIT-CHAR = "Y"
                       OR AUD-DBCS-SHIFT-UNBAL = "Y"
                       PERFORM 2100-PRINT-EXCEPTION
                   END-IF
               END-IF

       2100-PRINT-EXCEPTION.
      *    An exception block is up to seven print lines (the detail
      *    header is double-spaced, and numeric and DBCS test cases
      *    add a detail line); force a new page rather than split
      *    the block across a page boundary.
           IF WS-LINES-ON-PAGE + 7 > WS-LINES-PER-PAGE
               PERFORM 2200-PRINT-PAGE-HEADINGS
           MOVE WS-VALUE-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF AUD-DATA-CLASS = "N"
               PERFORM 2150-PRINT-DBCS-DETAIL
           END-IF.
           IF AUD-DATA-CLASS NOT = SPACE AND AUD-DATA-CLASS NOT = "A"
               AND AUD-DATA-CLASS NOT = "N"
               MOVE AUD-DATA-CLASS TO NUM-DATA-CLASS
               MOVE AUD-HI-ORDER-TRUNC TO NUM-HI-ORDER-TRUNC
               MOVE AUD-SIGN-LOST TO NUM-SIGN-LOST
           END-IF.
           PERFORM 2300-PRINT-LOST-TAIL.

      *****************************************************************
      * Character counts for a DBCS exception, recounted from the     *
      * audited source value at the lengths the case moved: shift     *
      * codes are not characters, a double-byte pair is one, and a    *
      * half pair left at the cut is not a character kept.            *
      *****************************************************************
       2150-PRINT-DBCS-DETAIL.
           MOVE AUD-DATA-CLASS TO DBC-DATA-CLASS.
           MOVE ZERO TO DBC-SOURCE-CHARS.
           MOVE ZERO TO DBC-TARGET-CHARS.
           IF AUD-SOURCE-USED-LEN NUMERIC
               AND AUD-TARGET-USED-LEN NUMERIC
               MOVE AUD-SOURCE-USED-LEN TO WS-DBCS-SCAN-LEN
               PERFORM 2160-COUNT-DBCS-CHARS
               MOVE WS-DBCS-CHARS TO DBC-SOURCE-CHARS
               IF AUD-TARGET-USED-LEN < AUD-SOURCE-USED-LEN
                   MOVE AUD-TARGET-USED-LEN TO WS-DBCS-SCAN-LEN
                   PERFORM 2160-COUNT-DBCS-CHARS
               ELSE
                   COMPUTE WS-DBCS-CHARS = WS-DBCS-CHARS
                       + AUD-TARGET-USED-LEN - AUD-SOURCE-USED-LEN
               END-IF
               MOVE WS-DBCS-CHARS TO DBC-TARGET-CHARS
           END-IF.
           MOVE AUD-DBCS-SPLIT-CHAR TO DBC-SPLIT-CHAR.
           MOVE AUD-DBCS-SHIFT-UNBAL TO DBC-SHIFT-UNBAL.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-DBCS-DETAIL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       2160-COUNT-DBCS-CHARS.
           MOVE ZERO TO WS-DBCS-CHARS.
           MOVE "N" TO WS-DBCS-SHIFT-SW.
           MOVE "N" TO WS-DBCS-HALF-SW.
           PERFORM 2170-COUNT-ONE-DBCS-BYTE
               VARYING WS-DBCS-IDX FROM 1 BY 1
               UNTIL WS-DBCS-IDX > WS-DBCS-SCAN-LEN.

       2170-COUNT-ONE-DBCS-BYTE.
           EVALUATE TRUE
               WHEN AUD-SOURCE-VALUE(WS-DBCS-IDX:1) = WS-SHIFT-OUT
                   MOVE "Y" TO WS-DBCS-SHIFT-SW
               WHEN AUD-SOURCE-VALUE(WS-DBCS-IDX:1) = WS-SHIFT-IN
                   MOVE "N" TO WS-DBCS-SHIFT-SW
                   MOVE "N" TO WS-DBCS-HALF-SW
               WHEN DBCS-SHIFTED-OUT
                   IF DBCS-HALF-CHAR-PENDING
                       ADD 1 TO WS-DBCS-CHARS
                       MOVE "N" TO WS-DBCS-HALF-SW
                   ELSE
                       MOVE "Y" TO WS-DBCS-HALF-SW
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DBCS-CHARS
           END-EVALUATE.

       2200-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
      *****************************************************************
       2300-PRINT-LOST-TAIL.
           IF AUD-DATA-CLASS = SPACE OR AUD-DATA-CLASS = "A"
               OR AUD-DATA-CLASS = "N"
               PERFORM 2320-PRINT-ALPHA-LOST-TAIL
           ELSE
               PERFORM 2350-PRINT-NUMERIC-LOST-DIGITS
      *    and underline them with carets so the sheared-off data is
      *    obvious on paper. Records written before the audit trail
      *    carried per-case lengths fall back to the areas' defined
      *    sizes. A DBCS byte move cuts the same trailing bytes, but
      *    a split character's first byte, though still in the
      *    target, is lost with the rest and is underlined too.
           IF AUD-SOURCE-USED-LEN NUMERIC
               AND AUD-TARGET-USED-LEN NUMERIC
               MOVE AUD-SOURCE-USED-LEN TO WS-SOURCE-USED-LEN
           IF WS-SOURCE-USED-LEN > WS-TARGET-USED-LEN
               COMPUTE WS-LOST-TAIL-LEN =
                   WS-SOURCE-USED-LEN - WS-TARGET-USED-LEN
               COMPUTE WS-LOST-TAIL-START = WS-TARGET-USED-LEN + 1
               IF AUD-DBCS-SPLIT-CHAR = "Y"
                   AND WS-TARGET-USED-LEN > ZERO
                   SUBTRACT 1 FROM WS-LOST-TAIL-START
                   ADD 1 TO WS-LOST-TAIL-LEN
               END-IF
               MOVE "LOST TAIL >>>" TO VAL-LABEL
               MOVE SPACES TO VAL-TEXT
               MOVE AUD-SOURCE-VALUE
                   (WS-LOST-TAIL-START:WS-LOST-TAIL-LEN)
                   TO VAL-TEXT
                   (WS-LOST-TAIL-START:WS-LOST-TAIL-LEN)
               MOVE " " TO RPT-CARRIAGE-CONTROL
               MOVE WS-VALUE-LINE TO RPT-PRINT-LINE
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-LINES-ON-PAGE
               MOVE SPACES TO CAR-TEXT
               MOVE ALL "^" TO CAR-TEXT
                   (WS-LOST-TAIL-START:WS-LOST-TAIL-LEN)
               MOVE " " TO RPT-CARRIAGE-CONTROL
               MOVE WS-CARET-LINE TO RPT-PRINT-LINE
               PERFORM 2800-WRITE-REPORT-LINE

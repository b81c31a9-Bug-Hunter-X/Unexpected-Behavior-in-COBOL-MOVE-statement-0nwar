       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLF.

      *****************************************************************
      * BUGSOLF - GENERATE A FLDDEFS/FLDDEFT FIELD DICTIONARY FROM    *
      *           COPYBOOK SOURCE                                     *
      *                                                                *
      * Reads a record-layout copybook member straight out of the     *
      * COPYLIB (COPYSRC, 80-byte card images) and works out every    *
      * elementary item's offset and byte length the way the compiler *
      * lays the record out, then writes one FLDDEFC record per field *
      * to FLDOUT - ready to install as FLDDEFS (or, run against the  *
      * target layout, FLDDEFT) - plus a listing on FLDLIST. The      *
      * field-level checks and record-conversion mapping in BUGSOL    *
      * then run against the layout actually in production instead   *
      * of a hand-keyed transcription that drifts the moment someone  *
      * adds a field to the copybook.                                 *
      *                                                                *
      * Understood: level numbers 01-49 and 77 (66 and 88 entries are *
      * skipped), PIC/PICTURE strings with repetition factors, USAGE  *
      * DISPLAY / COMP / COMP-1 to COMP-5 / BINARY / PACKED-DECIMAL / *
      * NATIONAL / DISPLAY-1 / INDEX / POINTER (written with or       *
      * without the USAGE keyword, and inherited from the group), the *
      * SIGN clause (SEPARATE adds a byte), OCCURS (DEPENDING ON uses *
      * the maximum) and REDEFINES.                                   *
      *                                                                *
      * What is written: named elementary items of the primary view   *
      * only. Groups overlap their own fields, FILLER has no business *
      * name, and a REDEFINES alternate view overlaps the bytes it    *
      * redefines - any of those in FLDDEFS would double-count the    *
      * field warnings and fail the BUGSOLV overlap check - so they   *
      * appear on the listing but not in the dictionary. An item      *
      * under OCCURS is written once per occurrence, its name carrying *
      * the subscripts (ACCT-PHONE(2)), up to three nested levels.    *
      * Names are cut to the 20 bytes FLD-FIELD-NAME holds.           *
      *                                                                *
      * PARM names the 01-level record to generate when the member    *
      * holds more than one; with no PARM the first record is used    *
      * (a member that starts below level 01 is taken as one record). *
      * The record ends at the next 01 or 77 level.                   *
      *                                                                *
      * RETURN-CODE 0 is a clean dictionary; 4 means the listing      *
      * carries warnings to review before the output is installed     *
      * (a shortened or duplicate name, a field past the move area or *
      * beyond the entries BUGSOL loads, SYNC slack not computed, a   *
      * nested COPY not expanded, a picture length it could not       *
      * read); 8 means no record layout was found at all.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPYSRC-FILE ASSIGN TO "COPYSRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPYSRC-STATUS.

           SELECT FLDOUT-FILE ASSIGN TO "FLDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLDOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FLDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COPYSRC-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  COPYSRC-RECORD.
           05  SRC-SEQUENCE-AREA         PIC X(6).
           05  SRC-INDICATOR             PIC X(1).
               88  SRC-COMMENT-LINE             VALUE "*" "/" "D".
               88  SRC-CONTINUATION-LINE        VALUE "-".
           05  SRC-PROGRAM-TEXT          PIC X(65).
           05  SRC-IDENT-AREA            PIC X(8).

       FD  FLDOUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY FLDDEFC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD.
           05  RPT-CARRIAGE-CONTROL      PIC X(1).
           05  RPT-PRINT-LINE            PIC X(132).

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUSDATEC.

       WORKING-STORAGE SECTION.

       01  WS-COPYSRC-STATUS             PIC X(2).
       01  WS-FLDOUT-STATUS              PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-COPYSRC-EOF-SW             PIC X VALUE "N".
           88  COPYSRC-EOF                      VALUE "Y".

      *    The sizes BUGSOL's dictionary load accepts: a field must
      *    lie inside the 100-byte move area, and only the first 50
      *    entries are loaded (1078-STORE-FIELD-DEF).
       01  WS-MOVE-AREA-SIZE             PIC 9(4) VALUE 100.
       01  WS-DICTIONARY-LIMIT           PIC 9(4) VALUE 50.

       01  WS-RECORD-SELECT-FIELDS.
           05  WS-SELECT-NAME            PIC X(30) VALUE SPACES.
           05  WS-RECORD-NAME            PIC X(30) VALUE SPACES.
           05  WS-RECORD-STARTED-SW      PIC X VALUE "N".
               88  RECORD-STARTED               VALUE "Y".
           05  WS-RECORD-DONE-SW         PIC X VALUE "N".
               88  RECORD-DONE                  VALUE "Y".

      *****************************************************************
      * Statement assembly: program text (columns 8-72) is gathered   *
      * across lines until a separator period outside a literal, so a *
      * data description entry split over several lines is parsed as *
      * one statement.                                                *
      *****************************************************************
       01  WS-STATEMENT-FIELDS.
           05  WS-STMT-BUFFER            PIC X(2000).
           05  WS-STMT-LEN               PIC 9(4) VALUE ZERO.
           05  WS-SCAN-COL               PIC 9(4).
           05  WS-SCAN-CHAR              PIC X(1).
           05  WS-NEXT-CHAR              PIC X(1).
           05  WS-QUOTE-CHAR             PIC X(1).
           05  WS-IN-LITERAL-SW          PIC X VALUE "N".
               88  IN-LITERAL                   VALUE "Y".
           05  WS-SKIP-TO-QUOTE-SW       PIC X VALUE "N".
               88  SKIP-TO-QUOTE                VALUE "Y".

       01  WS-TOKEN-TABLE.
           05  WS-TOKEN-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-TOKEN-ENTRY OCCURS 60 TIMES.
               10  WS-TOKEN              PIC X(40).
               10  WS-TOKEN-LEN          PIC 9(4).

       01  WS-TOKENIZE-FIELDS.
           05  WS-TOK-SUB                PIC 9(4).
           05  WS-CHAR-SUB               PIC 9(4).
           05  WS-IN-TOKEN-SW            PIC X VALUE "N".
               88  IN-TOKEN                     VALUE "Y".
           05  WS-TOKEN-QUOTE-SW         PIC X VALUE "N".
               88  TOKEN-IN-QUOTES              VALUE "Y".
           05  WS-TOKEN-QUOTE-CHAR       PIC X(1).
           05  WS-TOKEN-OVERFLOW-SW      PIC X VALUE "N".
               88  TOKEN-OVERFLOW               VALUE "Y".

      *    Clause keywords - a data description entry with no data
      *    name (implicit FILLER) has one of these as its second word.
       01  WS-KEYWORD-CHECK              PIC X(40).
           88  CLAUSE-KEYWORD                   VALUE "PIC" "PICTURE"
               "USAGE" "IS" "COMP" "COMPUTATIONAL" "COMP-1"
               "COMPUTATIONAL-1" "COMP-2" "COMPUTATIONAL-2" "COMP-3"
               "COMPUTATIONAL-3" "COMP-4" "COMPUTATIONAL-4" "COMP-5"
               "COMPUTATIONAL-5" "BINARY" "PACKED-DECIMAL" "DISPLAY"
               "DISPLAY-1" "NATIONAL" "INDEX" "POINTER" "REDEFINES"
               "OCCURS" "VALUE" "VALUES" "SIGN" "LEADING" "TRAILING"
               "SEPARATE" "SYNC" "SYNCHRONIZED" "JUST" "JUSTIFIED"
               "BLANK" "GLOBAL" "EXTERNAL".

       01  WS-NUMBER-CONVERT-FIELDS.
           05  WS-NUM-TEXT               PIC X(40).
           05  WS-NUM-LEN                PIC 9(4).
           05  WS-NUM-WORK               PIC X(6).
           05  WS-NUM-WORK-N REDEFINES WS-NUM-WORK
                                         PIC 9(6).
           05  WS-NUM-VALUE              PIC 9(6).
           05  WS-NUM-VALID-SW           PIC X VALUE "N".
               88  NUM-VALID                    VALUE "Y".

      *****************************************************************
      * The data description entry in hand, as parsed from its        *
      * clauses.                                                      *
      *****************************************************************
       01  WS-CURRENT-ENTRY.
           05  WS-CUR-LEVEL              PIC 9(2).
           05  WS-CUR-NAME               PIC X(30).
           05  WS-CUR-PIC                PIC X(40).
           05  WS-CUR-PIC-LEN            PIC 9(4).
           05  WS-CUR-USAGE-CODE         PIC X(1).
           05  WS-CUR-USAGE-TEXT         PIC X(14).
           05  WS-CUR-REDEFINES          PIC X(30).
           05  WS-CUR-OCCURS             PIC 9(4).
           05  WS-CUR-OCCURS-SW          PIC X(1).
               88  CUR-HAS-OCCURS               VALUE "Y".
           05  WS-CUR-SEPARATE-SW        PIC X(1).
               88  CUR-SIGN-SEPARATE            VALUE "Y".
           05  WS-CUR-SYNC-SW            PIC X(1).
               88  CUR-SYNCHRONIZED             VALUE "Y".
           05  WS-CUR-ODO-SW             PIC X(1).
               88  CUR-OCCURS-DEPENDING         VALUE "Y".

      *    Usage codes held in WS-ITM-USAGE-CODE / WS-CUR-USAGE-CODE:
      *    D display, B binary (COMP/COMP-4/COMP-5/BINARY), P packed
      *    (COMP-3/PACKED-DECIMAL), 1 COMP-1, 2 COMP-2, N NATIONAL,
      *    G DISPLAY-1, I INDEX, X POINTER; space = not stated.

       01  WS-PICTURE-SCAN-FIELDS.
           05  WS-PIC-SUB                PIC 9(4).
           05  WS-PIC-SYMBOL             PIC X(1).
           05  WS-PIC-REPEAT             PIC 9(6).
           05  WS-PIC-DIGIT              PIC X(1).
           05  WS-PIC-DIGIT-N REDEFINES WS-PIC-DIGIT
                                         PIC 9(1).
           05  WS-PIC-POSITIONS          PIC 9(6).
           05  WS-PIC-DIGITS             PIC 9(6).
           05  WS-PIC-NATIONAL           PIC 9(6).
           05  WS-PIC-DBCS               PIC 9(6).
           05  WS-PIC-SIGNED-SW          PIC X(1).
               88  PIC-SIGNED                   VALUE "Y".
           05  WS-PIC-BAD-SW             PIC X(1).
               88  PIC-BAD                      VALUE "Y".

      *****************************************************************
      * Every data description entry of the record, in source order.  *
      * Offsets are 0-based from the start of the record and describe *
      * the first occurrence; an item under OCCURS lists the items    *
      * whose OCCURS enclose it (outermost first, itself last when it *
      * carries the OCCURS), each one's length being the stride for   *
      * its subscript.                                                *
      *****************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITM-LEVEL          PIC 9(2).
               10  WS-ITM-NAME           PIC X(30).
               10  WS-ITM-DEPTH          PIC 9(2).
               10  WS-ITM-START          PIC 9(6).
               10  WS-ITM-LENGTH         PIC 9(6).
               10  WS-ITM-HIGH-WATER     PIC 9(6).
               10  WS-ITM-OCCURS         PIC 9(4).
               10  WS-ITM-USAGE-CODE     PIC X(1).
               10  WS-ITM-USAGE-TEXT     PIC X(14).
               10  WS-ITM-PICTURE        PIC X(20).
               10  WS-ITM-GROUP-SW       PIC X(1).
                   88  ITM-IS-GROUP             VALUE "Y".
               10  WS-ITM-ALT-VIEW-SW    PIC X(1).
                   88  ITM-ALTERNATE-VIEW       VALUE "Y".
               10  WS-ITM-OWN-OCCURS-SW  PIC X(1).
                   88  ITM-HAS-OWN-OCCURS       VALUE "Y".
               10  WS-ITM-DIM-COUNT      PIC 9(1).
               10  WS-ITM-DIM-ITEM       PIC 9(4) OCCURS 3 TIMES.
               10  WS-ITM-NOTE           PIC X(30).

      *    The chain of open (not yet closed) items from the record
      *    down to the entry in hand; a new entry closes every open
      *    item at its own level or deeper.
       01  WS-LEVEL-STACK.
           05  WS-STACK-DEPTH            PIC 9(4) VALUE ZERO.
           05  WS-STACK-ENTRY OCCURS 50 TIMES.
               10  WS-STK-ITEM           PIC 9(4).
               10  WS-STK-LEVEL          PIC 9(2).

       01  WS-LAYOUT-WORK-FIELDS.
           05  WS-ROOT-HIGH-WATER        PIC 9(6) VALUE ZERO.
           05  WS-ITEM-SUB               PIC 9(4).
           05  WS-PARENT-SUB             PIC 9(4).
           05  WS-SCAN-SUB               PIC 9(4).
           05  WS-FOUND-SUB              PIC 9(4).
           05  WS-ITEM-EXTENT            PIC 9(8).
           05  WS-ITEM-END               PIC 9(8).
           05  WS-DIM-SUB                PIC 9(4).

      *****************************************************************
      * The dictionary as it will be written - one entry per field   *
      * occurrence.                                                  *
      *****************************************************************
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-ENTRY OCCURS 500 TIMES.
               10  WS-ENT-NAME           PIC X(20).
               10  WS-ENT-OFFSET         PIC 9(6).
               10  WS-ENT-LENGTH         PIC 9(6).
               10  WS-ENT-NOTE           PIC X(40).

       01  WS-ENTRY-TABLE-FULL-SW        PIC X VALUE "N".
           88  ENTRY-TABLE-FULL                 VALUE "Y".

       01  WS-EXPAND-FIELDS.
           05  WS-DIM-ITEM-1             PIC 9(4).
           05  WS-DIM-ITEM-2             PIC 9(4).
           05  WS-DIM-ITEM-3             PIC 9(4).
           05  WS-DIM-CNT-1              PIC 9(4).
           05  WS-DIM-CNT-2              PIC 9(4).
           05  WS-DIM-CNT-3              PIC 9(4).
           05  WS-DIM-STRIDE-1           PIC 9(6).
           05  WS-DIM-STRIDE-2           PIC 9(6).
           05  WS-DIM-STRIDE-3           PIC 9(6).
           05  WS-SUB-1                  PIC 9(4).
           05  WS-SUB-2                  PIC 9(4).
           05  WS-SUB-3                  PIC 9(4).
           05  WS-OCCURRENCE-START       PIC 9(8).

       01  WS-NAME-BUILD-FIELDS.
           05  WS-NAME-WORK              PIC X(40).
           05  WS-NAME-PTR               PIC 9(4).
           05  WS-NAME-LEN               PIC 9(4).
           05  WS-NAME-KEEP              PIC 9(4).
           05  WS-SUFFIX                 PIC X(20).
           05  WS-SUFFIX-PTR             PIC 9(4).
           05  WS-SUFFIX-LEN             PIC 9(4).
           05  WS-EDIT-SUB               PIC 9(4).
           05  WS-EDIT-SUB-Z             PIC Z(3)9.
           05  WS-LEAD-SPACES            PIC 9(4).
           05  WS-BUILT-NAME             PIC X(20).
           05  WS-NAME-SHORTENED-SW      PIC X(1).
               88  NAME-SHORTENED               VALUE "Y".

       01  WS-DUPLICATE-CHECK-FIELDS.
           05  WS-ENT-SUB-1              PIC 9(4).
           05  WS-ENT-SUB-2              PIC 9(4).

       01  WS-SWAP-ENTRY                 PIC X(72).

       01  WS-GENERATION-COUNTS.
           05  WS-LINES-READ             PIC 9(8) VALUE ZERO.
           05  WS-ENTRIES-PARSED         PIC 9(8) VALUE ZERO.
           05  WS-ENTRIES-WRITTEN        PIC 9(8) VALUE ZERO.
           05  WS-WARNING-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-RECORD-LENGTH          PIC 9(8) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE               PIC X(8).
           05  WS-RUN-TIME               PIC X(8).

       01  WS-HELD-LINE                  PIC X(132).
       01  WS-COLUMN-HEADING             PIC X(132) VALUE SPACES.
       01  WS-NEXT-COLUMN-HEADING        PIC X(132).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(50) VALUE
               "BUGSOLF - FIELD DICTIONARY FROM COPYBOOK SOURCE".
           05  FILLER                    PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  HD1-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  HD1-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(30) VALUE
               "COPYBOOK: COPYSRC   RECORD: ".
           05  HD2-RECORD-NAME           PIC X(30).
           05  FILLER                    PIC X(40) VALUE
               "  OUTPUT: FLDOUT (FLDDEFC LAYOUT)".
           05  FILLER                    PIC X(10) VALUE "RUN TIME: ".
           05  HD2-RUN-TIME              PIC X(8).
           05  FILLER                    PIC X(14) VALUE SPACES.

       01  WS-LAYOUT-HEADING-LINE.
           05  FILLER                    PIC X(44) VALUE
               "LV NAME".
           05  FILLER                    PIC X(30) VALUE
               "OFFSET  LENGTH  OCCURS USAGE".
           05  FILLER                    PIC X(27) VALUE
               "         PICTURE".
           05  FILLER                    PIC X(31) VALUE
               "NOTE".

       01  WS-LAYOUT-LINE.
           05  LYT-LEVEL                 PIC 9(2).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  LYT-NAME                  PIC X(40).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  LYT-OFFSET                PIC Z(5)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  LYT-LENGTH                PIC Z(5)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  LYT-OCCURS                PIC Z(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  LYT-USAGE                 PIC X(14).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  LYT-PICTURE               PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  LYT-NOTE                  PIC X(30).

       01  WS-ENTRY-HEADING-LINE.
           05  FILLER                    PIC X(28) VALUE
               "  SEQ  FIELD NAME".
           05  FILLER                    PIC X(28) VALUE
               "  OFFSET  LENGTH     END".
           05  FILLER                    PIC X(76) VALUE
               "NOTE".

       01  WS-ENTRY-LINE.
           05  ENL-SEQUENCE              PIC Z(4)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ENL-NAME                  PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ENL-OFFSET                PIC Z(5)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ENL-LENGTH                PIC Z(5)9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ENL-END                   PIC Z(5)9.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  ENL-NOTE                  PIC X(40).
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TEXT                  PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X(4) VALUE "*** ".
           05  MSG-TEXT                  PIC X(50).
           05  MSG-DETAIL                PIC X(78).

       01  WS-TOTAL-LINE.
           05  TOT-CAPTION               PIC X(32).
           05  TOT-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
      *    Only the bytes the caller actually passed are the record
      *    name - LK-PARM-TEXT beyond LK-PARM-LENGTH is storage past
      *    the PARM and is not guaranteed to be spaces.
           IF LK-PARM-LENGTH > ZERO
               AND LK-PARM-LENGTH NOT > 30
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-SELECT-NAME
               INSPECT WS-SELECT-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-SOURCE-LINE UNTIL COPYSRC-EOF.
      *    Text after the last separator period is not a complete
      *    entry, but process it rather than lose a final field.
           IF WS-STMT-LEN > ZERO
               PERFORM 3000-PROCESS-STATEMENT
           END-IF.
           PERFORM 3250-CLOSE-ALL-LEVELS.
           PERFORM 5000-BUILD-DICTIONARY.
           PERFORM 5400-SORT-BY-OFFSET.
           PERFORM 5500-CHECK-DUPLICATE-NAMES.
           PERFORM 6000-PRINT-LAYOUT.
           PERFORM 7000-WRITE-DICTIONARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT COPYSRC-FILE.
           IF WS-COPYSRC-STATUS NOT = "00"
               MOVE "OPEN COPYSRC-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           OPEN OUTPUT FLDOUT-FILE.
           IF WS-FLDOUT-STATUS NOT = "00"
               MOVE "OPEN FLDOUT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           MOVE SPACES TO WS-STMT-BUFFER.
           PERFORM 8000-PRINT-PAGE-HEADINGS.
           PERFORM 2900-READ-SOURCE-LINE.

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
           STOP RUN.

      *****************************************************************
      * Columns 1-6 (sequence) and 73-80 (identification) are never   *
      * program text; comment and debugging lines are dropped. A      *
      * continuation line resumes an open literal after its leading   *
      * quote.                                                        *
      *****************************************************************
       2000-PROCESS-SOURCE-LINE.
           ADD 1 TO WS-LINES-READ.
           IF NOT SRC-COMMENT-LINE
               INSPECT SRC-PROGRAM-TEXT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF SRC-CONTINUATION-LINE AND IN-LITERAL
                   MOVE "Y" TO WS-SKIP-TO-QUOTE-SW
               END-IF
               PERFORM 2100-SCAN-ONE-COLUMN
                   VARYING WS-SCAN-COL FROM 1 BY 1
                   UNTIL WS-SCAN-COL > 65
               IF NOT IN-LITERAL
                   MOVE SPACE TO WS-SCAN-CHAR
                   PERFORM 2200-APPEND-STMT-CHAR
               END-IF
           END-IF.
           PERFORM 2900-READ-SOURCE-LINE.

       2100-SCAN-ONE-COLUMN.
           MOVE SRC-PROGRAM-TEXT(WS-SCAN-COL:1) TO WS-SCAN-CHAR.
           IF WS-SCAN-COL < 65
               MOVE SRC-PROGRAM-TEXT(WS-SCAN-COL + 1:1) TO WS-NEXT-CHAR
           ELSE
               MOVE SPACE TO WS-NEXT-CHAR
           END-IF.
           IF SKIP-TO-QUOTE
               IF WS-SCAN-CHAR = WS-QUOTE-CHAR
                   MOVE "N" TO WS-SKIP-TO-QUOTE-SW
               END-IF
           ELSE
               IF IN-LITERAL
                   PERFORM 2200-APPEND-STMT-CHAR
                   IF WS-SCAN-CHAR = WS-QUOTE-CHAR
                       MOVE "N" TO WS-IN-LITERAL-SW
                   END-IF
               ELSE
                   IF WS-SCAN-CHAR = QUOTE OR WS-SCAN-CHAR = "'"
                       MOVE WS-SCAN-CHAR TO WS-QUOTE-CHAR
                       MOVE "Y" TO WS-IN-LITERAL-SW
                       PERFORM 2200-APPEND-STMT-CHAR
                   ELSE
                       IF WS-SCAN-CHAR = "." AND WS-NEXT-CHAR = SPACE
                           PERFORM 3000-PROCESS-STATEMENT
                       ELSE
                           PERFORM 2200-APPEND-STMT-CHAR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    An entry longer than the buffer can only be a long VALUE
      *    list; the clauses that size the item come before it.
       2200-APPEND-STMT-CHAR.
           IF WS-STMT-LEN < LENGTH OF WS-STMT-BUFFER
               ADD 1 TO WS-STMT-LEN
               MOVE WS-SCAN-CHAR TO WS-STMT-BUFFER(WS-STMT-LEN:1)
           END-IF.

       2900-READ-SOURCE-LINE.
           READ COPYSRC-FILE
               AT END
                   MOVE "Y" TO WS-COPYSRC-EOF-SW
           END-READ.
           IF NOT COPYSRC-EOF
               AND WS-COPYSRC-STATUS NOT = "00"
               MOVE "READ COPYSRC-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

      *****************************************************************
      * One complete statement: a data description entry is a level   *
      * number, an optional data name and its clauses. Anything else *
      * in the member (an FD, a stray comment entry) is passed over.  *
      *****************************************************************
       3000-PROCESS-STATEMENT.
           PERFORM 3100-TOKENIZE-STATEMENT.
           MOVE SPACES TO WS-STMT-BUFFER.
           MOVE ZERO TO WS-STMT-LEN.
           IF WS-TOKEN-COUNT > ZERO
               IF WS-TOKEN(1) = "COPY"
                   MOVE "NESTED COPY NOT EXPANDED - MEMBER "
                       TO MSG-TEXT
                   MOVE WS-TOKEN(2) TO MSG-DETAIL
                   PERFORM 8600-PRINT-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   MOVE WS-TOKEN(1) TO WS-NUM-TEXT
                   MOVE WS-TOKEN-LEN(1) TO WS-NUM-LEN
                   PERFORM 3150-CONVERT-NUMBER
                   IF NUM-VALID
                       AND ((WS-NUM-VALUE > ZERO
                             AND WS-NUM-VALUE < 50)
                         OR WS-NUM-VALUE = 66
                         OR WS-NUM-VALUE = 77)
                       MOVE WS-NUM-VALUE TO WS-CUR-LEVEL
                       PERFORM 3050-PROCESS-DATA-ENTRY
                   END-IF
               END-IF
           END-IF.

       3050-PROCESS-DATA-ENTRY.
           PERFORM 3400-PARSE-CLAUSES.
           IF WS-CUR-LEVEL = 66
               IF RECORD-STARTED AND NOT RECORD-DONE
                   MOVE "LEVEL-66 RENAMES NOT SUPPORTED - SKIPPED: "
                       TO MSG-TEXT
                   MOVE WS-CUR-NAME TO MSG-DETAIL
                   PERFORM 8600-PRINT-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           ELSE
               IF RECORD-STARTED
                   IF NOT RECORD-DONE
                       IF WS-CUR-LEVEL = 1 OR WS-CUR-LEVEL = 77
                           MOVE "Y" TO WS-RECORD-DONE-SW
                           MOVE "RECORD ENDS - LATER ENTRIES IGNORED "
                               TO MSG-TEXT
                           MOVE WS-CUR-NAME TO MSG-DETAIL
                           PERFORM 8600-PRINT-MESSAGE
                       ELSE
                           PERFORM 3200-CLOSE-LEVELS
                           PERFORM 3300-ADD-ITEM
                       END-IF
                   END-IF
               ELSE
                   PERFORM 3060-CHECK-RECORD-START
               END-IF
           END-IF.

      *    With a PARM only the named 01 starts the record; without
      *    one the first entry does, whatever its level.
       3060-CHECK-RECORD-START.
           IF WS-CUR-LEVEL NOT = 77
               IF WS-SELECT-NAME = SPACES
                   OR (WS-CUR-LEVEL = 1
                       AND WS-CUR-NAME = WS-SELECT-NAME)
                   MOVE "Y" TO WS-RECORD-STARTED-SW
                   MOVE WS-CUR-NAME TO WS-RECORD-NAME
                   PERFORM 3300-ADD-ITEM
               END-IF
           END-IF.

       3100-TOKENIZE-STATEMENT.
           MOVE ZERO TO WS-TOKEN-COUNT.
           MOVE "N" TO WS-IN-TOKEN-SW.
           MOVE "N" TO WS-TOKEN-QUOTE-SW.
           MOVE "N" TO WS-TOKEN-OVERFLOW-SW.
           PERFORM 3110-TOKENIZE-ONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-STMT-LEN.

      *    Words are separated by spaces, and by a comma or semicolon
      *    followed by a space; a literal is one word whatever it
      *    holds.
       3110-TOKENIZE-ONE-CHAR.
           MOVE WS-STMT-BUFFER(WS-CHAR-SUB:1) TO WS-SCAN-CHAR.
           IF WS-CHAR-SUB < LENGTH OF WS-STMT-BUFFER
               MOVE WS-STMT-BUFFER(WS-CHAR-SUB + 1:1) TO WS-NEXT-CHAR
           ELSE
               MOVE SPACE TO WS-NEXT-CHAR
           END-IF.
           IF TOKEN-IN-QUOTES
               PERFORM 3130-APPEND-TOKEN-CHAR
               IF WS-SCAN-CHAR = WS-TOKEN-QUOTE-CHAR
                   MOVE "N" TO WS-TOKEN-QUOTE-SW
               END-IF
           ELSE
               IF WS-SCAN-CHAR = SPACE
                   OR ((WS-SCAN-CHAR = "," OR WS-SCAN-CHAR = ";")
                       AND WS-NEXT-CHAR = SPACE)
                   MOVE "N" TO WS-IN-TOKEN-SW
               ELSE
                   IF NOT IN-TOKEN
                       PERFORM 3120-START-TOKEN
                   END-IF
                   PERFORM 3130-APPEND-TOKEN-CHAR
                   IF WS-SCAN-CHAR = QUOTE OR WS-SCAN-CHAR = "'"
                       MOVE WS-SCAN-CHAR TO WS-TOKEN-QUOTE-CHAR
                       MOVE "Y" TO WS-TOKEN-QUOTE-SW
                   END-IF
               END-IF
           END-IF.

      *    Words past the table are VALUE literals at the end of a
      *    long entry; they are dropped, as are bytes past 40.
       3120-START-TOKEN.
           MOVE "Y" TO WS-IN-TOKEN-SW.
           IF WS-TOKEN-COUNT < 60
               ADD 1 TO WS-TOKEN-COUNT
               MOVE SPACES TO WS-TOKEN(WS-TOKEN-COUNT)
               MOVE ZERO TO WS-TOKEN-LEN(WS-TOKEN-COUNT)
           ELSE
               MOVE "Y" TO WS-TOKEN-OVERFLOW-SW
           END-IF.

       3130-APPEND-TOKEN-CHAR.
           IF WS-TOKEN-COUNT > ZERO
               AND NOT TOKEN-OVERFLOW
               AND WS-TOKEN-LEN(WS-TOKEN-COUNT) < 40
               ADD 1 TO WS-TOKEN-LEN(WS-TOKEN-COUNT)
               MOVE WS-SCAN-CHAR TO WS-TOKEN(WS-TOKEN-COUNT)
                   (WS-TOKEN-LEN(WS-TOKEN-COUNT):1)
           END-IF.

      *    Unsigned integer word (level number, OCCURS count) to a
      *    number: right-justify it into a 6-digit field, zero-fill
      *    and test it.
       3150-CONVERT-NUMBER.
           MOVE "N" TO WS-NUM-VALID-SW.
           MOVE ZERO TO WS-NUM-VALUE.
           IF WS-NUM-LEN > ZERO AND WS-NUM-LEN NOT > 6
               MOVE SPACES TO WS-NUM-WORK
               MOVE WS-NUM-TEXT(1:WS-NUM-LEN)
                   TO WS-NUM-WORK(7 - WS-NUM-LEN:WS-NUM-LEN)
               INSPECT WS-NUM-WORK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-WORK NUMERIC
                   MOVE WS-NUM-WORK-N TO WS-NUM-VALUE
                   MOVE "Y" TO WS-NUM-VALID-SW
               END-IF
           END-IF.

      *****************************************************************
      * Close every open item at the new entry's level or deeper (or *
      * all of them at end of record). A group's length is how far    *
      * its children reached; an item's extent - length times its    *
      * OCCURS - pushes its parent's high-water mark on. Taking the   *
      * high-water mark rather than the running end is what lets a    *
      * REDEFINES longer than the item it redefines size the group    *
      * correctly.                                                    *
      *****************************************************************
       3200-CLOSE-LEVELS.
           PERFORM 3210-CLOSE-TOP-ITEM
               UNTIL WS-STACK-DEPTH = ZERO
                  OR WS-STK-LEVEL(WS-STACK-DEPTH) < WS-CUR-LEVEL.

       3210-CLOSE-TOP-ITEM.
           MOVE WS-STK-ITEM(WS-STACK-DEPTH) TO WS-ITEM-SUB.
           SUBTRACT 1 FROM WS-STACK-DEPTH.
           IF ITM-IS-GROUP(WS-ITEM-SUB)
               COMPUTE WS-ITM-LENGTH(WS-ITEM-SUB) =
                   WS-ITM-HIGH-WATER(WS-ITEM-SUB)
                       - WS-ITM-START(WS-ITEM-SUB)
               IF WS-ITM-LENGTH(WS-ITEM-SUB) = ZERO
                   MOVE "NO PICTURE AND NO SUBORDINATES"
                       TO WS-ITM-NOTE(WS-ITEM-SUB)
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.
           COMPUTE WS-ITEM-END = WS-ITM-START(WS-ITEM-SUB)
               + WS-ITM-LENGTH(WS-ITEM-SUB)
                   * WS-ITM-OCCURS(WS-ITEM-SUB).
           IF WS-STACK-DEPTH > ZERO
               MOVE WS-STK-ITEM(WS-STACK-DEPTH) TO WS-PARENT-SUB
               IF WS-ITEM-END > WS-ITM-HIGH-WATER(WS-PARENT-SUB)
                   MOVE WS-ITEM-END TO WS-ITM-HIGH-WATER(WS-PARENT-SUB)
               END-IF
           ELSE
               IF WS-ITEM-END > WS-ROOT-HIGH-WATER
                   MOVE WS-ITEM-END TO WS-ROOT-HIGH-WATER
               END-IF
           END-IF.

       3250-CLOSE-ALL-LEVELS.
           PERFORM 3210-CLOSE-TOP-ITEM
               UNTIL WS-STACK-DEPTH = ZERO.

      *****************************************************************
      * Table the new entry under its parent (the open item now on    *
      * top of the stack): it starts at the parent's high-water mark, *
      * or where the item it REDEFINES starts; it inherits the        *
      * parent's usage, alternate-view status and enclosing OCCURS;   *
      * and it is pushed as the new innermost open item.              *
      *****************************************************************
       3300-ADD-ITEM.
           IF WS-ITEM-COUNT >= 500
               MOVE "ITEM TABLE FULL (500 ENTRIES)" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           IF WS-STACK-DEPTH >= 50
               MOVE "LEVEL STACK FULL (50 LEVELS)" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           ADD 1 TO WS-ENTRIES-PARSED.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT TO WS-ITEM-SUB.
           MOVE ZERO TO WS-PARENT-SUB.
           IF WS-STACK-DEPTH > ZERO
               MOVE WS-STK-ITEM(WS-STACK-DEPTH) TO WS-PARENT-SUB
           END-IF.
           MOVE WS-CUR-LEVEL TO WS-ITM-LEVEL(WS-ITEM-SUB).
           MOVE WS-CUR-NAME TO WS-ITM-NAME(WS-ITEM-SUB).
           COMPUTE WS-ITM-DEPTH(WS-ITEM-SUB) = WS-STACK-DEPTH + 1.
           MOVE WS-CUR-PIC TO WS-ITM-PICTURE(WS-ITEM-SUB).
           MOVE SPACES TO WS-ITM-NOTE(WS-ITEM-SUB).
           MOVE ZERO TO WS-ITM-LENGTH(WS-ITEM-SUB).
           MOVE WS-CUR-OCCURS TO WS-ITM-OCCURS(WS-ITEM-SUB).
           MOVE "N" TO WS-ITM-ALT-VIEW-SW(WS-ITEM-SUB).
           MOVE WS-CUR-OCCURS-SW TO WS-ITM-OWN-OCCURS-SW(WS-ITEM-SUB).
           MOVE ZERO TO WS-ITM-DIM-COUNT(WS-ITEM-SUB).
           IF WS-PARENT-SUB > ZERO
               MOVE WS-ITM-HIGH-WATER(WS-PARENT-SUB)
                   TO WS-ITM-START(WS-ITEM-SUB)
               MOVE WS-ITM-ALT-VIEW-SW(WS-PARENT-SUB)
                   TO WS-ITM-ALT-VIEW-SW(WS-ITEM-SUB)
               MOVE WS-ITM-DIM-COUNT(WS-PARENT-SUB)
                   TO WS-ITM-DIM-COUNT(WS-ITEM-SUB)
               MOVE WS-ITM-DIM-ITEM(WS-PARENT-SUB, 1)
                   TO WS-ITM-DIM-ITEM(WS-ITEM-SUB, 1)
               MOVE WS-ITM-DIM-ITEM(WS-PARENT-SUB, 2)
                   TO WS-ITM-DIM-ITEM(WS-ITEM-SUB, 2)
               MOVE WS-ITM-DIM-ITEM(WS-PARENT-SUB, 3)
                   TO WS-ITM-DIM-ITEM(WS-ITEM-SUB, 3)
               IF WS-CUR-USAGE-CODE = SPACE
                   MOVE WS-ITM-USAGE-CODE(WS-PARENT-SUB)
                       TO WS-CUR-USAGE-CODE
                   MOVE WS-ITM-USAGE-TEXT(WS-PARENT-SUB)
                       TO WS-CUR-USAGE-TEXT
               END-IF
           ELSE
               MOVE WS-ROOT-HIGH-WATER TO WS-ITM-START(WS-ITEM-SUB)
           END-IF.
           IF WS-CUR-REDEFINES NOT = SPACES
               PERFORM 3350-FIND-REDEFINED-ITEM
           END-IF.
           MOVE WS-ITM-START(WS-ITEM-SUB)
               TO WS-ITM-HIGH-WATER(WS-ITEM-SUB).
           MOVE WS-CUR-USAGE-CODE TO WS-ITM-USAGE-CODE(WS-ITEM-SUB).
           MOVE WS-CUR-USAGE-TEXT TO WS-ITM-USAGE-TEXT(WS-ITEM-SUB).
           IF CUR-HAS-OCCURS
               PERFORM 3380-ADD-OWN-DIMENSION
           END-IF.
           IF WS-CUR-PIC-LEN > ZERO
               OR WS-CUR-USAGE-CODE = "1" OR WS-CUR-USAGE-CODE = "2"
               OR WS-CUR-USAGE-CODE = "I" OR WS-CUR-USAGE-CODE = "X"
               MOVE "N" TO WS-ITM-GROUP-SW(WS-ITEM-SUB)
               PERFORM 3500-SIZE-ELEMENTARY
           ELSE
               MOVE "Y" TO WS-ITM-GROUP-SW(WS-ITEM-SUB)
           END-IF.
           IF CUR-SYNCHRONIZED
               MOVE "SYNC - SLACK BYTES NOT COUNTED"
                   TO WS-ITM-NOTE(WS-ITEM-SUB)
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           IF CUR-OCCURS-DEPENDING
               AND WS-ITM-NOTE(WS-ITEM-SUB) = SPACES
               MOVE "OCCURS DEPENDING - MAXIMUM USED"
                   TO WS-ITM-NOTE(WS-ITEM-SUB)
           END-IF.
           ADD 1 TO WS-STACK-DEPTH.
           MOVE WS-ITEM-SUB TO WS-STK-ITEM(WS-STACK-DEPTH).
           MOVE WS-CUR-LEVEL TO WS-STK-LEVEL(WS-STACK-DEPTH).

      *    The redefined item is the nearest earlier entry of the
      *    same name at the same level (a chain of REDEFINES all name
      *    the first item, and all start where it starts).
       3350-FIND-REDEFINED-ITEM.
           MOVE "Y" TO WS-ITM-ALT-VIEW-SW(WS-ITEM-SUB).
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 3360-CHECK-ONE-REDEFINE-CANDIDATE
               VARYING WS-SCAN-SUB FROM WS-ITEM-SUB BY -1
               UNTIL WS-SCAN-SUB < 2 OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-ITM-START(WS-FOUND-SUB)
                   TO WS-ITM-START(WS-ITEM-SUB)
               MOVE "REDEFINES - ALTERNATE VIEW"
                   TO WS-ITM-NOTE(WS-ITEM-SUB)
           ELSE
               MOVE "REDEFINED ITEM NOT FOUND"
                   TO WS-ITM-NOTE(WS-ITEM-SUB)
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       3360-CHECK-ONE-REDEFINE-CANDIDATE.
           IF WS-ITM-NAME(WS-SCAN-SUB - 1) = WS-CUR-REDEFINES
               AND WS-ITM-LEVEL(WS-SCAN-SUB - 1) = WS-CUR-LEVEL
               COMPUTE WS-FOUND-SUB = WS-SCAN-SUB - 1
           END-IF.

       3380-ADD-OWN-DIMENSION.
           IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) < 3
               ADD 1 TO WS-ITM-DIM-COUNT(WS-ITEM-SUB)
               MOVE WS-ITM-DIM-COUNT(WS-ITEM-SUB) TO WS-DIM-SUB
               MOVE WS-ITEM-SUB
                   TO WS-ITM-DIM-ITEM(WS-ITEM-SUB, WS-DIM-SUB)
           ELSE
               MOVE "OCCURS OVER 3 DEEP - 1ST ONLY"
                   TO WS-ITM-NOTE(WS-ITEM-SUB)
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *****************************************************************
      * Clauses may come in any order. Words that are not clause      *
      * keywords - literals, the object of DEPENDING ON, KEY IS and   *
      * INDEXED BY - are passed over.                                 *
      *****************************************************************
       3400-PARSE-CLAUSES.
           MOVE "FILLER" TO WS-CUR-NAME.
           MOVE SPACES TO WS-CUR-PIC.
           MOVE ZERO TO WS-CUR-PIC-LEN.
           MOVE SPACE TO WS-CUR-USAGE-CODE.
           MOVE SPACES TO WS-CUR-USAGE-TEXT.
           MOVE SPACES TO WS-CUR-REDEFINES.
           MOVE 1 TO WS-CUR-OCCURS.
           MOVE "N" TO WS-CUR-OCCURS-SW.
           MOVE "N" TO WS-CUR-SEPARATE-SW.
           MOVE "N" TO WS-CUR-SYNC-SW.
           MOVE "N" TO WS-CUR-ODO-SW.
           MOVE 2 TO WS-TOK-SUB.
           IF WS-TOKEN-COUNT >= 2
               MOVE WS-TOKEN(2) TO WS-KEYWORD-CHECK
               IF NOT CLAUSE-KEYWORD
                   MOVE WS-TOKEN(2) TO WS-CUR-NAME
                   MOVE 3 TO WS-TOK-SUB
               END-IF
           END-IF.
           PERFORM 3410-PARSE-ONE-CLAUSE
               UNTIL WS-TOK-SUB > WS-TOKEN-COUNT.

       3410-PARSE-ONE-CLAUSE.
           EVALUATE WS-TOKEN(WS-TOK-SUB)
               WHEN "PIC"
               WHEN "PICTURE"
                   ADD 1 TO WS-TOK-SUB
                   IF WS-TOK-SUB NOT > WS-TOKEN-COUNT
                       AND WS-TOKEN(WS-TOK-SUB) = "IS"
                       ADD 1 TO WS-TOK-SUB
                   END-IF
                   IF WS-TOK-SUB NOT > WS-TOKEN-COUNT
                       MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-PIC
                       MOVE WS-TOKEN-LEN(WS-TOK-SUB) TO WS-CUR-PIC-LEN
                   END-IF
               WHEN "COMP"
               WHEN "COMPUTATIONAL"
               WHEN "COMP-4"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
                   MOVE "B" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   MOVE "P" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE "1" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE "2" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "DISPLAY"
                   MOVE "D" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "NATIONAL"
                   MOVE "N" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "DISPLAY-1"
                   MOVE "G" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "INDEX"
                   MOVE "I" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "POINTER"
                   MOVE "X" TO WS-CUR-USAGE-CODE
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-USAGE-TEXT
               WHEN "REDEFINES"
                   ADD 1 TO WS-TOK-SUB
                   IF WS-TOK-SUB NOT > WS-TOKEN-COUNT
                       MOVE WS-TOKEN(WS-TOK-SUB) TO WS-CUR-REDEFINES
                   END-IF
               WHEN "OCCURS"
                   PERFORM 3420-PARSE-OCCURS
               WHEN "SEPARATE"
                   MOVE "Y" TO WS-CUR-SEPARATE-SW
               WHEN "SYNC"
               WHEN "SYNCHRONIZED"
                   MOVE "Y" TO WS-CUR-SYNC-SW
               WHEN "VALUE"
               WHEN "VALUES"
                   ADD 1 TO WS-TOK-SUB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-TOK-SUB.

      *    OCCURS n [TO m] - a variable-length table is laid out at
      *    its maximum, which is the room the record reserves for it.
       3420-PARSE-OCCURS.
           MOVE "Y" TO WS-CUR-OCCURS-SW.
           ADD 1 TO WS-TOK-SUB.
           IF WS-TOK-SUB NOT > WS-TOKEN-COUNT
               MOVE WS-TOKEN(WS-TOK-SUB) TO WS-NUM-TEXT
               MOVE WS-TOKEN-LEN(WS-TOK-SUB) TO WS-NUM-LEN
               PERFORM 3150-CONVERT-NUMBER
               IF NUM-VALID AND WS-NUM-VALUE > ZERO
                   AND WS-NUM-VALUE NOT > 9999
                   MOVE WS-NUM-VALUE TO WS-CUR-OCCURS
               END-IF
           END-IF.
           IF WS-TOK-SUB < WS-TOKEN-COUNT
               AND WS-TOKEN(WS-TOK-SUB + 1) = "TO"
               ADD 2 TO WS-TOK-SUB
               MOVE "Y" TO WS-CUR-ODO-SW
               IF WS-TOK-SUB NOT > WS-TOKEN-COUNT
                   MOVE WS-TOKEN(WS-TOK-SUB) TO WS-NUM-TEXT
                   MOVE WS-TOKEN-LEN(WS-TOK-SUB) TO WS-NUM-LEN
                   PERFORM 3150-CONVERT-NUMBER
                   IF NUM-VALID AND WS-NUM-VALUE > ZERO
                       AND WS-NUM-VALUE NOT > 9999
                       MOVE WS-NUM-VALUE TO WS-CUR-OCCURS
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Byte length of an elementary item from its picture and usage: *
      * DISPLAY counts character positions (S adds a byte only when   *
      * SEPARATE; V and P take none), national and DBCS positions are *
      * two bytes, binary takes 2/4/8 bytes for up to 4/9/18 digits,  *
      * packed takes digits/2+1, and the usages without a picture     *
      * have fixed sizes.                                             *
      *****************************************************************
       3500-SIZE-ELEMENTARY.
           MOVE ZERO TO WS-PIC-POSITIONS.
           MOVE ZERO TO WS-PIC-DIGITS.
           MOVE ZERO TO WS-PIC-NATIONAL.
           MOVE ZERO TO WS-PIC-DBCS.
           MOVE "N" TO WS-PIC-SIGNED-SW.
           MOVE "N" TO WS-PIC-BAD-SW.
           MOVE 1 TO WS-PIC-SUB.
           PERFORM 3510-SCAN-PIC-SYMBOL
               UNTIL WS-PIC-SUB > WS-CUR-PIC-LEN.
           EVALUATE WS-CUR-USAGE-CODE
               WHEN "B"
                   EVALUATE TRUE
                       WHEN WS-PIC-DIGITS < 5
                           MOVE 2 TO WS-ITM-LENGTH(WS-ITEM-SUB)
                       WHEN WS-PIC-DIGITS < 10
                           MOVE 4 TO WS-ITM-LENGTH(WS-ITEM-SUB)
                       WHEN OTHER
                           MOVE 8 TO WS-ITM-LENGTH(WS-ITEM-SUB)
                   END-EVALUATE
               WHEN "P"
                   COMPUTE WS-ITM-LENGTH(WS-ITEM-SUB) =
                       WS-PIC-DIGITS / 2 + 1
               WHEN "1"
               WHEN "I"
               WHEN "X"
                   MOVE 4 TO WS-ITM-LENGTH(WS-ITEM-SUB)
               WHEN "2"
                   MOVE 8 TO WS-ITM-LENGTH(WS-ITEM-SUB)
               WHEN "N"
               WHEN "G"
                   COMPUTE WS-ITM-LENGTH(WS-ITEM-SUB) =
                       WS-PIC-POSITIONS * 2
               WHEN OTHER
                   IF WS-PIC-NATIONAL > ZERO OR WS-PIC-DBCS > ZERO
                       COMPUTE WS-ITM-LENGTH(WS-ITEM-SUB) =
                           WS-PIC-POSITIONS * 2
                   ELSE
                       MOVE WS-PIC-POSITIONS
                           TO WS-ITM-LENGTH(WS-ITEM-SUB)
                       IF PIC-SIGNED AND CUR-SIGN-SEPARATE
                           ADD 1 TO WS-ITM-LENGTH(WS-ITEM-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.
           IF PIC-BAD
               MOVE "PICTURE LENGTH NOT NUMERIC"
                   TO WS-ITM-NOTE(WS-ITEM-SUB)
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *    One picture symbol, with its "(n)" repetition factor when
      *    one follows. A factor that is not a number (an unreplaced
      *    REPLACING token) cannot be sized.
       3510-SCAN-PIC-SYMBOL.
           MOVE WS-CUR-PIC(WS-PIC-SUB:1) TO WS-PIC-SYMBOL.
           ADD 1 TO WS-PIC-SUB.
           MOVE 1 TO WS-PIC-REPEAT.
           IF WS-PIC-SUB NOT > WS-CUR-PIC-LEN
               AND WS-CUR-PIC(WS-PIC-SUB:1) = "("
               ADD 1 TO WS-PIC-SUB
               MOVE ZERO TO WS-PIC-REPEAT
               PERFORM 3520-SCAN-REPEAT-DIGIT
                   UNTIL WS-PIC-SUB > WS-CUR-PIC-LEN
                      OR WS-CUR-PIC(WS-PIC-SUB:1) = ")"
               ADD 1 TO WS-PIC-SUB
           END-IF.
           EVALUATE WS-PIC-SYMBOL
               WHEN "S"
                   MOVE "Y" TO WS-PIC-SIGNED-SW
               WHEN "V"
               WHEN "P"
                   CONTINUE
               WHEN "9"
                   ADD WS-PIC-REPEAT TO WS-PIC-POSITIONS
                   ADD WS-PIC-REPEAT TO WS-PIC-DIGITS
               WHEN "N"
                   ADD WS-PIC-REPEAT TO WS-PIC-POSITIONS
                   ADD WS-PIC-REPEAT TO WS-PIC-NATIONAL
               WHEN "G"
                   ADD WS-PIC-REPEAT TO WS-PIC-POSITIONS
                   ADD WS-PIC-REPEAT TO WS-PIC-DBCS
               WHEN OTHER
                   ADD WS-PIC-REPEAT TO WS-PIC-POSITIONS
           END-EVALUATE.

       3520-SCAN-REPEAT-DIGIT.
           MOVE WS-CUR-PIC(WS-PIC-SUB:1) TO WS-PIC-DIGIT.
           IF WS-PIC-DIGIT NUMERIC
               AND WS-PIC-REPEAT < 99999
               COMPUTE WS-PIC-REPEAT =
                   WS-PIC-REPEAT * 10 + WS-PIC-DIGIT-N
           ELSE
               MOVE "Y" TO WS-PIC-BAD-SW
           END-IF.
           ADD 1 TO WS-PIC-SUB.

      *****************************************************************
      * Turn the tabled layout into dictionary entries: each named    *
      * elementary item of the primary view, once per occurrence.     *
      *****************************************************************
       5000-BUILD-DICTIONARY.
           PERFORM 5100-EXPAND-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           MOVE WS-ROOT-HIGH-WATER TO WS-RECORD-LENGTH.

       5100-EXPAND-ONE-ITEM.
           IF NOT ITM-IS-GROUP(WS-ITEM-SUB)
               IF ITM-ALTERNATE-VIEW(WS-ITEM-SUB)
                   IF WS-ITM-NOTE(WS-ITEM-SUB) = SPACES
                       MOVE "IN REDEFINES - NOT WRITTEN"
                           TO WS-ITM-NOTE(WS-ITEM-SUB)
                   END-IF
               ELSE
                   IF WS-ITM-NAME(WS-ITEM-SUB) = "FILLER"
                       IF WS-ITM-NOTE(WS-ITEM-SUB) = SPACES
                           MOVE "FILLER - NOT WRITTEN"
                               TO WS-ITM-NOTE(WS-ITEM-SUB)
                       END-IF
                   END-IF
                   IF WS-ITM-NAME(WS-ITEM-SUB) NOT = "FILLER"
                       AND WS-ITM-LENGTH(WS-ITEM-SUB) > ZERO
                       PERFORM 5150-SET-DIMENSIONS
                       PERFORM 5200-ADD-ONE-OCCURRENCE
                           VARYING WS-SUB-1 FROM 1 BY 1
                           UNTIL WS-SUB-1 > WS-DIM-CNT-1
                           AFTER WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-DIM-CNT-2
                           AFTER WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-DIM-CNT-3
                   END-IF
               END-IF
           END-IF.

      *    Unused subscripts run once with a zero stride.
       5150-SET-DIMENSIONS.
           MOVE 1 TO WS-DIM-CNT-1.
           MOVE 1 TO WS-DIM-CNT-2.
           MOVE 1 TO WS-DIM-CNT-3.
           MOVE ZERO TO WS-DIM-STRIDE-1.
           MOVE ZERO TO WS-DIM-STRIDE-2.
           MOVE ZERO TO WS-DIM-STRIDE-3.
           IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) > 0
               MOVE WS-ITM-DIM-ITEM(WS-ITEM-SUB, 1) TO WS-DIM-ITEM-1
               MOVE WS-ITM-OCCURS(WS-DIM-ITEM-1) TO WS-DIM-CNT-1
               MOVE WS-ITM-LENGTH(WS-DIM-ITEM-1) TO WS-DIM-STRIDE-1
           END-IF.
           IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) > 1
               MOVE WS-ITM-DIM-ITEM(WS-ITEM-SUB, 2) TO WS-DIM-ITEM-2
               MOVE WS-ITM-OCCURS(WS-DIM-ITEM-2) TO WS-DIM-CNT-2
               MOVE WS-ITM-LENGTH(WS-DIM-ITEM-2) TO WS-DIM-STRIDE-2
           END-IF.
           IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) > 2
               MOVE WS-ITM-DIM-ITEM(WS-ITEM-SUB, 3) TO WS-DIM-ITEM-3
               MOVE WS-ITM-OCCURS(WS-DIM-ITEM-3) TO WS-DIM-CNT-3
               MOVE WS-ITM-LENGTH(WS-DIM-ITEM-3) TO WS-DIM-STRIDE-3
           END-IF.

       5200-ADD-ONE-OCCURRENCE.
           IF WS-ENTRY-COUNT >= 500
               IF NOT ENTRY-TABLE-FULL
                   MOVE "Y" TO WS-ENTRY-TABLE-FULL-SW
                   MOVE "DICTIONARY TABLE FULL (500) - REST DROPPED AT "
                       TO MSG-TEXT
                   MOVE WS-ITM-NAME(WS-ITEM-SUB) TO MSG-DETAIL
                   PERFORM 8600-PRINT-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           ELSE
               COMPUTE WS-OCCURRENCE-START = WS-ITM-START(WS-ITEM-SUB)
                   + (WS-SUB-1 - 1) * WS-DIM-STRIDE-1
                   + (WS-SUB-2 - 1) * WS-DIM-STRIDE-2
                   + (WS-SUB-3 - 1) * WS-DIM-STRIDE-3
               PERFORM 5300-BUILD-ENTRY-NAME
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-BUILT-NAME TO WS-ENT-NAME(WS-ENTRY-COUNT)
               COMPUTE WS-ENT-OFFSET(WS-ENTRY-COUNT) =
                   WS-OCCURRENCE-START + 1
               MOVE WS-ITM-LENGTH(WS-ITEM-SUB)
                   TO WS-ENT-LENGTH(WS-ENTRY-COUNT)
               MOVE SPACES TO WS-ENT-NOTE(WS-ENTRY-COUNT)
               IF NAME-SHORTENED
                   MOVE "NAME SHORTENED TO 20 BYTES"
                       TO WS-ENT-NOTE(WS-ENTRY-COUNT)
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

      *    Name plus subscripts - "(n)", "(n,m)" or "(n,m,k)" - cut
      *    from the name's end so the subscripts survive in 20 bytes.
       5300-BUILD-ENTRY-NAME.
           MOVE SPACES TO WS-SUFFIX.
           MOVE 1 TO WS-SUFFIX-PTR.
           IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) > ZERO
               STRING "(" DELIMITED BY SIZE
                   INTO WS-SUFFIX WITH POINTER WS-SUFFIX-PTR
               MOVE WS-SUB-1 TO WS-EDIT-SUB
               PERFORM 5310-APPEND-SUBSCRIPT
               IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-SUFFIX WITH POINTER WS-SUFFIX-PTR
                   MOVE WS-SUB-2 TO WS-EDIT-SUB
                   PERFORM 5310-APPEND-SUBSCRIPT
               END-IF
               IF WS-ITM-DIM-COUNT(WS-ITEM-SUB) > 2
                   STRING "," DELIMITED BY SIZE
                       INTO WS-SUFFIX WITH POINTER WS-SUFFIX-PTR
                   MOVE WS-SUB-3 TO WS-EDIT-SUB
                   PERFORM 5310-APPEND-SUBSCRIPT
               END-IF
               STRING ")" DELIMITED BY SIZE
                   INTO WS-SUFFIX WITH POINTER WS-SUFFIX-PTR
           END-IF.
           COMPUTE WS-SUFFIX-LEN = WS-SUFFIX-PTR - 1.
           MOVE SPACES TO WS-NAME-WORK.
           MOVE 1 TO WS-NAME-PTR.
           STRING WS-ITM-NAME(WS-ITEM-SUB) DELIMITED BY SPACE
               INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR.
           COMPUTE WS-NAME-LEN = WS-NAME-PTR - 1.
           MOVE "N" TO WS-NAME-SHORTENED-SW.
           IF WS-NAME-LEN + WS-SUFFIX-LEN > LENGTH OF WS-BUILT-NAME
               COMPUTE WS-NAME-KEEP =
                   LENGTH OF WS-BUILT-NAME - WS-SUFFIX-LEN
               MOVE "Y" TO WS-NAME-SHORTENED-SW
           ELSE
               MOVE WS-NAME-LEN TO WS-NAME-KEEP
           END-IF.
           MOVE SPACES TO WS-BUILT-NAME.
           MOVE WS-NAME-WORK(1:WS-NAME-KEEP)
               TO WS-BUILT-NAME(1:WS-NAME-KEEP).
           IF WS-SUFFIX-LEN > ZERO
               MOVE WS-SUFFIX(1:WS-SUFFIX-LEN)
                   TO WS-BUILT-NAME(WS-NAME-KEEP + 1:WS-SUFFIX-LEN)
           END-IF.

       5310-APPEND-SUBSCRIPT.
           MOVE WS-EDIT-SUB TO WS-EDIT-SUB-Z.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-EDIT-SUB-Z TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           STRING WS-EDIT-SUB-Z(WS-LEAD-SPACES + 1:4 - WS-LEAD-SPACES)
               DELIMITED BY SIZE
               INTO WS-SUFFIX WITH POINTER WS-SUFFIX-PTR.

      *****************************************************************
      * Table items are expanded one at a time, so the occurrences of *
      * a group's fields interleave out of offset order; put the      *
      * dictionary back in record order (a straight exchange sort -   *
      * the table is small).                                          *
      *****************************************************************
       5400-SORT-BY-OFFSET.
           PERFORM 5410-SORT-ONE-PASS
               VARYING WS-ENT-SUB-1 FROM 1 BY 1
               UNTIL WS-ENT-SUB-1 >= WS-ENTRY-COUNT.

       5410-SORT-ONE-PASS.
           PERFORM 5420-ORDER-ONE-PAIR
               VARYING WS-ENT-SUB-2 FROM WS-ENT-SUB-1 BY 1
               UNTIL WS-ENT-SUB-2 > WS-ENTRY-COUNT.

       5420-ORDER-ONE-PAIR.
           IF WS-ENT-SUB-2 > WS-ENT-SUB-1
               AND WS-ENT-OFFSET(WS-ENT-SUB-2)
                   < WS-ENT-OFFSET(WS-ENT-SUB-1)
               MOVE WS-ENTRY(WS-ENT-SUB-1) TO WS-SWAP-ENTRY
               MOVE WS-ENTRY(WS-ENT-SUB-2) TO WS-ENTRY(WS-ENT-SUB-1)
               MOVE WS-SWAP-ENTRY TO WS-ENTRY(WS-ENT-SUB-2)
           END-IF.

      *****************************************************************
      * Two entries of one name would collide as FLDDEFK keys and     *
      * make the FLDDEFT by-name match ambiguous - qualified names    *
      * (AMOUNT OF BILLING, AMOUNT OF CREDIT) and names that only     *
      * differed past byte 20 both end up here.                       *
      *****************************************************************
       5500-CHECK-DUPLICATE-NAMES.
           PERFORM 5510-CHECK-ONE-AGAINST-REST
               VARYING WS-ENT-SUB-1 FROM 1 BY 1
               UNTIL WS-ENT-SUB-1 >= WS-ENTRY-COUNT.

       5510-CHECK-ONE-AGAINST-REST.
           PERFORM 5520-CHECK-ONE-PAIR
               VARYING WS-ENT-SUB-2 FROM WS-ENT-SUB-1 BY 1
               UNTIL WS-ENT-SUB-2 > WS-ENTRY-COUNT.

       5520-CHECK-ONE-PAIR.
           IF WS-ENT-SUB-2 > WS-ENT-SUB-1
               AND WS-ENT-NAME(WS-ENT-SUB-2) = WS-ENT-NAME(WS-ENT-SUB-1)
               MOVE "DUPLICATE NAME - QUALIFY OR RENAME"
                   TO WS-ENT-NOTE(WS-ENT-SUB-2)
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       6000-PRINT-LAYOUT.
           MOVE "RECORD LAYOUT (OFFSETS 1-BASED, FIRST OCCURRENCE)"
               TO SEC-TEXT.
           MOVE WS-LAYOUT-HEADING-LINE TO WS-NEXT-COLUMN-HEADING.
           PERFORM 8500-PRINT-SECTION-HEADING.
           PERFORM 6100-PRINT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

      *    Names are indented two places per level of nesting.
       6100-PRINT-ONE-ITEM.
           MOVE WS-ITM-LEVEL(WS-ITEM-SUB) TO LYT-LEVEL.
           MOVE SPACES TO LYT-NAME.
           IF WS-ITM-DEPTH(WS-ITEM-SUB) > 5
               MOVE WS-ITM-NAME(WS-ITEM-SUB) TO LYT-NAME(9:30)
           ELSE
               MOVE WS-ITM-NAME(WS-ITEM-SUB) TO LYT-NAME
                   (WS-ITM-DEPTH(WS-ITEM-SUB) * 2 - 1:30)
           END-IF.
           COMPUTE LYT-OFFSET = WS-ITM-START(WS-ITEM-SUB) + 1.
           MOVE WS-ITM-LENGTH(WS-ITEM-SUB) TO LYT-LENGTH.
           IF ITM-HAS-OWN-OCCURS(WS-ITEM-SUB)
               MOVE WS-ITM-OCCURS(WS-ITEM-SUB) TO LYT-OCCURS
           ELSE
               MOVE ZERO TO LYT-OCCURS
           END-IF.
           MOVE WS-ITM-USAGE-TEXT(WS-ITEM-SUB) TO LYT-USAGE.
           MOVE WS-ITM-PICTURE(WS-ITEM-SUB) TO LYT-PICTURE.
           MOVE WS-ITM-NOTE(WS-ITEM-SUB) TO LYT-NOTE.
           MOVE WS-LAYOUT-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.

      *****************************************************************
      * Write the dictionary and list every entry with whatever in it *
      * BUGSOL would not accept: a field that runs past the move area *
      * or sits beyond the entries it loads is skipped there with a   *
      * console message, so the listing flags it here first.          *
      *****************************************************************
       7000-WRITE-DICTIONARY.
           MOVE "DICTIONARY ENTRIES WRITTEN TO FLDOUT" TO SEC-TEXT.
           MOVE WS-ENTRY-HEADING-LINE TO WS-NEXT-COLUMN-HEADING.
           PERFORM 8500-PRINT-SECTION-HEADING.
           PERFORM 7100-WRITE-ONE-ENTRY
               VARYING WS-ENT-SUB-1 FROM 1 BY 1
               UNTIL WS-ENT-SUB-1 > WS-ENTRY-COUNT.

       7100-WRITE-ONE-ENTRY.
           COMPUTE WS-ITEM-END = WS-ENT-OFFSET(WS-ENT-SUB-1)
               + WS-ENT-LENGTH(WS-ENT-SUB-1) - 1.
           IF WS-ENT-NOTE(WS-ENT-SUB-1) = SPACES
               IF WS-ITEM-END > WS-MOVE-AREA-SIZE
                   MOVE "PAST 100-BYTE MOVE AREA - BUGSOL SKIPS IT"
                       TO WS-ENT-NOTE(WS-ENT-SUB-1)
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   IF WS-ENT-SUB-1 > WS-DICTIONARY-LIMIT
                       MOVE "BEYOND 50 ENTRIES - BUGSOL SKIPS IT"
                           TO WS-ENT-NOTE(WS-ENT-SUB-1)
                       ADD 1 TO WS-WARNING-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-ITEM-END > 9999
               MOVE "OFFSET OVER 9999 - NOT WRITTEN"
                   TO WS-ENT-NOTE(WS-ENT-SUB-1)
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE SPACES TO FIELD-DEF-RECORD
               MOVE WS-ENT-NAME(WS-ENT-SUB-1) TO FLD-FIELD-NAME
               MOVE WS-ENT-OFFSET(WS-ENT-SUB-1) TO FLD-OFFSET
               MOVE WS-ENT-LENGTH(WS-ENT-SUB-1) TO FLD-LENGTH
               WRITE FIELD-DEF-RECORD
               IF WS-FLDOUT-STATUS NOT = "00"
                   MOVE "WRITE FIELD-DEF-RECORD" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF.
           MOVE WS-ENT-SUB-1 TO ENL-SEQUENCE.
           MOVE WS-ENT-NAME(WS-ENT-SUB-1) TO ENL-NAME.
           MOVE WS-ENT-OFFSET(WS-ENT-SUB-1) TO ENL-OFFSET.
           MOVE WS-ENT-LENGTH(WS-ENT-SUB-1) TO ENL-LENGTH.
           MOVE WS-ITEM-END TO ENL-END.
           MOVE WS-ENT-NOTE(WS-ENT-SUB-1) TO ENL-NOTE.
           MOVE WS-ENTRY-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.

       8000-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER.
           MOVE "1" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-RECORD-NAME NOT = SPACES
                   MOVE WS-RECORD-NAME TO HD2-RECORD-NAME
               WHEN WS-SELECT-NAME NOT = SPACES
                   MOVE WS-SELECT-NAME TO HD2-RECORD-NAME
               WHEN OTHER
                   MOVE "(FIRST IN MEMBER)" TO HD2-RECORD-NAME
           END-EVALUATE.
           MOVE WS-RUN-TIME TO HD2-RUN-TIME.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-2 TO RPT-PRINT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE 2 TO WS-LINES-ON-PAGE.
           IF WS-COLUMN-HEADING NOT = SPACES
               MOVE "0" TO RPT-CARRIAGE-CONTROL
               MOVE WS-COLUMN-HEADING TO RPT-PRINT-LINE
               PERFORM 8800-WRITE-REPORT-LINE
               ADD 2 TO WS-LINES-ON-PAGE
           END-IF.

      *    The section title, then its column heading - which page
      *    breaks inside the section repeat.
       8500-PRINT-SECTION-HEADING.
           MOVE SPACES TO WS-COLUMN-HEADING.
           IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE
               PERFORM 8000-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE "-" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-SECTION-LINE TO RPT-PRINT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           ADD 3 TO WS-LINES-ON-PAGE.
           MOVE WS-NEXT-COLUMN-HEADING TO WS-COLUMN-HEADING.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-COLUMN-HEADING TO RPT-PRINT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

       8600-PRINT-MESSAGE.
           MOVE WS-MESSAGE-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.

      *    Hold the line while a page break prints its headings.
       8700-PRINT-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               MOVE RPT-PRINT-LINE TO WS-HELD-LINE
               PERFORM 8000-PRINT-PAGE-HEADINGS
               MOVE WS-HELD-LINE TO RPT-PRINT-LINE
           END-IF.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           PERFORM 8800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       8800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE REPORT-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       9000-TERMINATE.
           IF WS-ITEM-COUNT = ZERO
               MOVE "NO RECORD LAYOUT FOUND - DICTIONARY IS EMPTY "
                   TO MSG-TEXT
               MOVE WS-SELECT-NAME TO MSG-DETAIL
               PERFORM 8600-PRINT-MESSAGE
           END-IF.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE "SOURCE LINES READ" TO TOT-CAPTION.
           MOVE WS-LINES-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE "DATA ENTRIES PARSED" TO TOT-CAPTION.
           MOVE WS-ENTRIES-PARSED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.
           MOVE "RECORD LENGTH (BYTES)" TO TOT-CAPTION.
           MOVE WS-RECORD-LENGTH TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.
           MOVE "DICTIONARY ENTRIES WRITTEN" TO TOT-CAPTION.
           MOVE WS-ENTRIES-WRITTEN TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.
           MOVE "WARNINGS TO REVIEW" TO TOT-CAPTION.
           MOVE WS-WARNING-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8700-PRINT-DETAIL-LINE.
           CLOSE COPYSRC-FILE.
           IF WS-COPYSRC-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE COPYSRC-FILE STATUS "
                   WS-COPYSRC-STATUS
           END-IF.
           CLOSE FLDOUT-FILE.
           IF WS-FLDOUT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE FLDOUT-FILE STATUS "
                   WS-FLDOUT-STATUS
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.
           DISPLAY "*** FIELD DICTIONARY GENERATION SUMMARY ***".
           DISPLAY "SOURCE LINES READ     : " WS-LINES-READ.
           DISPLAY "DATA ENTRIES PARSED   : " WS-ENTRIES-PARSED.
           DISPLAY "RECORD LENGTH         : " WS-RECORD-LENGTH.
           DISPLAY "ENTRIES WRITTEN       : " WS-ENTRIES-WRITTEN.
           DISPLAY "WARNINGS              : " WS-WARNING-COUNT.
           IF WS-ITEM-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

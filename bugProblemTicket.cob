       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLI.

      *****************************************************************
      * BUGSOLI - PROBLEM-TICKET INTERFACE FOR NEW TRUNCATIONS       *
      *                                                                *
      * Runs after the BUGSOLD distribution and BUGSOLG diff over    *
      * the same night's generations, and turns new field damage     *
      * into problem tickets instead of lines somebody has to read.  *
      * Every test case/field WARNRPT shows truncating tonight that  *
      * has no open ticket on the OPENTKT control file gets an "O"   *
      * record on the PRBTKT interface file (TICKETC layout) for the *
      * shop's problem-management system, assigned to the field's   *
      * owning team from FLDOWNRS (UNKN when it has none). Damage    *
      * that persists keeps its one open ticket; nothing is raised   *
      * again. An open ticket whose case ran tonight with no damage  *
      * to that field is closed with an "R" record - resolution "C"  *
      * clean, or "W" when the damage is still there but now waived  *
      * on the WAIVERS register. A field ticket is only clean when   *
      * the case's whole area is undamaged too: with just the whole- *
      * area line left (no dictionary loaded, say) the field cannot  *
      * be judged, so the ticket stays open, listed with the area    *
      * finding. A ticket whose case is not in tonight's AUDITOUT    *
      * generation (retired, or run in an earlier segment of a       *
      * restarted night) is left open and listed.                    *
      *                                                                *
      * The whole-area WS-AREA-1 warning is ticketed only for a case *
      * with no field-level damage lines - with a dictionary loaded  *
      * the field tickets already say which field broke. Waived      *
      * warnings never raise a ticket.                               *
      *                                                                *
      * The new control file (NEWTKT) is written for the job to copy *
      * over OPENTKT. Both generations must carry a complete HDR/TRL *
      * bracket: an incomplete night would make every open ticket    *
      * look clean, so the job then raises and resolves nothing,     *
      * writes no control file and ends RC=8. Otherwise RC=4 when    *
      * any ticket was raised or resolved, RC=0 when none was.       *
      * Damage that cannot be ticketed because the open-ticket       *
      * table is full is listed on TKTREG and ends the job RC=8.     *
      *                                                                *
      * PARM='SEED' loads the control file from tonight's damage     *
      * without sending any record - for the first run, so damage    *
      * already known is not raised all at once.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNERS-FILE ASSIGN TO "FLDOWNRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNERS-STATUS.

           SELECT WARNING-FILE ASSIGN TO "WARNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARNING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPENTKT-FILE ASSIGN TO "OPENTKT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENTKT-STATUS.

           SELECT NEWTKT-FILE ASSIGN TO "NEWTKT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWTKT-STATUS.

           SELECT TICKET-FILE ASSIGN TO "PRBTKT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TKTREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OWNERS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY FLDOWNC.

       FD  WARNING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           COPY WARNREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS.
           COPY AUDITREC REPLACING ==AUD-TARGET-LEN== BY ==80==.

       FD  OPENTKT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS.
       01  OPENTKT-RECORD                PIC X(150).

       FD  NEWTKT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS.
       01  NEWTKT-RECORD                 PIC X(150).

       FD  TICKET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS.
           COPY TICKETC.

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

       01  WS-OWNERS-STATUS              PIC X(2).
       01  WS-WARNING-STATUS             PIC X(2).
       01  WS-AUDIT-STATUS               PIC X(2).
       01  WS-OPENTKT-STATUS             PIC X(2).
       01  WS-NEWTKT-STATUS              PIC X(2).
       01  WS-TICKET-STATUS              PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-OWNERS-EOF             PIC X VALUE "N".
               88  OWNERS-EOF                   VALUE "Y".
           05  WS-WARNING-EOF            PIC X VALUE "N".
               88  WARNING-EOF                  VALUE "Y".
           05  WS-AUDIT-EOF              PIC X VALUE "N".
               88  AUDIT-EOF                    VALUE "Y".
           05  WS-OPENTKT-EOF            PIC X VALUE "N".
               88  OPENTKT-EOF                  VALUE "Y".

       01  WS-SEED-MODE-SW               PIC X VALUE "N".
           88  SEED-MODE                        VALUE "Y".

       01  WS-INPUT-OK-SW                PIC X VALUE "Y".
           88  INPUT-OK                         VALUE "Y".

           COPY HDRTRLC.

      *****************************************************************
      * Bracket checks for the two generations, kept the way BUGSOLD *
      * keeps its WARNRPT check.                                     *
      *****************************************************************
       01  WS-GENERATION-CHECK-FIELDS.
           05  WS-WRN-HEADER-SW          PIC X VALUE "N".
           05  WS-WRN-TRAILER-SW         PIC X VALUE "N".
           05  WS-WRN-TRAILER-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-WRN-DATA-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-AUD-HEADER-SW          PIC X VALUE "N".
           05  WS-AUD-TRAILER-SW         PIC X VALUE "N".
           05  WS-AUD-TRAILER-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-AUD-DATA-COUNT         PIC 9(8) VALUE ZERO.

       01  WS-OWNER-DICTIONARY.
           05  WS-OWNER-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-OWNER-ENTRY OCCURS 50 TIMES.
               10  WS-OWN-NAME           PIC X(20).
               10  WS-OWN-TEAM           PIC X(4).

      *****************************************************************
      * Tonight's live damage, one entry per test case/field.        *
      *****************************************************************
       01  WS-DAMAGE-TABLE.
           05  WS-DAMAGE-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-DAMAGE-ENTRY OCCURS 1000 TIMES.
               10  DMG-KEY.
                   15  DMG-CASE-ID       PIC X(8).
                   15  DMG-FIELD-NAME    PIC X(20).
               10  DMG-SEVERITY          PIC X(1).
               10  DMG-DATA-CLASS        PIC X(1).
               10  DMG-MAP-DISPOSITION   PIC X(1).
               10  DMG-SOURCE-LEN        PIC 9(4).
               10  DMG-TARGET-LEN        PIC 9(4).
               10  DMG-CHARS-LOST        PIC 9(4).

      *****************************************************************
      * Tonight's waived damage, by test case/field.                 *
      *****************************************************************
       01  WS-WAIVED-TABLE.
           05  WS-WAIVED-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-WAIVED-KEY OCCURS 500 TIMES
                                         PIC X(28).

      *****************************************************************
      * The test cases tonight's AUDITOUT generation ran.            *
      *****************************************************************
       01  WS-RUN-CASE-TABLE.
           05  WS-RUN-CASE-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-RUN-CASE-ID OCCURS 2000 TIMES
                                         PIC X(8).

      *****************************************************************
      * Open tickets: those loaded from OPENTKT, then those raised   *
      * tonight. The keep switch is cleared when a ticket resolves,  *
      * so the new control file carries only what is still open.     *
      *****************************************************************
       01  WS-OPEN-TABLE.
           05  WS-OPEN-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-OLD-OPEN-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-OPEN-ENTRY OCCURS 1000 TIMES.
               10  OT-KEY                PIC X(28).
               10  OT-KEEP-SW            PIC X(1).
               10  OT-IMAGE              PIC X(150).

       01  WS-WORK-FIELDS.
           05  WS-SCAN-SUB               PIC 9(4).
           05  WS-FOUND-SUB              PIC 9(4).
           05  WS-DMG-SUB                PIC 9(4).
           05  WS-OPEN-SUB               PIC 9(4).
           05  WS-SEARCH-KEY.
               10  WS-SEARCH-CASE        PIC X(8).
               10  WS-SEARCH-FIELD       PIC X(20).
           05  WS-SEARCH-TEAM            PIC X(4).
           05  WS-FIELD-LINES-SW         PIC X(1).
           05  WS-TICKET-SEQ             PIC 9(6) VALUE ZERO.
           05  WS-SUMMARY-CAPTION        PIC X(30).

       01  WS-TICKET-COUNTS.
           05  WS-TICKETS-RAISED         PIC 9(8) VALUE ZERO.
           05  WS-TICKETS-CLEAN          PIC 9(8) VALUE ZERO.
           05  WS-TICKETS-WAIVED         PIC 9(8) VALUE ZERO.
           05  WS-TICKETS-CARRIED        PIC 9(8) VALUE ZERO.
           05  WS-TICKETS-NOT-RUN        PIC 9(8) VALUE ZERO.
           05  WS-TICKETS-SEEDED         PIC 9(8) VALUE ZERO.
           05  WS-CONTROL-WRITTEN        PIC 9(8) VALUE ZERO.
           05  WS-OVERFLOW-COUNT         PIC 9(8) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05  WS-LINES-ON-PAGE          PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.

       01  WS-RUN-DATE                   PIC X(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(44) VALUE
               "BUGSOLI - PROBLEM-TICKET REGISTER".
           05  FILLER                    PIC X(56) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  HD1-RUN-DATE              PIC X(8).
           05  FILLER                    PIC X(6) VALUE "  PAGE".
           05  HD1-PAGE-NUMBER           PIC Z(3)9.
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE "ACTION".
           05  FILLER                    PIC X(16) VALUE "TICKET REF".
           05  FILLER                    PIC X(10) VALUE "CASE ID".
           05  FILLER                    PIC X(22) VALUE "FIELD".
           05  FILLER                    PIC X(6) VALUE "TEAM".
           05  FILLER                    PIC X(60) VALUE "DETAIL".
           05  FILLER                    PIC X(7) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RGL-ACTION                PIC X(10).
           05  RGL-TICKET-REF            PIC X(14).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RGL-CASE-ID               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RGL-FIELD-NAME            PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RGL-TEAM-CODE             PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RGL-DETAIL                PIC X(60).
           05  FILLER                    PIC X(7) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  MSG-TEXT                  PIC X(80).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  TOT-CAPTION               PIC X(30).
           05  TOT-COUNT                 PIC Z(7)9.
           05  FILLER                    PIC X(93) VALUE SPACES.

       01  WS-FATAL-MESSAGE              PIC X(40).

       LINKAGE SECTION.

       01  LK-PARM.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1800-VERIFY-GENERATIONS.
           IF INPUT-OK
               PERFORM 2000-RAISE-ONE-TICKET
                   VARYING WS-DMG-SUB FROM 1 BY 1
                   UNTIL WS-DMG-SUB > WS-DAMAGE-COUNT
               PERFORM 3000-REVIEW-ONE-OPEN-TICKET
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OLD-OPEN-COUNT
               PERFORM 4000-WRITE-CONTROL-FILE
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           IF LK-PARM-LENGTH > ZERO
               AND LK-PARM-TEXT(1:4) = "SEED"
               MOVE "Y" TO WS-SEED-MODE-SW
               DISPLAY "SEED RUN - CONTROL FILE LOADED, NO TICKETS "
                   "SENT"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN REPORT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           OPEN OUTPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
               MOVE "OPEN TICKET-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 1100-LOAD-OWNER-DICTIONARY.
           PERFORM 1200-LOAD-OPEN-TICKETS.
           OPEN INPUT WARNING-FILE.
           IF WS-WARNING-STATUS NOT = "00"
               MOVE "OPEN WARNING-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 1300-LOAD-ONE-WARNING UNTIL WARNING-EOF.
           CLOSE WARNING-FILE.
           IF WS-WARNING-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE WARNING-FILE STATUS "
                   WS-WARNING-STATUS
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "OPEN AUDIT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 1500-LOAD-ONE-AUDIT-RECORD UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE AUDIT-FILE STATUS "
                   WS-AUDIT-STATUS
           END-IF.

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

       1100-LOAD-OWNER-DICTIONARY.
           OPEN INPUT OWNERS-FILE.
           IF WS-OWNERS-STATUS = "35"
               DISPLAY "*** FLDOWNRS NOT ALLOCATED - ALL TICKETS "
                   "GO TO TEAM UNKN ***"
           ELSE
               IF WS-OWNERS-STATUS NOT = "00"
                   MOVE "OPEN OWNERS-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1150-LOAD-ONE-OWNER UNTIL OWNERS-EOF
               CLOSE OWNERS-FILE
               IF WS-OWNERS-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE OWNERS-FILE STATUS "
                       WS-OWNERS-STATUS
               END-IF
               DISPLAY "OWNERSHIP ENTRIES LOADED: " WS-OWNER-COUNT
           END-IF.

       1150-LOAD-ONE-OWNER.
           READ OWNERS-FILE
               AT END
                   MOVE "Y" TO WS-OWNERS-EOF
               NOT AT END
                   PERFORM 1180-STORE-ONE-OWNER
           END-READ.

       1180-STORE-ONE-OWNER.
           IF OWN-FIELD-NAME = SPACES OR OWN-TEAM-CODE = SPACES
               DISPLAY "*** FLDOWNRS ENTRY WITH BLANK FIELD OR "
                   "TEAM - SKIPPED ***"
           ELSE
               IF WS-OWNER-COUNT >= 50
                   DISPLAY "*** FLDOWNRS ENTRY " OWN-FIELD-NAME
                       " OVER TABLE LIMIT - SKIPPED ***"
               ELSE
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE OWN-FIELD-NAME
                       TO WS-OWN-NAME(WS-OWNER-COUNT)
                   MOVE OWN-TEAM-CODE
                       TO WS-OWN-TEAM(WS-OWNER-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * The control file is absent only before the first run; that  *
      * starts with no open tickets.                                 *
      *****************************************************************
       1200-LOAD-OPEN-TICKETS.
           OPEN INPUT OPENTKT-FILE.
           IF WS-OPENTKT-STATUS = "35"
               DISPLAY "*** OPENTKT NOT ALLOCATED - NO OPEN "
                   "TICKETS ***"
           ELSE
               IF WS-OPENTKT-STATUS NOT = "00"
                   MOVE "OPEN OPENTKT-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               PERFORM 1250-LOAD-ONE-OPEN-TICKET UNTIL OPENTKT-EOF
               CLOSE OPENTKT-FILE
               IF WS-OPENTKT-STATUS NOT = "00"
                   DISPLAY "*** WARNING: CLOSE OPENTKT-FILE STATUS "
                       WS-OPENTKT-STATUS
               END-IF
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-OLD-OPEN-COUNT.
           DISPLAY "OPEN TICKETS LOADED: " WS-OPEN-COUNT.

       1250-LOAD-ONE-OPEN-TICKET.
           READ OPENTKT-FILE
               AT END
                   MOVE "Y" TO WS-OPENTKT-EOF
               NOT AT END
                   MOVE OPENTKT-RECORD TO PROBLEM-TICKET-RECORD
                   IF NOT TKT-TICKET-OPENED
                       DISPLAY "*** OPENTKT RECORD NOT AN OPEN "
                           "TICKET - SKIPPED ***"
                   ELSE
                       IF WS-OPEN-COUNT >= 1000
      *                    The control file must come back whole -
      *                    a dropped entry would be raised again.
                           ADD 1 TO WS-OVERFLOW-COUNT
                           DISPLAY "*** OPEN TICKET TABLE FULL ***"
                       ELSE
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE TKT-TEST-CASE-ID
                               TO OT-KEY(WS-OPEN-COUNT)(1:8)
                           MOVE TKT-FIELD-NAME
                               TO OT-KEY(WS-OPEN-COUNT)(9:20)
                           MOVE "Y" TO OT-KEEP-SW(WS-OPEN-COUNT)
                           MOVE OPENTKT-RECORD
                               TO OT-IMAGE(WS-OPEN-COUNT)
      *                    A second run for the same business
      *                    date numbers on from its tickets.
                           IF TKT-REF-DATE = WS-RUN-DATE
                               AND TKT-REF-SEQ > WS-TICKET-SEQ
                               MOVE TKT-REF-SEQ TO WS-TICKET-SEQ
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * WARNRPT data records begin with a digit, so HDR/TRL cannot   *
      * be data; the run-threshold exception record is not damage.   *
      * A warning is a truncation by the same test BUGSOL applies to *
      * the audit trail's truncated flag: characters or high-order   *
      * digits lost, or double-byte data broken at the cut.          *
      *****************************************************************
       1300-LOAD-ONE-WARNING.
           READ WARNING-FILE
               AT END
                   MOVE "Y" TO WS-WARNING-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WARNING-RECORD(1:3) = "HDR"
                           MOVE "Y" TO WS-WRN-HEADER-SW
                       WHEN WARNING-RECORD(1:3) = "TRL"
                           MOVE WARNING-RECORD
                               (1:LENGTH OF RUN-TRAILER-RECORD)
                               TO RUN-TRAILER-RECORD
                           MOVE "Y" TO WS-WRN-TRAILER-SW
                           MOVE RUN-TRL-RECORDS-WRITTEN
                               TO WS-WRN-TRAILER-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-WRN-DATA-COUNT
                           IF WARNING-RECORD(9:21) NOT =
                                   " THRESHOLDS EXCEEDED:"
                               PERFORM 1350-CLASSIFY-WARNING
                           END-IF
                   END-EVALUATE
           END-READ.

       1350-CLASSIFY-WARNING.
           IF (WRN-CHARS-LOST NUMERIC AND WRN-CHARS-LOST > ZERO)
               OR WRN-HI-ORDER-TRUNC = "Y"
               OR WRN-DBCS-SPLIT-CHAR = "Y"
               OR WRN-DBCS-SHIFT-UNBAL = "Y"
               MOVE WRN-TEST-CASE-ID TO WS-SEARCH-CASE
               MOVE WRN-SOURCE-FIELD TO WS-SEARCH-FIELD
               IF WRN-WAIVED-FLAG = "W"
                   PERFORM 1400-STORE-WAIVED-KEY
               ELSE
                   PERFORM 1450-STORE-DAMAGE
               END-IF
           END-IF.

       1400-STORE-WAIVED-KEY.
           IF WS-WAIVED-COUNT >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "*** WAIVED TABLE FULL ***"
           ELSE
               ADD 1 TO WS-WAIVED-COUNT
               MOVE WS-SEARCH-KEY TO WS-WAIVED-KEY(WS-WAIVED-COUNT)
           END-IF.

       1450-STORE-DAMAGE.
           PERFORM 1460-FIND-DAMAGE.
           IF WS-FOUND-SUB = ZERO
               IF WS-DAMAGE-COUNT >= 1000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY "*** DAMAGE TABLE FULL ***"
               ELSE
                   ADD 1 TO WS-DAMAGE-COUNT
                   MOVE WS-SEARCH-KEY TO DMG-KEY(WS-DAMAGE-COUNT)
                   EVALUATE TRUE
                       WHEN WRN-HI-ORDER-TRUNC = "Y"
                           MOVE "1" TO DMG-SEVERITY(WS-DAMAGE-COUNT)
                       WHEN WRN-DBCS-SPLIT-CHAR = "Y"
                           OR WRN-DBCS-SHIFT-UNBAL = "Y"
                           MOVE "2" TO DMG-SEVERITY(WS-DAMAGE-COUNT)
                       WHEN OTHER
                           MOVE "3" TO DMG-SEVERITY(WS-DAMAGE-COUNT)
                   END-EVALUATE
                   MOVE WRN-DATA-CLASS
                       TO DMG-DATA-CLASS(WS-DAMAGE-COUNT)
                   MOVE WRN-MAP-DISPOSITION
                       TO DMG-MAP-DISPOSITION(WS-DAMAGE-COUNT)
                   MOVE WRN-SOURCE-LEN
                       TO DMG-SOURCE-LEN(WS-DAMAGE-COUNT)
                   MOVE WRN-TARGET-LEN
                       TO DMG-TARGET-LEN(WS-DAMAGE-COUNT)
                   MOVE WRN-CHARS-LOST
                       TO DMG-CHARS-LOST(WS-DAMAGE-COUNT)
               END-IF
           END-IF.

       1460-FIND-DAMAGE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 1465-MATCH-ONE-DAMAGE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DAMAGE-COUNT
                   OR WS-FOUND-SUB > ZERO.

       1465-MATCH-ONE-DAMAGE.
           IF DMG-KEY(WS-SCAN-SUB) = WS-SEARCH-KEY
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       1500-LOAD-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN AUDIT-RECORD(1:3) = "HDR"
                           MOVE "Y" TO WS-AUD-HEADER-SW
                       WHEN AUDIT-RECORD(1:3) = "TRL"
                           MOVE AUDIT-RECORD
                               (1:LENGTH OF RUN-TRAILER-RECORD)
                               TO RUN-TRAILER-RECORD
                           MOVE "Y" TO WS-AUD-TRAILER-SW
                           MOVE RUN-TRL-RECORDS-WRITTEN
                               TO WS-AUD-TRAILER-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-AUD-DATA-COUNT
                           PERFORM 1550-STORE-RUN-CASE
                   END-EVALUATE
           END-READ.

       1550-STORE-RUN-CASE.
           IF WS-RUN-CASE-COUNT >= 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "*** RUN CASE TABLE FULL ***"
           ELSE
               ADD 1 TO WS-RUN-CASE-COUNT
               MOVE AUD-TEST-CASE-ID
                   TO WS-RUN-CASE-ID(WS-RUN-CASE-COUNT)
           END-IF.

      *****************************************************************
      * Both generations must be complete and every table must have  *
      * held its input; otherwise the night's picture is partial and *
      * resolving against it would close tickets that are still     *
      * real. Generations with no control records at all (written    *
      * before the bracket existed) are accepted as BUGSOLD accepts  *
      * them.                                                         *
      *****************************************************************
       1800-VERIFY-GENERATIONS.
           IF WS-WRN-HEADER-SW = "Y" OR WS-WRN-TRAILER-SW = "Y"
               IF WS-WRN-HEADER-SW NOT = "Y"
                   OR WS-WRN-TRAILER-SW NOT = "Y"
                   OR WS-WRN-TRAILER-COUNT NOT = WS-WRN-DATA-COUNT
                   MOVE "*** WARNRPT GENERATION INCOMPLETE - NO "
                       TO MSG-TEXT
                   MOVE "TICKETS PROCESSED" TO MSG-TEXT(40:21)
                   PERFORM 1850-REJECT-INPUT
               END-IF
           ELSE
               DISPLAY "*** WARNRPT HAS NO HEADER/TRAILER - "
                   "NOT VERIFIED ***"
           END-IF.
           IF WS-AUD-HEADER-SW = "Y" OR WS-AUD-TRAILER-SW = "Y"
               IF WS-AUD-HEADER-SW NOT = "Y"
                   OR WS-AUD-TRAILER-SW NOT = "Y"
                   OR WS-AUD-TRAILER-COUNT NOT = WS-AUD-DATA-COUNT
                   MOVE "*** AUDITOUT GENERATION INCOMPLETE - NO "
                       TO MSG-TEXT
                   MOVE "TICKETS PROCESSED" TO MSG-TEXT(41:20)
                   PERFORM 1850-REJECT-INPUT
               END-IF
           ELSE
               DISPLAY "*** AUDITOUT HAS NO HEADER/TRAILER - "
                   "NOT VERIFIED ***"
           END-IF.
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE "*** TABLE LIMIT EXCEEDED - NO TICKETS PROCESSED"
                   TO MSG-TEXT
               PERFORM 1850-REJECT-INPUT
           END-IF.

       1850-REJECT-INPUT.
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM 1860-PRINT-MESSAGE.

       1860-PRINT-MESSAGE.
           DISPLAY MSG-TEXT.
           IF WS-LINES-ON-PAGE + 1 > WS-LINES-PER-PAGE
               PERFORM 2900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-MESSAGE-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * A ticket is raised for damage with no open ticket. The       *
      * whole-area line is passed over when the same case has field- *
      * level damage lines.                                          *
      *****************************************************************
       2000-RAISE-ONE-TICKET.
           MOVE DMG-KEY(WS-DMG-SUB) TO WS-SEARCH-KEY.
           MOVE "N" TO WS-FIELD-LINES-SW.
           IF WS-SEARCH-FIELD = "WS-AREA-1"
               PERFORM 2050-CHECK-FIELD-LINES
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-DAMAGE-COUNT
                       OR WS-FIELD-LINES-SW = "Y"
           END-IF.
           IF WS-FIELD-LINES-SW = "N"
               PERFORM 2100-FIND-OPEN-TICKET
               IF WS-FOUND-SUB > ZERO
                   ADD 1 TO WS-TICKETS-CARRIED
               ELSE
                   PERFORM 2200-OPEN-NEW-TICKET
               END-IF
           END-IF.

       2050-CHECK-FIELD-LINES.
           IF DMG-CASE-ID(WS-SCAN-SUB) = WS-SEARCH-CASE
               AND DMG-FIELD-NAME(WS-SCAN-SUB) NOT = "WS-AREA-1"
               MOVE "Y" TO WS-FIELD-LINES-SW
           END-IF.

       2100-FIND-OPEN-TICKET.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2150-MATCH-ONE-OPEN-TICKET
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-OPEN-COUNT
                   OR WS-FOUND-SUB > ZERO.

       2150-MATCH-ONE-OPEN-TICKET.
           IF OT-KEY(WS-SCAN-SUB) = WS-SEARCH-KEY
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       2200-OPEN-NEW-TICKET.
           IF WS-OPEN-COUNT >= 1000
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE SPACES TO MSG-TEXT
               STRING "*** OPEN TICKET TABLE FULL - " DELIMITED BY SIZE
                   WS-SEARCH-CASE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEARCH-FIELD DELIMITED BY SPACE
                   " NOT RAISED ***" DELIMITED BY SIZE
                   INTO MSG-TEXT
               END-STRING
               PERFORM 1860-PRINT-MESSAGE
           ELSE
               ADD 1 TO WS-TICKET-SEQ
               MOVE SPACES TO PROBLEM-TICKET-RECORD
               MOVE "O" TO TKT-RECORD-TYPE
               MOVE WS-RUN-DATE TO TKT-REF-DATE
               MOVE WS-TICKET-SEQ TO TKT-REF-SEQ
               MOVE WS-SEARCH-CASE TO TKT-TEST-CASE-ID
               MOVE WS-SEARCH-FIELD TO TKT-FIELD-NAME
               PERFORM 2250-FIND-OWNING-TEAM
               MOVE WS-SEARCH-TEAM TO TKT-TEAM-CODE
               MOVE DMG-SEVERITY(WS-DMG-SUB) TO TKT-SEVERITY
               MOVE DMG-DATA-CLASS(WS-DMG-SUB) TO TKT-DATA-CLASS
               MOVE DMG-MAP-DISPOSITION(WS-DMG-SUB)
                   TO TKT-MAP-DISPOSITION
               MOVE DMG-SOURCE-LEN(WS-DMG-SUB) TO TKT-SOURCE-LEN
               MOVE DMG-TARGET-LEN(WS-DMG-SUB) TO TKT-TARGET-LEN
               MOVE DMG-CHARS-LOST(WS-DMG-SUB) TO TKT-CHARS-LOST
               MOVE WS-RUN-DATE TO TKT-OPENED-DATE
               MOVE WS-RUN-DATE TO TKT-EVENT-DATE
               EVALUATE TRUE
                   WHEN TKT-SEVERITY = "1"
                       MOVE "HIGH-ORDER DIGITS LOST IN"
                           TO WS-SUMMARY-CAPTION
                   WHEN TKT-SEVERITY = "2"
                       MOVE "DBCS DATA BROKEN IN"
                           TO WS-SUMMARY-CAPTION
                   WHEN TKT-MAP-DISPOSITION = "D"
                       MOVE "DATA DROPPED FROM"
                           TO WS-SUMMARY-CAPTION
                   WHEN OTHER
                       MOVE "TRUNCATION IN"
                           TO WS-SUMMARY-CAPTION
               END-EVALUATE
               STRING WS-SUMMARY-CAPTION DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   TKT-FIELD-NAME DELIMITED BY SPACE
                   " - SOURCE " DELIMITED BY SIZE
                   TKT-SOURCE-LEN DELIMITED BY SIZE
                   " TARGET " DELIMITED BY SIZE
                   TKT-TARGET-LEN DELIMITED BY SIZE
                   INTO TKT-SUMMARY
               END-STRING
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-SEARCH-KEY TO OT-KEY(WS-OPEN-COUNT)
               MOVE "Y" TO OT-KEEP-SW(WS-OPEN-COUNT)
               MOVE PROBLEM-TICKET-RECORD TO OT-IMAGE(WS-OPEN-COUNT)
               IF SEED-MODE
                   ADD 1 TO WS-TICKETS-SEEDED
               ELSE
                   PERFORM 2700-WRITE-TICKET-RECORD
                   ADD 1 TO WS-TICKETS-RAISED
                   MOVE "RAISED" TO RGL-ACTION
                   PERFORM 2750-WRITE-REGISTER-LINE
               END-IF
           END-IF.

       2250-FIND-OWNING-TEAM.
           MOVE "UNKN" TO WS-SEARCH-TEAM.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2260-MATCH-ONE-OWNER
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-OWNER-COUNT
                   OR WS-FOUND-SUB > ZERO.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-OWN-TEAM(WS-FOUND-SUB) TO WS-SEARCH-TEAM
           END-IF.

       2260-MATCH-ONE-OWNER.
           IF WS-OWN-NAME(WS-SCAN-SUB) = WS-SEARCH-FIELD
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       2700-WRITE-TICKET-RECORD.
           WRITE PROBLEM-TICKET-RECORD.
           IF WS-TICKET-STATUS NOT = "00"
               MOVE "WRITE PROBLEM-TICKET-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       2750-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE + 1 > WS-LINES-PER-PAGE
               PERFORM 2900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE TKT-TICKET-REF TO RGL-TICKET-REF.
           MOVE TKT-TEST-CASE-ID TO RGL-CASE-ID.
           MOVE TKT-FIELD-NAME TO RGL-FIELD-NAME.
           MOVE TKT-TEAM-CODE TO RGL-TEAM-CODE.
           MOVE TKT-SUMMARY TO RGL-DETAIL.
           MOVE " " TO RPT-CARRIAGE-CONTROL.
           MOVE WS-REGISTER-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       2800-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE REPORT-RECORD" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       2900-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER.
           MOVE "1" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE WS-COLUMN-HEADING-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE 3 TO WS-LINES-ON-PAGE.

      *****************************************************************
      * A ticket open before tonight with no live damage tonight:    *
      * resolved as waived when the damage is waived, as clean when  *
      * its case ran with no whole-area damage either, and left open *
      * when the case did not run or its whole area is damaged.      *
      *****************************************************************
       3000-REVIEW-ONE-OPEN-TICKET.
           MOVE OT-KEY(WS-OPEN-SUB) TO WS-SEARCH-KEY.
           PERFORM 1460-FIND-DAMAGE.
           IF WS-FOUND-SUB = ZERO AND NOT SEED-MODE
               MOVE OT-IMAGE(WS-OPEN-SUB) TO PROBLEM-TICKET-RECORD
               PERFORM 3100-FIND-WAIVED-KEY
               IF WS-FOUND-SUB > ZERO
                   MOVE "W" TO TKT-RESOLUTION
                   MOVE "DAMAGE WAIVED ON THE WAIVERS REGISTER"
                       TO TKT-SUMMARY
                   ADD 1 TO WS-TICKETS-WAIVED
                   PERFORM 3300-RESOLVE-TICKET
               ELSE
                   PERFORM 3200-FIND-RUN-CASE
                   IF WS-FOUND-SUB > ZERO
                       MOVE "WS-AREA-1" TO WS-SEARCH-FIELD
                       PERFORM 1460-FIND-DAMAGE
                       IF WS-FOUND-SUB > ZERO
                           PERFORM 3400-NOTE-AREA-DAMAGE
                       ELSE
                           MOVE "C" TO TKT-RESOLUTION
                           MOVE "CASE RAN WITH NO DAMAGE TO THIS FIELD"
                               TO TKT-SUMMARY
                           ADD 1 TO WS-TICKETS-CLEAN
                           PERFORM 3300-RESOLVE-TICKET
                       END-IF
                   ELSE
                       ADD 1 TO WS-TICKETS-NOT-RUN
                       MOVE "STILL OPEN - CASE NOT IN TONIGHT'S RUN"
                           TO TKT-SUMMARY
                       MOVE "OPEN" TO RGL-ACTION
                       PERFORM 2750-WRITE-REGISTER-LINE
                   END-IF
               END-IF
           END-IF.

       3100-FIND-WAIVED-KEY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 3150-MATCH-ONE-WAIVED-KEY
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-WAIVED-COUNT
                   OR WS-FOUND-SUB > ZERO.

       3150-MATCH-ONE-WAIVED-KEY.
           IF WS-WAIVED-KEY(WS-SCAN-SUB) = WS-SEARCH-KEY
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       3200-FIND-RUN-CASE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 3250-MATCH-ONE-RUN-CASE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-RUN-CASE-COUNT
                   OR WS-FOUND-SUB > ZERO.

       3250-MATCH-ONE-RUN-CASE.
           IF WS-RUN-CASE-ID(WS-SCAN-SUB) = WS-SEARCH-CASE
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       3300-RESOLVE-TICKET.
           MOVE "R" TO TKT-RECORD-TYPE.
           MOVE WS-RUN-DATE TO TKT-EVENT-DATE.
           PERFORM 2700-WRITE-TICKET-RECORD.
           MOVE "N" TO OT-KEEP-SW(WS-OPEN-SUB).
           MOVE "RESOLVED" TO RGL-ACTION.
           PERFORM 2750-WRITE-REGISTER-LINE.

       3400-NOTE-AREA-DAMAGE.
           ADD 1 TO WS-TICKETS-CARRIED.
           MOVE SPACES TO TKT-SUMMARY.
           STRING "STILL OPEN - WHOLE-AREA DAMAGE TO " DELIMITED BY SIZE
               WS-SEARCH-FIELD DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               DMG-CHARS-LOST(WS-FOUND-SUB) DELIMITED BY SIZE
               " CHARS LOST" DELIMITED BY SIZE
               INTO TKT-SUMMARY
           END-STRING.
           MOVE "OPEN" TO RGL-ACTION.
           PERFORM 2750-WRITE-REGISTER-LINE.

       4000-WRITE-CONTROL-FILE.
           OPEN OUTPUT NEWTKT-FILE.
           IF WS-NEWTKT-STATUS NOT = "00"
               MOVE "OPEN NEWTKT-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.
           PERFORM 4100-WRITE-ONE-CONTROL-RECORD
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
           CLOSE NEWTKT-FILE.
           IF WS-NEWTKT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE NEWTKT-FILE STATUS "
                   WS-NEWTKT-STATUS
           END-IF.

       4100-WRITE-ONE-CONTROL-RECORD.
           IF OT-KEEP-SW(WS-OPEN-SUB) = "Y"
               WRITE NEWTKT-RECORD FROM OT-IMAGE(WS-OPEN-SUB)
               IF WS-NEWTKT-STATUS NOT = "00"
                   MOVE "WRITE NEWTKT-RECORD" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               ADD 1 TO WS-CONTROL-WRITTEN
           END-IF.

       9000-TERMINATE.
           IF WS-PAGE-NUMBER = ZERO
               PERFORM 2900-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE "0" TO RPT-CARRIAGE-CONTROL.
           MOVE "TICKETS RAISED" TO TOT-CAPTION.
           MOVE WS-TICKETS-RAISED TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "RESOLVED - CASE CLEAN" TO TOT-CAPTION.
           MOVE WS-TICKETS-CLEAN TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "RESOLVED - DAMAGE WAIVED" TO TOT-CAPTION.
           MOVE WS-TICKETS-WAIVED TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "OPEN - DAMAGE PERSISTS" TO TOT-CAPTION.
           MOVE WS-TICKETS-CARRIED TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "OPEN - CASE NOT RUN" TO TOT-CAPTION.
           MOVE WS-TICKETS-NOT-RUN TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "SEEDED WITHOUT A TICKET" TO TOT-CAPTION.
           MOVE WS-TICKETS-SEEDED TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           MOVE "OPEN TICKETS ON CONTROL FILE" TO TOT-CAPTION.
           MOVE WS-CONTROL-WRITTEN TO TOT-COUNT.
           PERFORM 9100-PRINT-ONE-TOTAL.
           CLOSE TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE TICKET-FILE STATUS "
                   WS-TICKET-STATUS
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CLOSE REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.
           DISPLAY "*** PROBLEM TICKET SUMMARY ***".
           DISPLAY "TICKETS RAISED        : " WS-TICKETS-RAISED.
           DISPLAY "RESOLVED CLEAN        : " WS-TICKETS-CLEAN.
           DISPLAY "RESOLVED WAIVED       : " WS-TICKETS-WAIVED.
           DISPLAY "OPEN, DAMAGE PERSISTS : " WS-TICKETS-CARRIED.
           DISPLAY "OPEN, CASE NOT RUN    : " WS-TICKETS-NOT-RUN.
           DISPLAY "SEEDED                : " WS-TICKETS-SEEDED.
           DISPLAY "CONTROL RECORDS       : " WS-CONTROL-WRITTEN.
           IF NOT INPUT-OK OR WS-OVERFLOW-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TICKETS-RAISED > ZERO
                   OR WS-TICKETS-CLEAN > ZERO
                   OR WS-TICKETS-WAIVED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9100-PRINT-ONE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE " " TO RPT-CARRIAGE-CONTROL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLQ.

      *****************************************************************
      * BUGSOLQ - ONLINE TEST-CASE HISTORY INQUIRY                   *
      *           (CICS PSEUDO-CONVERSATION)                         *
      *                                                                *
      * Sibling of the BUGSOLA audit-record inquiry. An operator     *
      * keys a TC-ID into map BUGSOLQ (mapset BUGSOLJ) and sees on   *
      * one screen everything the shop holds about that case:        *
      *                                                                *
      *   - its library record from SRCVALK, the keyed inquiry copy  *
      *     of the SRCVALS master - lengths, data class, sign,       *
      *     scales, source value and the BUGSOLL retired flag;       *
      *   - the team(s) owning the fields the case exercises, from   *
      *     the FLDDEFK dictionary and FLDOWNK (the keyed copy of    *
      *     FLDOWNRS): the fields its target length cuts into or     *
      *     drops, or every field it carries when it cuts none. A    *
      *     numeric case is checked whole-area and a field with no   *
      *     owner falls to UNKN, exactly as BUGSOLD routes them;     *
      *   - its outcome on every run date still retained in          *
      *     AUDITKSD, newest first, read through AUDTCPTH - the path *
      *     over the cluster's TC-ID alternate index. PF7/PF8 page   *
      *     to newer/older dates; the TC-ID and page position are    *
      *     carried between tasks in the COMMAREA;                   *
      *   - its monthly run, truncation, sign-loss and scale counts  *
      *     from ARCHSUMK (the keyed copy of the BUGSOLH archive),   *
      *     newest twelve months.                                    *
      *                                                                *
      * A case no longer in the library (or never in it) still shows *
      * its runs and archive history. The keyed copies are defined   *
      * and loaded by the BUGSOLQ job.                               *
      *                                                                *
      * NOTE: this program uses EXEC CICS commands and is processed  *
      * by the CICS command-language translator, so it is outside    *
      * the batch compile gate. It has been desk-checked against     *
      * BUGSOLJ.bms and BUGSOLJS.cpy.                                *
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY TESTCASE.
           COPY AUDKSDC REPLACING ==AUDK-TARGET-LEN== BY ==80==.
           COPY ARCHSUMC.
           COPY FLDDEFC.
           COPY FLDOWNC.

       01  WS-AIX-KEY                     PIC X(8).
       01  WS-ARC-KEY.
           05  WS-ARC-KEY-TC-ID           PIC X(8).
           05  WS-ARC-KEY-MONTH           PIC X(6).
       01  WS-FLD-KEY                     PIC X(20).

       01  WS-SWITCHES.
           05  WS-LIBRARY-SW              PIC X(1).
               88  CASE-IN-LIBRARY               VALUE "Y".
           05  WS-BROWSE-SW               PIC X(1).
               88  BROWSE-DONE                   VALUE "Y".
           05  WS-PLACE-FOUND-SW          PIC X(1).
               88  RUN-PLACE-FOUND               VALUE "Y".

      *****************************************************************
      * Run outcomes arrive in the order the AIX holds them, which   *
      * is the order they were added: a RERUN= night of an earlier   *
      * business date arrives after later ones. Each is therefore    *
      * inserted in run-date order (a rerun after the dates already  *
      * held for it), and once 366 are held a new outcome displaces  *
      * the oldest only when its date is later - so the newest 366   *
      * are always kept however long the retention period; pages     *
      * count back from the newest. ARCHSUMK is keyed by month, so   *
      * the archive simply keeps the newest twelve in a ring.        *
      *****************************************************************
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-RUN-LINE-SAVED OCCURS 366 TIMES
                                          PIC X(64).
       01  WS-ARC-TABLE.
           05  WS-ARC-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-ARC-LINE-SAVED OCCURS 12 TIMES
                                          PIC X(64).

       01  WS-WORK-FIELDS.
           05  WS-SLOT                    PIC 9(5).
           05  WS-NEWEST-RANK             PIC 9(5).
           05  WS-LINE-SUB                PIC 9(2).
           05  WS-RUNS-HELD               PIC 9(5).
           05  WS-FIELD-END               PIC 9(5).
           05  WS-CUT-FROM                PIC 9(5).
           05  WS-TEAM-CODE               PIC X(4).
           05  WS-TEAM-COUNT              PIC 9(2).
           05  WS-TEAM-SUB                PIC 9(2).
           05  WS-TEAM-FOUND-SW           PIC X(1).
           05  WS-COUNT-EDIT              PIC Z(4)9.

       01  WS-TEAM-LIST.
           05  WS-TEAM-ENTRY OCCURS 6 TIMES
                                          PIC X(5).

       01  WS-RUN-DETAIL-LINE.
           05  RDL-RUN-DATE               PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-RECORD-NUM             PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-RESULT                 PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-HI-ORDER               PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-SIGN-LOST              PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-SCALE-MIS              PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-DBCS                   PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  RDL-SOURCE-USED            PIC 9(4).
           05  FILLER                     PIC X(1) VALUE "/".
           05  RDL-TARGET-USED            PIC 9(4).
           05  FILLER                     PIC X(12) VALUE SPACES.

       01  WS-RUN-MORE-LINE.
           05  RML-RUN-COUNT              PIC Z(4)9.
           05  FILLER                     PIC X(24)
                              VALUE " RUN RECORDS RETAINED - ".
           05  FILLER                     PIC X(8) VALUE "SHOWING ".
           05  RML-FIRST-SHOWN            PIC Z(4)9.
           05  FILLER                     PIC X(4) VALUE " TO ".
           05  RML-LAST-SHOWN             PIC Z(4)9.
           05  FILLER                     PIC X(13)
                              VALUE " NEWEST FIRST".

       01  WS-ARC-DETAIL-LINE.
           05  ADL-MONTH                  PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  ADL-RUNS-SEEN              PIC Z(7)9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  ADL-TRUNC-COUNT            PIC Z(7)9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  ADL-SIGN-LOSS-COUNT        PIC Z(7)9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  ADL-SCALE-MIS-COUNT        PIC Z(7)9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  ADL-FIRST-TRUNC-DATE       PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  ADL-LAST-TRUNC-DATE        PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.

       01  WS-COMMAREA.
           05  CA-TC-ID                   PIC X(8).
           05  CA-RUN-SKIP                PIC 9(4).

       01  WS-MESSAGE-TEXT                PIC X(79) VALUE SPACES.
       01  WS-RESP                        PIC S9(8) COMP.

           COPY DFHAID.
           COPY BUGSOLJS.

       LINKAGE SECTION.

       01  DFHCOMMAREA                    PIC X(12).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE SPACES TO CA-TC-ID.
           MOVE ZERO TO CA-RUN-SKIP.
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.
           EXEC CICS HANDLE AID
               PF3(9000-END-TRANSACTION)
               CLEAR(9000-END-TRANSACTION)
               PF7(3000-PAGE-NEWER)
               PF8(3100-PAGE-OLDER)
           END-EXEC.
           EXEC CICS RECEIVE MAP("BUGSOLQ") MAPSET("BUGSOLJ")
               INTO(BUGSOLQI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2000-INQUIRE-BY-TC-ID
           ELSE
               INITIALIZE BUGSOLQI
               MOVE "PLEASE ENTER A TEST CASE ID" TO WS-MESSAGE-TEXT
           END-IF.
           PERFORM 8000-SEND-RESPONSE.
           PERFORM 8100-RETURN-TRANSID.

       2000-INQUIRE-BY-TC-ID.
           IF TCIDI = SPACES OR TCIDI = LOW-VALUES
               MOVE "PLEASE ENTER A TEST CASE ID" TO WS-MESSAGE-TEXT
           ELSE
               MOVE TCIDI TO CA-TC-ID
               MOVE ZERO TO CA-RUN-SKIP
               PERFORM 5000-BUILD-CASE-HISTORY
           END-IF.

      *****************************************************************
      * PF7/PF8 page through the run dates of the case on the screen *
      * - twelve dates a page, counted back from the newest.         *
      *****************************************************************
       3000-PAGE-NEWER.
           PERFORM 3200-CHECK-CURRENT-CASE.
           IF CA-RUN-SKIP < 12
               MOVE ZERO TO CA-RUN-SKIP
               PERFORM 5000-BUILD-CASE-HISTORY
               MOVE "ALREADY AT THE NEWEST RUN DATES" TO WS-MESSAGE-TEXT
           ELSE
               SUBTRACT 12 FROM CA-RUN-SKIP
               PERFORM 5000-BUILD-CASE-HISTORY
           END-IF.
           PERFORM 8000-SEND-RESPONSE.
           PERFORM 8100-RETURN-TRANSID.

       3100-PAGE-OLDER.
           PERFORM 3200-CHECK-CURRENT-CASE.
           ADD 12 TO CA-RUN-SKIP.
           PERFORM 5000-BUILD-CASE-HISTORY.
           PERFORM 8000-SEND-RESPONSE.
           PERFORM 8100-RETURN-TRANSID.

       3200-CHECK-CURRENT-CASE.
           IF CA-TC-ID = SPACES OR CA-TC-ID = LOW-VALUES
               INITIALIZE BUGSOLQI
               MOVE "ENTER A TEST CASE ID BEFORE PAGING"
                   TO WS-MESSAGE-TEXT
               PERFORM 8000-SEND-RESPONSE
               PERFORM 8100-RETURN-TRANSID
           END-IF.

      *****************************************************************
      * Every part of the screen is rebuilt from the files on each   *
      * task, so a page always shows what is on file now.            *
      *****************************************************************
       5000-BUILD-CASE-HISTORY.
           INITIALIZE BUGSOLQI.
           MOVE CA-TC-ID TO TCIDO.
           PERFORM 5100-READ-LIBRARY-RECORD.
           PERFORM 5200-LOAD-RUN-OUTCOMES.
           PERFORM 5300-SHOW-RUN-PAGE.
           PERFORM 5400-LOAD-ARCHIVE-MONTHS.
           IF CASE-IN-LIBRARY
               PERFORM 5500-FIND-OWNING-TEAMS
           END-IF.
           IF WS-MESSAGE-TEXT = SPACES
               IF CASE-IN-LIBRARY
                   MOVE "CASE HISTORY DISPLAYED - PF7/PF8 FOR NEWER/"
                       TO WS-MESSAGE-TEXT
                   MOVE "OLDER RUN DATES" TO WS-MESSAGE-TEXT(44:15)
               ELSE
                   IF WS-RUN-COUNT = ZERO AND WS-ARC-COUNT = ZERO
                       MOVE "NO LIBRARY RECORD, RUNS OR ARCHIVE FOR "
                           TO WS-MESSAGE-TEXT
                       MOVE "THAT TEST CASE" TO WS-MESSAGE-TEXT(40:14)
                   ELSE
                       MOVE "NOT IN THE CASE LIBRARY - RUN AND ARCHIVE "
                           TO WS-MESSAGE-TEXT
                       MOVE "HISTORY ONLY" TO WS-MESSAGE-TEXT(43:12)
                   END-IF
               END-IF
           END-IF.

       5100-READ-LIBRARY-RECORD.
           MOVE "N" TO WS-LIBRARY-SW.
           EXEC CICS READ FILE("SRCVALK")
               INTO(TEST-CASE-RECORD)
               RIDFLD(CA-TC-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-LIBRARY-SW
               MOVE TC-SOURCE-LEN TO SRCLENO
               MOVE TC-TARGET-LEN TO TGTLENO
               MOVE TC-SOURCE-VALUE TO SRCVALO
               MOVE TC-SIGN TO SIGNO
               MOVE TC-TARGET-SIGNED TO TSIGNO
               MOVE TC-SOURCE-SCALE TO SSCALEO
               MOVE TC-TARGET-SCALE TO TSCALEO
               EVALUATE TRUE
                   WHEN TC-CLASS-ALPHANUMERIC
                       MOVE "A ALPHANUMERIC" TO CLASSO
                   WHEN TC-CLASS-ZONED
                       MOVE "Z ZONED" TO CLASSO
                   WHEN TC-CLASS-PACKED
                       MOVE "P PACKED" TO CLASSO
                   WHEN TC-CLASS-BINARY
                       MOVE "B BINARY" TO CLASSO
                   WHEN TC-CLASS-DBCS
                       MOVE "N DBCS" TO CLASSO
                   WHEN OTHER
                       MOVE TC-DATA-CLASS TO CLASSO
               END-EVALUATE
               IF TC-CASE-RETIRED
                   MOVE "YES" TO RETIRDO
               ELSE
                   MOVE "NO" TO RETIRDO
               END-IF
           END-IF.

      *****************************************************************
      * Browse AUDITKSD by TC-ID through the AUDTCPTH path. READNEXT *
      * answers DUPKEY while more records share the TC-ID and NORMAL *
      * on the last one; a record of another TC-ID ends the browse.  *
      *****************************************************************
       5200-LOAD-RUN-OUTCOMES.
           MOVE ZERO TO WS-RUN-COUNT.
           MOVE ZERO TO WS-RUNS-HELD.
           MOVE "N" TO WS-BROWSE-SW.
           MOVE CA-TC-ID TO WS-AIX-KEY.
           EXEC CICS STARTBR FILE("AUDTCPTH")
               RIDFLD(WS-AIX-KEY)
               EQUAL
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5210-READ-NEXT-OUTCOME UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE("AUDTCPTH")
               END-EXEC
           END-IF.

       5210-READ-NEXT-OUTCOME.
           EXEC CICS READNEXT FILE("AUDTCPTH")
               INTO(AUDIT-KSDS-RECORD)
               RIDFLD(WS-AIX-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(DUPKEY)
               IF AUDK-TEST-CASE-ID = CA-TC-ID
                   PERFORM 5220-SAVE-RUN-OUTCOME
               ELSE
                   MOVE "Y" TO WS-BROWSE-SW
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-BROWSE-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-BROWSE-SW
           END-IF.

       5220-SAVE-RUN-OUTCOME.
           ADD 1 TO WS-RUN-COUNT.
           MOVE AUDK-RUN-DATE TO RDL-RUN-DATE.
           MOVE AUDK-RECORD-NUM TO RDL-RECORD-NUM.
           IF AUDK-TRUNCATED-FLAG = "Y"
               MOVE "TRUNCATED" TO RDL-RESULT
           ELSE
               MOVE "CLEAN" TO RDL-RESULT
           END-IF.
           MOVE AUDK-HI-ORDER-TRUNC TO RDL-HI-ORDER.
           MOVE AUDK-SIGN-LOST TO RDL-SIGN-LOST.
           MOVE AUDK-SCALE-MISALIGNED TO RDL-SCALE-MIS.
           IF AUDK-DBCS-SPLIT-CHAR = "Y"
               OR AUDK-DBCS-SHIFT-UNBAL = "Y"
               MOVE "Y" TO RDL-DBCS
           ELSE
               MOVE AUDK-DBCS-SPLIT-CHAR TO RDL-DBCS
           END-IF.
           MOVE AUDK-SOURCE-USED-LEN TO RDL-SOURCE-USED.
           MOVE AUDK-TARGET-USED-LEN TO RDL-TARGET-USED.
           MOVE "N" TO WS-PLACE-FOUND-SW.
           IF WS-RUNS-HELD < 366
               ADD 1 TO WS-RUNS-HELD
               MOVE WS-RUNS-HELD TO WS-SLOT
               PERFORM 5230-SHIFT-LATER-RUN-UP
                   UNTIL WS-SLOT = 1 OR RUN-PLACE-FOUND
               MOVE WS-RUN-DETAIL-LINE TO WS-RUN-LINE-SAVED(WS-SLOT)
           ELSE
               IF RDL-RUN-DATE > WS-RUN-LINE-SAVED(1)(1:8)
                   MOVE 1 TO WS-SLOT
                   PERFORM 5240-SHIFT-EARLIER-RUN-DOWN
                       UNTIL WS-SLOT = 366 OR RUN-PLACE-FOUND
                   MOVE WS-RUN-DETAIL-LINE
                       TO WS-RUN-LINE-SAVED(WS-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      * The held outcomes stay in ascending run-date order, slot 1   *
      * the oldest. A new one goes after every held outcome of the   *
      * same or an earlier date; when the table is full slot 1 is    *
      * dropped to make room.                                        *
      *****************************************************************
       5230-SHIFT-LATER-RUN-UP.
           IF WS-RUN-LINE-SAVED(WS-SLOT - 1)(1:8) > RDL-RUN-DATE
               MOVE WS-RUN-LINE-SAVED(WS-SLOT - 1)
                   TO WS-RUN-LINE-SAVED(WS-SLOT)
               SUBTRACT 1 FROM WS-SLOT
           ELSE
               MOVE "Y" TO WS-PLACE-FOUND-SW
           END-IF.

       5240-SHIFT-EARLIER-RUN-DOWN.
           IF WS-RUN-LINE-SAVED(WS-SLOT + 1)(1:8) <= RDL-RUN-DATE
               MOVE WS-RUN-LINE-SAVED(WS-SLOT + 1)
                   TO WS-RUN-LINE-SAVED(WS-SLOT)
               ADD 1 TO WS-SLOT
           ELSE
               MOVE "Y" TO WS-PLACE-FOUND-SW
           END-IF.

       5300-SHOW-RUN-PAGE.
           IF CA-RUN-SKIP > ZERO AND CA-RUN-SKIP >= WS-RUNS-HELD
               IF WS-RUNS-HELD = ZERO
                   MOVE ZERO TO CA-RUN-SKIP
               ELSE
                   SUBTRACT 1 FROM WS-RUNS-HELD GIVING WS-SLOT
                   DIVIDE WS-SLOT BY 12 GIVING WS-SLOT
                   MULTIPLY 12 BY WS-SLOT GIVING CA-RUN-SKIP
               END-IF
               MOVE "NO OLDER RUN DATES ON FILE" TO WS-MESSAGE-TEXT
           END-IF.
           PERFORM 5310-SHOW-ONE-RUN-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 12.
           IF WS-RUN-COUNT = ZERO
               MOVE "NO RUN OF THIS CASE RETAINED ON AUDITKSD"
                   TO RUNMORO
           ELSE
               MOVE WS-RUN-COUNT TO RML-RUN-COUNT
               COMPUTE RML-FIRST-SHOWN = CA-RUN-SKIP + 1
               IF CA-RUN-SKIP + 12 > WS-RUNS-HELD
                   MOVE WS-RUNS-HELD TO RML-LAST-SHOWN
               ELSE
                   COMPUTE RML-LAST-SHOWN = CA-RUN-SKIP + 12
               END-IF
               MOVE WS-RUN-MORE-LINE TO RUNMORO
           END-IF.

       5310-SHOW-ONE-RUN-LINE.
           COMPUTE WS-NEWEST-RANK = CA-RUN-SKIP + WS-LINE-SUB - 1.
           IF WS-NEWEST-RANK < WS-RUNS-HELD
               COMPUTE WS-SLOT = WS-RUNS-HELD - WS-NEWEST-RANK
               EVALUATE WS-LINE-SUB
                   WHEN 1  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN01O
                   WHEN 2  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN02O
                   WHEN 3  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN03O
                   WHEN 4  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN04O
                   WHEN 5  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN05O
                   WHEN 6  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN06O
                   WHEN 7  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN07O
                   WHEN 8  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN08O
                   WHEN 9  MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN09O
                   WHEN 10 MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN10O
                   WHEN 11 MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN11O
                   WHEN 12 MOVE WS-RUN-LINE-SAVED(WS-SLOT) TO RUN12O
               END-EVALUATE
           END-IF.

      *****************************************************************
      * ARCHSUMK is keyed TC-ID + month, so the case's months follow *
      * one another oldest first. The ARC control record is skipped  *
      * by its non-numeric month.                                    *
      *****************************************************************
       5400-LOAD-ARCHIVE-MONTHS.
           MOVE ZERO TO WS-ARC-COUNT.
           MOVE "N" TO WS-BROWSE-SW.
           MOVE CA-TC-ID TO WS-ARC-KEY-TC-ID.
           MOVE LOW-VALUES TO WS-ARC-KEY-MONTH.
           EXEC CICS STARTBR FILE("ARCHSUMK")
               RIDFLD(WS-ARC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5410-READ-NEXT-MONTH UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE("ARCHSUMK")
               END-EXEC
           END-IF.
           PERFORM 5430-SHOW-ONE-MONTH-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 12.
           IF WS-ARC-COUNT = ZERO
               MOVE "NO MONTH OF THIS CASE ON THE ARCHIVE" TO ARCMORO
           ELSE
               MOVE WS-ARC-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO ARCMORO
               MOVE " ARCHIVED MONTHS - NEWEST 12 SHOWN"
                   TO ARCMORO(6:34)
           END-IF.

       5410-READ-NEXT-MONTH.
           EXEC CICS READNEXT FILE("ARCHSUMK")
               INTO(ARCHIVE-SUMMARY-RECORD)
               RIDFLD(WS-ARC-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF ARC-TEST-CASE-ID = CA-TC-ID
                   IF ARC-MONTH NUMERIC
                       PERFORM 5420-SAVE-ARCHIVE-MONTH
                   END-IF
               ELSE
                   MOVE "Y" TO WS-BROWSE-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-BROWSE-SW
           END-IF.

       5420-SAVE-ARCHIVE-MONTH.
           ADD 1 TO WS-ARC-COUNT.
           COMPUTE WS-SLOT = FUNCTION MOD(WS-ARC-COUNT - 1 12) + 1.
           MOVE ARC-MONTH TO ADL-MONTH.
           MOVE ARC-RUNS-SEEN TO ADL-RUNS-SEEN.
           MOVE ARC-TRUNC-COUNT TO ADL-TRUNC-COUNT.
           MOVE ARC-SIGN-LOSS-COUNT TO ADL-SIGN-LOSS-COUNT.
           MOVE ARC-SCALE-MIS-COUNT TO ADL-SCALE-MIS-COUNT.
           MOVE ARC-FIRST-TRUNC-DATE TO ADL-FIRST-TRUNC-DATE.
           MOVE ARC-LAST-TRUNC-DATE TO ADL-LAST-TRUNC-DATE.
           MOVE WS-ARC-DETAIL-LINE TO WS-ARC-LINE-SAVED(WS-SLOT).

       5430-SHOW-ONE-MONTH-LINE.
           IF WS-LINE-SUB <= WS-ARC-COUNT
               COMPUTE WS-SLOT =
                   FUNCTION MOD(WS-ARC-COUNT - WS-LINE-SUB 12) + 1
               EVALUATE WS-LINE-SUB
                   WHEN 1  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC01O
                   WHEN 2  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC02O
                   WHEN 3  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC03O
                   WHEN 4  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC04O
                   WHEN 5  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC05O
                   WHEN 6  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC06O
                   WHEN 7  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC07O
                   WHEN 8  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC08O
                   WHEN 9  MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC09O
                   WHEN 10 MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC10O
                   WHEN 11 MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC11O
                   WHEN 12 MOVE WS-ARC-LINE-SAVED(WS-SLOT) TO ARC12O
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Owning teams: the dictionary fields this case damages - the  *
      * ones reaching past its target length within its source       *
      * length - or, when it cuts none, every field it carries. Each *
      * field's team comes from FLDOWNK; no owner, no dictionary or  *
      * a numeric (whole-area) case gives UNKN, as in BUGSOLD. Up to *
      * six distinct teams are shown.                                *
      *****************************************************************
       5500-FIND-OWNING-TEAMS.
           MOVE SPACES TO WS-TEAM-LIST.
           MOVE ZERO TO WS-TEAM-COUNT.
           IF TC-TARGET-LEN < TC-SOURCE-LEN
               COMPUTE WS-CUT-FROM = TC-TARGET-LEN + 1
           ELSE
               MOVE 1 TO WS-CUT-FROM
           END-IF.
           IF NOT TC-CLASS-NUMERIC
               MOVE "N" TO WS-BROWSE-SW
               MOVE LOW-VALUES TO WS-FLD-KEY
               EXEC CICS STARTBR FILE("FLDDEFK")
                   RIDFLD(WS-FLD-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5510-CHECK-NEXT-FIELD UNTIL BROWSE-DONE
                   EXEC CICS ENDBR FILE("FLDDEFK")
                   END-EXEC
               END-IF
           END-IF.
           IF WS-TEAM-COUNT = ZERO
               MOVE "UNKN" TO WS-TEAM-CODE
               PERFORM 5530-ADD-TEAM
           END-IF.
           MOVE WS-TEAM-LIST TO OWNERO.

       5510-CHECK-NEXT-FIELD.
           EXEC CICS READNEXT FILE("FLDDEFK")
               INTO(FIELD-DEF-RECORD)
               RIDFLD(WS-FLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               COMPUTE WS-FIELD-END = FLD-OFFSET + FLD-LENGTH - 1
               IF FLD-OFFSET <= TC-SOURCE-LEN
                   AND WS-FIELD-END >= WS-CUT-FROM
                   PERFORM 5520-LOOK-UP-FIELD-OWNER
               END-IF
           ELSE
               MOVE "Y" TO WS-BROWSE-SW
           END-IF.

       5520-LOOK-UP-FIELD-OWNER.
           EXEC CICS READ FILE("FLDOWNK")
               INTO(FIELD-OWNER-RECORD)
               RIDFLD(FLD-FIELD-NAME)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND OWN-TEAM-CODE NOT = SPACES
               MOVE OWN-TEAM-CODE TO WS-TEAM-CODE
           ELSE
               MOVE "UNKN" TO WS-TEAM-CODE
           END-IF.
           PERFORM 5530-ADD-TEAM.

       5530-ADD-TEAM.
           MOVE "N" TO WS-TEAM-FOUND-SW.
           PERFORM 5540-MATCH-ONE-TEAM
               VARYING WS-TEAM-SUB FROM 1 BY 1
               UNTIL WS-TEAM-SUB > WS-TEAM-COUNT.
           IF WS-TEAM-FOUND-SW = "N" AND WS-TEAM-COUNT < 6
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-CODE TO WS-TEAM-ENTRY(WS-TEAM-COUNT)
           END-IF.

       5540-MATCH-ONE-TEAM.
           IF WS-TEAM-ENTRY(WS-TEAM-SUB)(1:4) = WS-TEAM-CODE
               MOVE "Y" TO WS-TEAM-FOUND-SW
           END-IF.

       8000-SEND-RESPONSE.
           MOVE WS-MESSAGE-TEXT TO MSGO.
           EXEC CICS SEND MAP("BUGSOLQ") MAPSET("BUGSOLJ")
               FROM(BUGSOLQO) ERASE
           END-EXEC.

       8100-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID("BUGQ")
               COMMAREA(WS-COMMAREA)
               LENGTH(12)
           END-EXEC.

       9000-END-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM("BUGSOL TEST CASE INQUIRY ENDED")
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

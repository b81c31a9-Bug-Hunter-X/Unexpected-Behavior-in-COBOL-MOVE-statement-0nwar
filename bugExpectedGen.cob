      * BUGSOLE - REGENERATE THE EXPECTED RECONCILIATION DATASET      *
      *                                                                *
      * Reads the SRCVALS regression input (TESTCASE layout) and      *
      * loads the keyed EXPECTED cluster (EXPKSDC layout) with the    *
      * simulated result of every test case's MOVE, one record per    *
      * TC-ID - the same semantics BUGSOL's 2300-SIMULATE-MOVE and    *
      * 2340-SIMULATE-NUMERIC-MOVE apply at run time, for the         *
      * alphanumeric class, the Z/P/B numeric classes and the N       *
      * (DBCS) class alike - a DBCS value is cut at the target's byte *
      * length exactly as the alphanumeric class is, so the expected  *
      * image of a bad cut carries the split character or the stray   *
      * shift-out the MOVE really leaves behind. With                 *
      * EXPECTED regenerated, a case the BUGSOLC workbench captured   *
      * and BUGSOLX folded into SRCVALS reconciles on its first       *
      * nightly run instead of warning NOT RECONCILED until someone   *
      * hand-edits the dataset.                                       *
      *                                                                *
      * BUGSOL reads the EXPECTED record for each case directly by    *
      * TC-ID, so an invalid test case - which BUGSOL skips - gets no *
      * record at all, and a second SRCVALS case carrying a TC-ID     *
      * already loaded is rejected (duplicate key) and counted; the   *
      * BUGSOLV pre-flight step reports both sides of any mismatch.   *
      *                                                                *
      * PARM='APPEND' adds records only for the cases whose TC-ID is  *
      * not yet on file, so a reviewed EXPECTED cluster is extended,  *
      * never silently replaced (the BUGSOLEA job and the nightly     *
      * EXPAPPND step). Position in SRCVALS no longer matters: a case *
      * merged anywhere in the library is picked up, and a case the   *
      * BUGSOLL librarian replaced - whose record the librarian       *
      * deleted - is regenerated on its own from the new image, the   *
      * rest of the cluster untouched. Any other PARM (or none) loads *
      * the whole cluster, re-baselining every case, so it is kept    *
      * for a change to the simulation semantics themselves; the      *
      * full-regeneration job (BUGSOLE) deletes and redefines the     *
      * cluster ahead of this program, because a load into a cluster  *
      * still holding last time's keys would reject every one of      *
      * them as a duplicate.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SRCVALS-STATUS.

           SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPK-TEST-CASE-ID
               FILE STATUS IS WS-EXPECTED-STATUS.

       DATA DIVISION.
           COPY TESTCASE.

       FD  EXPECTED-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EXPKSDC REPLACING ==EXPK-IMAGE-LEN== BY ==80==.

       WORKING-STORAGE SECTION.

           05  WS-INT-DIGITS-LOST        PIC 9(4).
           05  WS-FRAC-DIGITS-KEPT       PIC 9(4).

      *    DBCS source-value scan - the same shift-state walk as
      *    BUGSOL's 2365-SCAN-DBCS-VALUE.
       01  WS-DBCS-CHECK-FIELDS.
           05  WS-DBCS-SCAN-LEN          PIC 9(4).
           05  WS-DBCS-IDX               PIC 9(4).
           05  WS-DBCS-CHARS             PIC 9(4).
           05  WS-DBCS-SHIFT-SW          PIC X(1).
               88  DBCS-SHIFTED-OUT             VALUE "Y".
           05  WS-DBCS-HALF-SW           PIC X(1).
               88  DBCS-HALF-CHAR-PENDING       VALUE "Y".
           05  WS-DBCS-ERROR-SW          PIC X(1).
               88  DBCS-SHIFT-ERROR             VALUE "Y".

       01  WS-DBCS-SHIFT-CODES.
           05  WS-SHIFT-OUT              PIC X(1) VALUE X"0E".
           05  WS-SHIFT-IN               PIC X(1) VALUE X"0F".

       01  WS-SRCVALS-STATUS             PIC X(2).
       01  WS-EXPECTED-STATUS            PIC X(2).

       01  WS-SRCVALS-EOF-SW             PIC X VALUE "N".
           88  SRCVALS-EOF                      VALUE "Y".

       01  WS-APPEND-MODE-SW             PIC X VALUE "N".
           88  APPEND-MODE                      VALUE "Y".

      *    Set when the cluster is open for a load (OPEN OUTPUT) - a
      *    keyed READ is only possible when it is open I-O.
       01  WS-LOAD-MODE-SW               PIC X VALUE "N".
           88  LOAD-MODE                        VALUE "Y".

       01  WS-CASE-ON-FILE-SW            PIC X VALUE "N".
           88  CASE-ON-FILE                     VALUE "Y".

       01  WS-TEST-CASE-VALID-SW         PIC X VALUE "Y".
           88  TEST-CASE-VALID                  VALUE "Y".

           05  WS-RECORDS-SKIPPED        PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(8) VALUE ZERO.
           05  WS-INVALID-CASES          PIC 9(8) VALUE ZERO.
           05  WS-DUPLICATE-CASES        PIC 9(8) VALUE ZERO.

       01  WS-FATAL-MESSAGE              PIC X(40).


       1000-INITIALIZE.
           IF APPEND-MODE
               PERFORM 1100-OPEN-EXPECTED-FOR-APPEND
           ELSE
               OPEN OUTPUT EXPECTED-FILE
               IF WS-EXPECTED-STATUS NOT = "00"
                       TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               MOVE "Y" TO WS-LOAD-MODE-SW
           END-IF.
           OPEN INPUT SRCVALS-FILE.
           IF WS-SRCVALS-STATUS NOT = "00"
           PERFORM 2900-READ-SOURCE-RECORD.

      *****************************************************************
      * Append mode opens the cluster I-O so each case's TC-ID can be *
      * looked up before anything is written: a case already on file *
      * keeps its reviewed record, only cases with no record yet get  *
      * one. A brand-new, never-loaded cluster opens I-O with file    *
      * status 35; fall back to OPEN OUTPUT and load every case, the  *
      * same first-load rule BUGSOL applies to AUDITKSD.              *
      *****************************************************************
       1100-OPEN-EXPECTED-FOR-APPEND.
           OPEN I-O EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = "35"
               DISPLAY "EXPECTED NOT YET LOADED - GENERATING ALL"
               OPEN OUTPUT EXPECTED-FILE
               MOVE "Y" TO WS-LOAD-MODE-SW
           END-IF.
           IF WS-EXPECTED-STATUS NOT = "00"
               MOVE "OPEN I-O EXPECTED-FILE" TO WS-FATAL-MESSAGE
               PERFORM 1990-ABEND
           END-IF.

       1990-ABEND.
           DISPLAY "*** FATAL I/O ERROR *** " WS-FATAL-MESSAGE.
           STOP RUN.

       2000-PROCESS-RECORDS.
           PERFORM 2100-VALIDATE-TEST-CASE.
           IF TEST-CASE-VALID
               MOVE "N" TO WS-CASE-ON-FILE-SW
               IF APPEND-MODE AND NOT LOAD-MODE
                   PERFORM 2050-LOOK-UP-EXISTING-RECORD
               END-IF
               IF CASE-ON-FILE
                   ADD 1 TO WS-RECORDS-SKIPPED
               ELSE
                   PERFORM 2150-LOAD-MOVE-AREAS
                   IF TC-CLASS-NUMERIC
                       PERFORM 2340-SIMULATE-NUMERIC-MOVE
                   ELSE
                       PERFORM 2300-SIMULATE-MOVE
                   END-IF
                   PERFORM 2500-WRITE-EXPECTED-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-INVALID-CASES
           END-IF.
           PERFORM 2900-READ-SOURCE-RECORD.

      *    File status 00 - the case already has a reviewed record,
      *    which is kept; 23 - no record yet, so one is generated.
       2050-LOOK-UP-EXISTING-RECORD.
           MOVE TC-ID TO EXPK-TEST-CASE-ID.
           READ EXPECTED-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EXPECTED-STATUS = "00"
               MOVE "Y" TO WS-CASE-ON-FILE-SW
           ELSE
               IF WS-EXPECTED-STATUS NOT = "23"
                   MOVE "READ EXPECTED-FILE" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
           END-IF.

      *****************************************************************
      * Same validation BUGSOL's 2100-VALIDATE-TEST-CASE applies: a   *
      * case this program judges invalid is exactly a case the        *
      * nightly run will skip, so it needs no expected record.        *
      *****************************************************************
       2100-VALIDATE-TEST-CASE.
           MOVE "Y" TO WS-TEST-CASE-VALID-SW.
                   END-IF
               END-IF
           END-IF.
           IF TEST-CASE-VALID AND TC-CLASS-DBCS
               MOVE TC-SOURCE-LEN TO WS-DBCS-SCAN-LEN
               PERFORM 2365-SCAN-DBCS-VALUE
               IF DBCS-SHIFT-ERROR
                   OR DBCS-SHIFTED-OUT
                   MOVE "N" TO WS-TEST-CASE-VALID-SW
               END-IF
           END-IF.
           IF NOT TEST-CASE-VALID
               DISPLAY "*** INVALID TEST CASE " TC-ID
                   " AT RECORD " WS-RECORDS-READ
                   " - NO EXPECTED RECORD WRITTEN ***"
           END-IF.

      *****************************************************************
      * A DBCS source value must be well formed before its cut can be *
      * judged: every shift-out closed by a shift-in, and no shift   *
      * code between the two bytes of a double-byte character.        *
      *****************************************************************
       2365-SCAN-DBCS-VALUE.
           MOVE ZERO TO WS-DBCS-CHARS.
           MOVE "N" TO WS-DBCS-SHIFT-SW.
           MOVE "N" TO WS-DBCS-HALF-SW.
           MOVE "N" TO WS-DBCS-ERROR-SW.
           PERFORM 2367-SCAN-ONE-DBCS-BYTE
               VARYING WS-DBCS-IDX FROM 1 BY 1
               UNTIL WS-DBCS-IDX > WS-DBCS-SCAN-LEN.

       2367-SCAN-ONE-DBCS-BYTE.
           EVALUATE TRUE
               WHEN TC-SOURCE-VALUE(WS-DBCS-IDX:1) = WS-SHIFT-OUT
                   IF DBCS-SHIFTED-OUT
                       MOVE "Y" TO WS-DBCS-ERROR-SW
                   END-IF
                   MOVE "Y" TO WS-DBCS-SHIFT-SW
               WHEN TC-SOURCE-VALUE(WS-DBCS-IDX:1) = WS-SHIFT-IN
                   IF NOT DBCS-SHIFTED-OUT
                       OR DBCS-HALF-CHAR-PENDING
                       MOVE "Y" TO WS-DBCS-ERROR-SW
                   END-IF
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

       2150-LOAD-MOVE-AREAS.
           MOVE TC-SOURCE-LEN TO WS-SOURCE-LEN.
           MOVE TC-TARGET-LEN TO WS-TARGET-LEN.
                       WS-FRAC-DIGITS-KEPT)
           END-IF.

      *****************************************************************
      * A duplicate key (file status 22) means a second SRCVALS case  *
      * carries a TC-ID already loaded; the first case's record is    *
      * kept and the duplicate is counted, not fatal - BUGSOLV holds  *
      * the nightly run on a duplicate TC-ID in the active extract.   *
      *****************************************************************
       2500-WRITE-EXPECTED-RECORD.
           MOVE SPACES TO EXPECTED-KSDS-RECORD.
           MOVE TC-ID TO EXPK-TEST-CASE-ID.
           MOVE WS-AREA-2 TO EXPK-TARGET-IMAGE.
           MOVE WS-TARGET-LEN TO EXPK-TARGET-USED-LEN.
           WRITE EXPECTED-KSDS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-EXPECTED-STATUS = "22"
               ADD 1 TO WS-DUPLICATE-CASES
               DISPLAY "*** DUPLICATE TEST CASE " TC-ID
                   " AT RECORD " WS-RECORDS-READ
                   " - FIRST CASE'S RECORD KEPT ***"
           ELSE
               IF WS-EXPECTED-STATUS NOT = "00"
                   MOVE "WRITE EXPECTED-KSDS-RECORD" TO WS-FATAL-MESSAGE
                   PERFORM 1990-ABEND
               END-IF
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

       2900-READ-SOURCE-RECORD.
           READ SRCVALS-FILE
           DISPLAY "SRCVALS RECORDS READ   : " WS-RECORDS-READ.
           DISPLAY "RECORDS ALREADY ON FILE: " WS-RECORDS-SKIPPED.
           DISPLAY "EXPECTED RECORDS WRITTEN: " WS-RECORDS-WRITTEN.
           DISPLAY "INVALID CASES (NO REC) : " WS-INVALID-CASES.
           DISPLAY "DUPLICATE TC-IDS       : " WS-DUPLICATE-CASES.
           IF WS-DUPLICATE-CASES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

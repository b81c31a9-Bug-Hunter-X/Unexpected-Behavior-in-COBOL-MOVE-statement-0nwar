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

           COPY ARCHSUMC.
       01  WS-AUDITALL-STATUS            PIC X(2).
       01  WS-ARCHOUT-STATUS             PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-BUSDATE-STATUS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-ARCHIN-EOF             PIC X VALUE "N".
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-BUSINESS-DATE.
           INITIALIZE WS-YTD-ACCUMULATORS.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
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

      *****************************************************************
      * The ARC control record is honored only as record one; every  *
      * other record is a case-month summary merged into the table.  *

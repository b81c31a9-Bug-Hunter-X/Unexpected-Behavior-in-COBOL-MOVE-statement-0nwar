      *****************************************************************
      * WAIVERC - WARNING WAIVER REGISTER RECORD (WAIVERS DATASET).   *
      *                                                                *
      * One record per signed-off warning: a truncation the owning    *
      * team has reviewed and accepted - a field deliberately         *
      * shortened with the business's agreement. The key is the       *
      * test case and the field name exactly as WARNRPT carries them  *
      * (WRN-TEST-CASE-ID / WRN-SOURCE-FIELD; "WS-AREA-1" for the     *
      * whole-area warning). The approving team is the field's owner  *
      * from FLDOWNRS, and every waiver carries an expiry date        *
      * (YYYYMMDD), the last business date it covers - after that     *
      * the waiver is no longer applied and the warning counts again. *
      *                                                                *
      * BUGSOL flags a waived warning on WARNRPT (WRN-WAIVED-FLAG)    *
      * and keeps waived truncations out of the RUN-MAX-TRUNCATIONS   *
      * threshold; BUGSOLD prints waived warnings in their own        *
      * section instead of the team extracts; BUGSOLW reports the     *
      * expired and soon-to-expire waivers back to their teams.       *
      *****************************************************************
       01  WAIVER-RECORD.
           05  WVR-KEY.
               10  WVR-TEST-CASE-ID      PIC X(8).
               10  WVR-FIELD-NAME        PIC X(20).
           05  WVR-TEAM-CODE             PIC X(4).
           05  WVR-EXPIRY-DATE           PIC X(8).
           05  WVR-REASON                PIC X(40).

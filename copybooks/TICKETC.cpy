      *****************************************************************
      * TICKETC - PROBLEM-TICKET INTERFACE RECORD (PRBTKT DATASET)    *
      *           AND OPEN-TICKET CONTROL RECORD (OPENTKT DATASET).   *
      *                                                                *
      * BUGSOLI writes one "O" record to the problem-management       *
      * interface for each test case/field that starts truncating,   *
      * assigned to the field's owning team from FLDOWNRS (UNKN when *
      * the field has no owner), and one "R" record when an open     *
      * ticket's case comes back clean or the damage is waived. The  *
      * ticket reference - the business date the ticket was raised   *
      * and a sequence within that night - is carried unchanged on   *
      * the resolving record so the receiving system can match the   *
      * two.                                                          *
      *                                                                *
      * The open-ticket control file holds the "O" record of every   *
      * ticket still open, so a warning that persists night after    *
      * night is raised only once.                                   *
      *****************************************************************
       01  PROBLEM-TICKET-RECORD.
           05  TKT-RECORD-TYPE           PIC X(1).
               88  TKT-TICKET-OPENED            VALUE "O".
               88  TKT-TICKET-RESOLVED          VALUE "R".
           05  TKT-TICKET-REF.
               10  TKT-REF-DATE          PIC X(8).
               10  TKT-REF-SEQ           PIC 9(6).
           05  TKT-TEST-CASE-ID          PIC X(8).
           05  TKT-FIELD-NAME            PIC X(20).
           05  TKT-TEAM-CODE             PIC X(4).
      *    1 = numeric high-order digits lost (the value is wrong),  *
      *    2 = a double-byte character split or shift left open,     *
      *    3 = characters truncated or a field's data dropped.       *
           05  TKT-SEVERITY              PIC X(1).
           05  TKT-DATA-CLASS            PIC X(1).
           05  TKT-MAP-DISPOSITION       PIC X(1).
           05  TKT-SOURCE-LEN            PIC 9(4).
           05  TKT-TARGET-LEN            PIC 9(4).
           05  TKT-CHARS-LOST            PIC 9(4).
      *    Business date the ticket was raised, and the business     *
      *    date of this record (the same on an "O" record).          *
           05  TKT-OPENED-DATE           PIC X(8).
           05  TKT-EVENT-DATE            PIC X(8).
      *    Resolving records only: "C" the case ran clean, "W" the   *
      *    damage is now waived on the WAIVERS register.             *
           05  TKT-RESOLUTION            PIC X(1).
               88  TKT-RESOLVED-CLEAN           VALUE "C".
               88  TKT-RESOLVED-WAIVED          VALUE "W".
           05  TKT-SUMMARY               PIC X(60).
           05  FILLER                    PIC X(11).

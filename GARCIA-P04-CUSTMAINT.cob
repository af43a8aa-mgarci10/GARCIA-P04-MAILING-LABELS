           05  CM-COUNTRY              PIC X(20).

       FD  TRANS-FILE.
       01  TRANS-REC                   PIC X(200).

       FD  AUDIT-REPORT.
       01  AUDIT-REC                   PIC X(132).
      *    THE AUDIT REPORT CANNOT PROVIDE (IT NEVER RECORDED PRIOR
      *    FIELD VALUES). LNAME-P04-CUSTBACK REPLAYS A CHOSEN BATCH'S
      *    ROWS IN REVERSE TO RESTORE THE MASTER TO ITS PRE-BATCH
      *    STATE AFTER A BAD TRANSACTION FILE. JR-SOURCE/JR-APPROVER
      *    CARRY THE TRANSACTION'S TRACE FIELDS (SEE WS-TR-SOURCE);
      *    THEY SIT AFTER THE IMAGES SO OLDER ROWS READ THE SAME.
      *-----------------------------------------------------------------
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-BEFORE-IMAGE         PIC X(156).
           05  FILLER                  PIC X.
           05  JR-AFTER-IMAGE          PIC X(156).
           05  FILLER                  PIC X.
           05  JR-SOURCE               PIC X(10).
           05  FILLER                  PIC X.
           05  JR-APPROVER             PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.


      *-----------------------------------------------------------------
      *    UNSTRUNG TRANSACTION - ACTION,CUSTNO,THEN THE SAME 8-FIELD
      *    LAYOUT THE LABEL RUN UNSTRINGS (LNAME THROUGH COUNTRY),
      *    THEN TWO OPTIONAL TRACE FIELDS: THE PROGRAM THAT PROPOSED
      *    THE ROW (NIXIE, DUPAUDIT, COA ...) AND WHO APPROVED IT.
      *    HAND-KEYED ROWS LEAVE THEM OFF; THEY GO TO THE JOURNAL AS
      *    GIVEN.
      *-----------------------------------------------------------------
       01  WS-TRANS-FIELDS.
           03  WS-TR-ACTION            PIC X.
           03  WS-TR-ZIP               PIC X(15).
           03  WS-TR-COUNTRY           PIC X(20).
               88  TR-DOMESTIC         VALUES SPACES 'US' 'USA'.
           03  WS-TR-SOURCE            PIC X(10).
           03  WS-TR-APPROVER          PIC X(10).

       01  WS-VALID-SW                 PIC X       VALUE 'Y'.
           88  TRANS-VALID                         VALUE 'Y'.
           MOVE SPACES TO WS-TR-STATE
           MOVE SPACES TO WS-TR-ZIP
           MOVE SPACES TO WS-TR-COUNTRY
           MOVE SPACES TO WS-TR-SOURCE
           MOVE SPACES TO WS-TR-APPROVER
           UNSTRING TRANS-REC DELIMITED BY "*" OR ","
             INTO WS-TR-ACTION, WS-TR-CUST-NO, WS-TR-LNAME,
             WS-TR-FNAME, WS-TR-ADDRESS, WS-TR-ADDR2, WS-TR-CITY,
             WS-TR-STATE, WS-TR-ZIP, WS-TR-COUNTRY, WS-TR-SOURCE,
             WS-TR-APPROVER
           END-UNSTRING

           PERFORM 210-VALIDATE-TRANS
           MOVE WS-TR-ACTION     TO JR-ACTION
           MOVE WS-BEFORE-IMAGE  TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO JR-AFTER-IMAGE
           MOVE WS-TR-SOURCE     TO JR-SOURCE
           MOVE WS-TR-APPROVER   TO JR-APPROVER
           WRITE JOURNAL-REC
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY '** WARNING: JOURNAL WRITE FAILED, STATUS '

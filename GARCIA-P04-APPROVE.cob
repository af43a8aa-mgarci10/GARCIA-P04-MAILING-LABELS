      ******************************************************************
      *PROGRAM : PROJECT 4   Proposed Transaction Approval             *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 09/21/2026                                            *
      *ABSTRACT: Review gate between the programs that propose master  *
      *          deletes (LNAME-P04-NIXIE, p04-nixie-trans.csv, and    *
      *          LNAME-P04-DUPAUDIT, p04-dup-trans.csv) and            *
      *          LNAME-P04-CUSTMAINT. A reviewer decision file marks   *
      *          each proposal approve, reject or hold and names the   *
      *          reviewer. Approved rows are appended to               *
      *          p04-cust-trans.csv with their source and approver in  *
      *          the trailing trace fields, so the CUSTMAINT journal   *
      *          shows where each delete came from and who let it      *
      *          through. Held rows - and proposals nobody decided -   *
      *          are carried in p04-held-trans.csv into the next       *
      *          cycle; rejected rows are dropped. Every proposal and  *
      *          every decision row is accounted for on the approval   *
      *          audit report.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-APPROVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-TRANS-FILE
                             ASSIGN TO '..\p04-held-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-HELD-STATUS.
           SELECT NIXIE-TRANS-FILE
                             ASSIGN TO '..\p04-nixie-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-NXTR-STATUS.
           SELECT DUP-TRANS-FILE
                             ASSIGN TO '..\p04-dup-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-DUPTR-STATUS.
           SELECT DECISION-FILE
                             ASSIGN TO '..\p04-approval-decisions.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-DEC-STATUS.
           SELECT OPTIONAL TRANS-FILE
                             ASSIGN TO '..\p04-cust-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TRANS-STATUS.
           SELECT APPROVAL-REPORT
                             ASSIGN TO '..\p04-approval-audit.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-REC              PIC X(200).

       FD  NIXIE-TRANS-FILE.
       01  NIXIE-TRANS-REC             PIC X(180).

       FD  DUP-TRANS-FILE.
       01  DUP-TRANS-REC               PIC X(180).

       FD  DECISION-FILE.
       01  DECISION-REC                PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-REC                   PIC X(200).

       FD  APPROVAL-REPORT.
       01  APPROVAL-RPT-REC            PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-HELD-STATUS              PIC XX.
       01  WS-NXTR-STATUS              PIC XX.
       01  WS-DUPTR-STATUS             PIC XX.
       01  WS-DEC-STATUS               PIC XX.
       01  WS-TRANS-STATUS             PIC XX.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CSV-COMMA                PIC X       VALUE ','.

      *-----------------------------------------------------------------
      *    ONE PROPOSAL ROW, UNSTRUNG. THE PROPOSAL FILES ARE IN THE
      *    CUSTMAINT TRANSACTION LAYOUT (ACTION,CUSTNO,LNAME THROUGH
      *    COUNTRY). THE HELD FILE IS THE SAME LAYOUT WITH THE SOURCE
      *    TRACE FIELD FILLED IN, SINCE ONCE CARRIED OVER A ROW NO
      *    LONGER SITS IN ITS SOURCE PROGRAM'S FILE.
      *-----------------------------------------------------------------
       01  WS-PROP-REC                 PIC X(200).
       01  WS-LOAD-SOURCE              PIC X(10).
       01  WS-PR-FIELDS.
           03  WS-PR-ACTION            PIC X.
           03  WS-PR-CUST-NO           PIC X(6).
           03  WS-PR-LNAME             PIC X(15).
           03  WS-PR-FNAME             PIC X(15).
           03  WS-PR-ADDRESS           PIC X(25).
           03  WS-PR-ADDR2             PIC X(25).
           03  WS-PR-CITY              PIC X(20).
           03  WS-PR-STATE             PIC X(15).
           03  WS-PR-ZIP               PIC X(15).
           03  WS-PR-COUNTRY           PIC X(20).
           03  WS-PR-SOURCE            PIC X(10).

      *-----------------------------------------------------------------
      *    EVERY PROPOSAL THIS CYCLE - CARRIED-OVER HELD ROWS FIRST,
      *    THEN NIXIE, THEN DUPAUDIT. THE SAME SOURCE AND CUSTOMER
      *    NUMBER TWICE (A HELD ROW THE SOURCE PROGRAM PROPOSED AGAIN)
      *    IS ONE PROPOSAL. WS-PT-DISP IS FILLED AS DECISIONS ARE
      *    APPLIED.
      *-----------------------------------------------------------------
       01  WS-PROP-TAB-CTR             PIC 9(4)    VALUE ZERO.
       01  WS-PROP-TABLE.
           03  WS-PROP-ENTRY OCCURS 5000 TIMES.
               05  WS-PT-SOURCE        PIC X(10).
               05  WS-PT-ACTION        PIC X.
               05  WS-PT-CUST-NO       PIC X(6).
               05  WS-PT-LNAME         PIC X(15).
               05  WS-PT-FNAME         PIC X(15).
               05  WS-PT-ADDRESS       PIC X(25).
               05  WS-PT-ADDR2         PIC X(25).
               05  WS-PT-CITY          PIC X(20).
               05  WS-PT-STATE         PIC X(15).
               05  WS-PT-ZIP           PIC X(15).
               05  WS-PT-COUNTRY       PIC X(20).
               05  WS-PT-DISP          PIC X(10).
               05  WS-PT-REVIEWER      PIC X(10).
               05  WS-PT-NOTE          PIC X(30).
       01  WS-PT-IDX                   PIC 9(4)    VALUE ZERO.
       01  WS-PT-IDX2                  PIC 9(4)    VALUE ZERO.
       01  WS-PT-MATCH-IDX             PIC 9(4)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    ROWS ALREADY ON p04-cust-trans.csv THAT CARRY THE SOURCE
      *    TRACE FIELD - WHAT AN EARLIER RUN OF THIS CYCLE (OR ANOTHER
      *    PROPOSING PROGRAM) HAS ALREADY PUT IN FRONT OF CUSTMAINT.
      *    APPROVING ONE OF THEM AGAIN WOULD ONLY BE REJECTED THERE.
      *-----------------------------------------------------------------
       01  WS-TF-TAB-CTR               PIC 9(4)    VALUE ZERO.
       01  WS-TF-TABLE.
           03  WS-TF-ENTRY OCCURS 5000 TIMES.
               05  WS-TF-ACTION        PIC X.
               05  WS-TF-CUST-NO       PIC X(6).
       01  WS-TF-IDX                   PIC 9(4)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    REVIEWER DECISIONS - SOURCE,CUSTNO,DECISION,REVIEWER.
      *    SOURCE IS NIXIE OR DUPAUDIT, OR BLANK FOR "WHICHEVER
      *    PROPOSED IT"; DECISION IS APPROVE, REJECT OR HOLD (ONLY THE
      *    FIRST LETTER COUNTS); THE REVIEWER ID IS REQUIRED - AN
      *    UNSIGNED DECISION IS NOT ACTED ON.
      *-----------------------------------------------------------------
       01  WS-DEC-FIELDS.
           03  WS-DC-SOURCE            PIC X(10).
           03  WS-DC-CUST-NO           PIC X(6).
           03  WS-DC-DECISION          PIC X(10).
           03  WS-DC-REVIEWER          PIC X(10).
       01  WS-DEC-TAB-CTR              PIC 9(4)    VALUE ZERO.
       01  WS-DEC-TABLE.
           03  WS-DEC-ENTRY OCCURS 2000 TIMES.
               05  WS-DT-SOURCE        PIC X(10).
               05  WS-DT-CUST-NO       PIC X(6).
               05  WS-DT-DECISION      PIC X.
                   88  WS-DT-APPROVE               VALUE 'A'.
                   88  WS-DT-REJECT                VALUE 'R'.
                   88  WS-DT-HOLD                  VALUE 'H'.
               05  WS-DT-REVIEWER      PIC X(10).
               05  WS-DT-USED          PIC X.
       01  WS-DT-IDX                   PIC 9(4)    VALUE ZERO.
       01  WS-DT-MATCH-IDX             PIC 9(4)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    SCRATCH FOR RIGHT-JUSTIFYING A SHORT CUSTOMER NUMBER ("123")
      *    INTO THE 6-DIGIT KEY ("000123"), AS CUSTMAINT DOES.
      *-----------------------------------------------------------------
       01  WS-CUST-NO-IN               PIC X(6).
       01  WS-CUSTNO-TEMP              PIC X(6).
       01  WS-CUSTNO-LEN               PIC 9(2)    VALUE ZERO.

       01  WS-OUT-LINE                 PIC X(200).
       01  WS-APR-LINE.
           03  WS-APR-SOURCE           PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-APR-ACTION           PIC X(6).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-APR-CUST-NO          PIC X(6).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-APR-DISP             PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-APR-REVIEWER         PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-APR-NOTE             PIC X(30).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-APR-NAME             PIC X(31).
       01  WS-APR-HEADING              PIC X(80)   VALUE
           'SOURCE      ACTION  CUSTNO  DISP        REVIEWER    NOTE'.
       01  WS-RPT-LINE                 PIC X(132).

       01  WS-COUNTERS.
           03  WS-PROP-READ-CTR        PIC 9(6)    VALUE ZERO.
           03  WS-PROP-DUP-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-APPROVED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-REJECTED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-HELD-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-UNDECIDED-CTR        PIC 9(6)    VALUE ZERO.
           03  WS-DUP-APPROVAL-CTR     PIC 9(6)    VALUE ZERO.
           03  WS-DEC-READ-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-DEC-BAD-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-DEC-UNUSED-CTR       PIC 9(6)    VALUE ZERO.

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-FOUND-SW             PIC X       VALUE 'N'.
               88  WS-FOUND                        VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT APPROVAL-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PROPOSED TRANSACTION APPROVAL AUDIT    RUN DATE '
                     DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE.

           PERFORM 110-LOAD-DECISIONS.
           PERFORM 120-LOAD-HELD-PROPOSALS.
           PERFORM 125-LOAD-NIXIE-PROPOSALS.
           PERFORM 127-LOAD-DUP-PROPOSALS.
           PERFORM 128-LOAD-TRANS-ON-FILE.

      *    HELD ROWS WERE LOADED ABOVE; THE FILE IS REWRITTEN WITH
      *    WHAT IS STILL WAITING AT THE END OF THIS CYCLE.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00' AND WS-TRANS-STATUS NOT = '05'
               DISPLAY 'APPROVE: CANNOT EXTEND TRANSACTION FILE, '
                       'STATUS ' WS-TRANS-STATUS
                       ' - NOTHING APPROVED, HELD FILE UNCHANGED'
               CLOSE APPROVAL-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HELD-TRANS-FILE.
           IF WS-HELD-STATUS NOT = '00' AND WS-HELD-STATUS NOT = '05'
               DISPLAY 'APPROVE: CANNOT REWRITE HELD FILE, STATUS '
                       WS-HELD-STATUS ' - NOTHING APPROVED'
               CLOSE TRANS-FILE
                     APPROVAL-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC FROM WS-APR-HEADING.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROP-TAB-CTR
               PERFORM 200-DECIDE-PROPOSAL
               PERFORM 250-WRITE-PROPOSAL-LINE
           END-PERFORM.

           PERFORM 900-WRITE-UNUSED-DECISIONS.
           PERFORM 950-WRITE-TOTALS.

           CLOSE TRANS-FILE
                 HELD-TRANS-FILE
                 APPROVAL-REPORT.

           DISPLAY 'PROPOSALS REVIEWED   : ', WS-PROP-TAB-CTR.
           DISPLAY 'APPROVED             : ', WS-APPROVED-CTR.
           DISPLAY 'REJECTED             : ', WS-REJECTED-CTR.
           DISPLAY 'HELD                 : ', WS-HELD-CTR.
           DISPLAY 'NO DECISION (HELD)   : ', WS-UNDECIDED-CTR.
           IF WS-DEC-BAD-CTR > ZERO OR WS-DEC-UNUSED-CTR > ZERO
               DISPLAY '** DECISION ROWS NOT ACTED ON - SEE THE '
                       'APPROVAL AUDIT REPORT **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-DEC-FIELDS. A ROW WITH AN UNKNOWN
      *    DECISION, A BAD CUSTOMER NUMBER OR NO REVIEWER IS LISTED
      *    AND IGNORED - THE PROPOSAL IT MEANT STAYS HELD.
      *-----------------------------------------------------------------
       110-LOAD-DECISIONS.
           MOVE SPACES TO APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC
           MOVE 'DECISION ROWS NOT USABLE' TO APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               MOVE '  NO DECISION FILE - EVERY PROPOSAL IS HELD'
                 TO APPROVAL-RPT-REC
               WRITE APPROVAL-RPT-REC
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ DECISION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DECISION-REC NOT = SPACES
                               ADD 1 TO WS-DEC-READ-CTR
                               PERFORM 115-LOAD-DECISION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           IF WS-DEC-BAD-CTR = ZERO
               MOVE '  NONE' TO APPROVAL-RPT-REC
               WRITE APPROVAL-RPT-REC
           END-IF.
      *-----------------------------------------------------------------
       115-LOAD-DECISION-ROW.
           MOVE SPACES TO WS-DEC-FIELDS
           UNSTRING DECISION-REC DELIMITED BY ","
             INTO WS-DC-SOURCE, WS-DC-CUST-NO, WS-DC-DECISION,
             WS-DC-REVIEWER
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-DC-SOURCE) TO WS-DC-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-DC-DECISION) TO WS-DC-DECISION
           MOVE WS-DC-CUST-NO TO WS-CUST-NO-IN
           PERFORM 190-NORMALIZE-CUST-NO
           MOVE WS-CUST-NO-IN TO WS-DC-CUST-NO
           MOVE SPACES TO WS-APR-NOTE
           EVALUATE TRUE
               WHEN WS-DC-DECISION(1:1) NOT = 'A'
                    AND WS-DC-DECISION(1:1) NOT = 'R'
                    AND WS-DC-DECISION(1:1) NOT = 'H'
                   MOVE 'UNKNOWN DECISION' TO WS-APR-NOTE
               WHEN WS-DC-CUST-NO NOT NUMERIC
                   MOVE 'INVALID CUSTOMER NUMBER' TO WS-APR-NOTE
               WHEN WS-DC-REVIEWER = SPACES
                   MOVE 'NO REVIEWER ID' TO WS-APR-NOTE
               WHEN WS-DEC-TAB-CTR NOT < 2000
                   MOVE 'DECISION TABLE FULL' TO WS-APR-NOTE
           END-EVALUATE
           IF WS-APR-NOTE NOT = SPACES
               ADD 1 TO WS-DEC-BAD-CTR
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' DELIMITED BY SIZE
                     WS-APR-NOTE DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     FUNCTION TRIM(DECISION-REC) DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
               WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE
           ELSE
               ADD 1 TO WS-DEC-TAB-CTR
               MOVE WS-DC-SOURCE TO WS-DT-SOURCE(WS-DEC-TAB-CTR)
               MOVE WS-DC-CUST-NO TO WS-DT-CUST-NO(WS-DEC-TAB-CTR)
               MOVE WS-DC-DECISION(1:1)
                 TO WS-DT-DECISION(WS-DEC-TAB-CTR)
               MOVE WS-DC-REVIEWER TO WS-DT-REVIEWER(WS-DEC-TAB-CTR)
               MOVE 'N' TO WS-DT-USED(WS-DEC-TAB-CTR)
           END-IF.
      *-----------------------------------------------------------------
      *    LAST CYCLE'S HELD ROWS - EACH CARRIES ITS OWN SOURCE. NO
      *    HELD FILE YET IS NOT AN ERROR; ONE THAT WILL NOT OPEN STOPS
      *    THE RUN, SINCE 100-MAIN WOULD OTHERWISE REWRITE IT WITHOUT
      *    THE ROWS IT WAS CARRYING.
      *-----------------------------------------------------------------
       120-LOAD-HELD-PROPOSALS.
           OPEN INPUT HELD-TRANS-FILE
           IF WS-HELD-STATUS NOT = '00' AND WS-HELD-STATUS NOT = '05'
               DISPLAY 'APPROVE: CANNOT OPEN HELD FILE, STATUS '
                       WS-HELD-STATUS
                       ' - NOTHING APPROVED, HELD FILE UNCHANGED'
               CLOSE APPROVAL-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LOAD-SOURCE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ HELD-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HELD-TRANS-REC TO WS-PROP-REC
                       PERFORM 130-LOAD-PROPOSAL-ROW
               END-READ
           END-PERFORM
           CLOSE HELD-TRANS-FILE
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       125-LOAD-NIXIE-PROPOSALS.
           OPEN INPUT NIXIE-TRANS-FILE
           IF WS-NXTR-STATUS = '00'
               MOVE 'NIXIE' TO WS-LOAD-SOURCE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ NIXIE-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE NIXIE-TRANS-REC TO WS-PROP-REC
                           PERFORM 130-LOAD-PROPOSAL-ROW
                   END-READ
               END-PERFORM
               CLOSE NIXIE-TRANS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       127-LOAD-DUP-PROPOSALS.
           OPEN INPUT DUP-TRANS-FILE
           IF WS-DUPTR-STATUS = '00'
               MOVE 'DUPAUDIT' TO WS-LOAD-SOURCE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ DUP-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DUP-TRANS-REC TO WS-PROP-REC
                           PERFORM 130-LOAD-PROPOSAL-ROW
                   END-READ
               END-PERFORM
               CLOSE DUP-TRANS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-TF-TABLE. ROWS WITHOUT A SOURCE ARE
      *    HAND-KEYED AND NOT LOADED. A FILE THAT IS THERE BUT WILL NOT
      *    OPEN STOPS THE RUN BEFORE ANYTHING IS APPROVED.
      *-----------------------------------------------------------------
       128-LOAD-TRANS-ON-FILE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00' AND WS-TRANS-STATUS NOT = '05'
               DISPLAY 'APPROVE: CANNOT READ TRANSACTION FILE, '
                       'STATUS ' WS-TRANS-STATUS
                       ' - NOTHING APPROVED, HELD FILE UNCHANGED'
               CLOSE APPROVAL-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TRANS-REC TO WS-PROP-REC
                       PERFORM 129-LOAD-TRANS-ROW
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       129-LOAD-TRANS-ROW.
           MOVE SPACES TO WS-PR-FIELDS
           UNSTRING WS-PROP-REC DELIMITED BY "*" OR ","
             INTO WS-PR-ACTION, WS-PR-CUST-NO, WS-PR-LNAME,
             WS-PR-FNAME, WS-PR-ADDRESS, WS-PR-ADDR2, WS-PR-CITY,
             WS-PR-STATE, WS-PR-ZIP, WS-PR-COUNTRY, WS-PR-SOURCE
           END-UNSTRING
           IF WS-PR-SOURCE NOT = SPACES
               MOVE WS-PR-CUST-NO TO WS-CUST-NO-IN
               PERFORM 190-NORMALIZE-CUST-NO
               IF WS-TF-TAB-CTR < 5000
                   ADD 1 TO WS-TF-TAB-CTR
                   MOVE WS-PR-ACTION TO WS-TF-ACTION(WS-TF-TAB-CTR)
                   MOVE WS-CUST-NO-IN TO WS-TF-CUST-NO(WS-TF-TAB-CTR)
               ELSE
                   DISPLAY '** WARNING: TRANSACTION TABLE FULL - ROW '
                           'NOT CHECKED FOR REPEATS: '
                           FUNCTION TRIM(WS-PROP-REC) ' **'
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-PROP-TABLE. A ROW PAST THE TABLE
      *    LIMIT IS FLAGGED LOUDLY - IT IS NEITHER APPROVED NOR HELD,
      *    SO ITS SOURCE PROGRAM MUST PROPOSE IT AGAIN.
      *-----------------------------------------------------------------
       130-LOAD-PROPOSAL-ROW.
           IF WS-PROP-REC NOT = SPACES
               ADD 1 TO WS-PROP-READ-CTR
               MOVE SPACES TO WS-PR-FIELDS
               UNSTRING WS-PROP-REC DELIMITED BY "*" OR ","
                 INTO WS-PR-ACTION, WS-PR-CUST-NO, WS-PR-LNAME,
                 WS-PR-FNAME, WS-PR-ADDRESS, WS-PR-ADDR2, WS-PR-CITY,
                 WS-PR-STATE, WS-PR-ZIP, WS-PR-COUNTRY, WS-PR-SOURCE
               END-UNSTRING
               IF WS-PR-SOURCE = SPACES
                   MOVE WS-LOAD-SOURCE TO WS-PR-SOURCE
               END-IF
               MOVE WS-PR-CUST-NO TO WS-CUST-NO-IN
               PERFORM 190-NORMALIZE-CUST-NO
               MOVE WS-CUST-NO-IN TO WS-PR-CUST-NO

               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PROP-TAB-CTR
                   IF WS-PT-SOURCE(WS-PT-IDX) = WS-PR-SOURCE
                      AND WS-PT-CUST-NO(WS-PT-IDX) = WS-PR-CUST-NO
                      AND WS-PT-ACTION(WS-PT-IDX) = WS-PR-ACTION
                       SET WS-FOUND TO TRUE
                       MOVE WS-PROP-TAB-CTR TO WS-PT-IDX
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-FOUND
                       ADD 1 TO WS-PROP-DUP-CTR
                   WHEN WS-PROP-TAB-CTR < 5000
                       ADD 1 TO WS-PROP-TAB-CTR
                       MOVE WS-PR-SOURCE
                         TO WS-PT-SOURCE(WS-PROP-TAB-CTR)
                       MOVE WS-PR-ACTION
                         TO WS-PT-ACTION(WS-PROP-TAB-CTR)
                       MOVE WS-PR-CUST-NO
                         TO WS-PT-CUST-NO(WS-PROP-TAB-CTR)
                       MOVE WS-PR-LNAME
                         TO WS-PT-LNAME(WS-PROP-TAB-CTR)
                       MOVE WS-PR-FNAME
                         TO WS-PT-FNAME(WS-PROP-TAB-CTR)
                       MOVE WS-PR-ADDRESS
                         TO WS-PT-ADDRESS(WS-PROP-TAB-CTR)
                       MOVE WS-PR-ADDR2
                         TO WS-PT-ADDR2(WS-PROP-TAB-CTR)
                       MOVE WS-PR-CITY
                         TO WS-PT-CITY(WS-PROP-TAB-CTR)
                       MOVE WS-PR-STATE
                         TO WS-PT-STATE(WS-PROP-TAB-CTR)
                       MOVE WS-PR-ZIP
                         TO WS-PT-ZIP(WS-PROP-TAB-CTR)
                       MOVE WS-PR-COUNTRY
                         TO WS-PT-COUNTRY(WS-PROP-TAB-CTR)
                       MOVE SPACES TO WS-PT-DISP(WS-PROP-TAB-CTR)
                       MOVE SPACES TO WS-PT-REVIEWER(WS-PROP-TAB-CTR)
                       MOVE SPACES TO WS-PT-NOTE(WS-PROP-TAB-CTR)
                   WHEN OTHER
                       DISPLAY '** WARNING: PROPOSAL TABLE FULL - '
                               'ROW NOT REVIEWED: '
                               FUNCTION TRIM(WS-PROP-REC) ' **'
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    AN OPERATOR KEYING "123" MEANS CUSTOMER 000123 - RIGHT-
      *    JUSTIFY AND ZERO-FILL A SHORT NUMBER, AS CUSTMAINT'S
      *    215-NORMALIZE-CUST-NO DOES, SO DECISIONS AND PROPOSALS
      *    COMPARE ON THE SAME 6-DIGIT KEY.
      *-----------------------------------------------------------------
       190-NORMALIZE-CUST-NO.
           IF WS-CUST-NO-IN NOT NUMERIC
              AND WS-CUST-NO-IN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CUST-NO-IN))
                 TO WS-CUSTNO-LEN
               IF WS-CUSTNO-LEN < 6
                   MOVE FUNCTION TRIM(WS-CUST-NO-IN) TO WS-CUSTNO-TEMP
                   IF WS-CUSTNO-TEMP(1:WS-CUSTNO-LEN) NUMERIC
                       MOVE ZEROES TO WS-CUST-NO-IN
                       MOVE WS-CUSTNO-TEMP(1:WS-CUSTNO-LEN)
                         TO WS-CUST-NO-IN(7 - WS-CUSTNO-LEN:
                            WS-CUSTNO-LEN)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE FIRST DECISION NAMING THE CUSTOMER (AND THE SOURCE, OR
      *    NO SOURCE) DECIDES THE PROPOSAL. A SECOND APPROVAL OF THE
      *    SAME ACTION ON THE SAME CUSTOMER FROM THE OTHER SOURCE, OR
      *    ONE ALREADY ON THE TRANSACTION FILE (A RERUN), IS NOT
      *    WRITTEN AGAIN - CUSTMAINT WOULD ONLY REJECT IT.
      *-----------------------------------------------------------------
       200-DECIDE-PROPOSAL.
           MOVE ZERO TO WS-DT-MATCH-IDX
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEC-TAB-CTR
               IF WS-DT-CUST-NO(WS-DT-IDX) = WS-PT-CUST-NO(WS-PT-IDX)
                  AND (WS-DT-SOURCE(WS-DT-IDX) = SPACES
                       OR WS-DT-SOURCE(WS-DT-IDX)
                          = WS-PT-SOURCE(WS-PT-IDX))
                   MOVE WS-DT-IDX TO WS-DT-MATCH-IDX
                   MOVE WS-DEC-TAB-CTR TO WS-DT-IDX
               END-IF
           END-PERFORM

           IF WS-DT-MATCH-IDX = ZERO
               ADD 1 TO WS-UNDECIDED-CTR
               MOVE 'HELD' TO WS-PT-DISP(WS-PT-IDX)
               MOVE 'NO DECISION' TO WS-PT-NOTE(WS-PT-IDX)
               PERFORM 230-WRITE-HELD-ROW
           ELSE
               MOVE 'Y' TO WS-DT-USED(WS-DT-MATCH-IDX)
               MOVE WS-DT-REVIEWER(WS-DT-MATCH-IDX)
                 TO WS-PT-REVIEWER(WS-PT-IDX)
               EVALUATE TRUE
                   WHEN WS-DT-APPROVE(WS-DT-MATCH-IDX)
                       PERFORM 210-CHECK-ALREADY-APPROVED
                       IF WS-FOUND
                           ADD 1 TO WS-DUP-APPROVAL-CTR
                           MOVE 'DUPLICATE' TO WS-PT-DISP(WS-PT-IDX)
                           IF WS-PT-MATCH-IDX > ZERO
                               MOVE 'ALREADY APPROVED FROM '
                                 TO WS-PT-NOTE(WS-PT-IDX)
                               MOVE WS-PT-SOURCE(WS-PT-MATCH-IDX)
                                 TO WS-PT-NOTE(WS-PT-IDX)(23:8)
                           ELSE
                               MOVE 'ALREADY ON TRANSACTION FILE'
                                 TO WS-PT-NOTE(WS-PT-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-APPROVED-CTR
                           MOVE 'APPROVED' TO WS-PT-DISP(WS-PT-IDX)
                           PERFORM 220-WRITE-APPROVED-TRANS
                       END-IF
                   WHEN WS-DT-REJECT(WS-DT-MATCH-IDX)
                       ADD 1 TO WS-REJECTED-CTR
                       MOVE 'REJECTED' TO WS-PT-DISP(WS-PT-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-HELD-CTR
                       MOVE 'HELD' TO WS-PT-DISP(WS-PT-IDX)
                       PERFORM 230-WRITE-HELD-ROW
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       210-CHECK-ALREADY-APPROVED.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-PT-MATCH-IDX
           PERFORM VARYING WS-PT-IDX2 FROM 1 BY 1
                   UNTIL WS-PT-IDX2 NOT < WS-PT-IDX
               IF WS-PT-DISP(WS-PT-IDX2) = 'APPROVED'
                  AND WS-PT-CUST-NO(WS-PT-IDX2)
                      = WS-PT-CUST-NO(WS-PT-IDX)
                  AND WS-PT-ACTION(WS-PT-IDX2)
                      = WS-PT-ACTION(WS-PT-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-PT-IDX2 TO WS-PT-MATCH-IDX
                   MOVE WS-PT-IDX TO WS-PT-IDX2
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                       UNTIL WS-TF-IDX > WS-TF-TAB-CTR
                   IF WS-TF-CUST-NO(WS-TF-IDX)
                          = WS-PT-CUST-NO(WS-PT-IDX)
                      AND WS-TF-ACTION(WS-TF-IDX)
                          = WS-PT-ACTION(WS-PT-IDX)
                       SET WS-FOUND TO TRUE
                       MOVE WS-TF-TAB-CTR TO WS-TF-IDX
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      *    THE CUSTMAINT TRANSACTION LAYOUT WITH BOTH TRACE FIELDS -
      *    THE PROPOSING PROGRAM AND THE APPROVING REVIEWER - WHICH
      *    CUSTMAINT CARRIES ONTO THE JOURNAL ROW.
      *-----------------------------------------------------------------
       220-WRITE-APPROVED-TRANS.
           PERFORM 240-BUILD-TRANS-LINE
           STRING FUNCTION TRIM(WS-OUT-LINE) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-REVIEWER(WS-PT-IDX))
                     DELIMITED BY SIZE
                 INTO TRANS-REC
           END-STRING
           WRITE TRANS-REC.
      *-----------------------------------------------------------------
       230-WRITE-HELD-ROW.
           PERFORM 240-BUILD-TRANS-LINE
           WRITE HELD-TRANS-REC FROM WS-OUT-LINE.
      *-----------------------------------------------------------------
      *    ACTION,CUSTNO,LNAME THROUGH COUNTRY,SOURCE.
      *-----------------------------------------------------------------
       240-BUILD-TRANS-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE SPACES TO TRANS-REC
           STRING WS-PT-ACTION(WS-PT-IDX) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-PT-CUST-NO(WS-PT-IDX) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-LNAME(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-FNAME(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-ADDRESS(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-ADDR2(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-CITY(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-STATE(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-ZIP(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-COUNTRY(WS-PT-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PT-SOURCE(WS-PT-IDX))
                     DELIMITED BY SIZE
                 INTO WS-OUT-LINE
           END-STRING.
      *-----------------------------------------------------------------
       250-WRITE-PROPOSAL-LINE.
           MOVE SPACES TO WS-APR-LINE
           MOVE WS-PT-SOURCE(WS-PT-IDX) TO WS-APR-SOURCE
           EVALUATE WS-PT-ACTION(WS-PT-IDX)
               WHEN 'A'   MOVE 'ADD'    TO WS-APR-ACTION
               WHEN 'C'   MOVE 'CHANGE' TO WS-APR-ACTION
               WHEN 'D'   MOVE 'DELETE' TO WS-APR-ACTION
               WHEN OTHER MOVE WS-PT-ACTION(WS-PT-IDX) TO WS-APR-ACTION
           END-EVALUATE
           MOVE WS-PT-CUST-NO(WS-PT-IDX)  TO WS-APR-CUST-NO
           MOVE WS-PT-DISP(WS-PT-IDX)     TO WS-APR-DISP
           MOVE WS-PT-REVIEWER(WS-PT-IDX) TO WS-APR-REVIEWER
           MOVE WS-PT-NOTE(WS-PT-IDX)     TO WS-APR-NOTE
           STRING WS-PT-LNAME(WS-PT-IDX) DELIMITED BY SPACE
                 ', ' DELIMITED BY SIZE
                 WS-PT-FNAME(WS-PT-IDX) DELIMITED BY SPACE
                 INTO WS-APR-NAME
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-APR-LINE.
      *-----------------------------------------------------------------
      *    A SIGNED DECISION THAT MATCHED NO PROPOSAL IS USUALLY A
      *    MIS-KEYED NUMBER - THE PROPOSAL IT WAS MEANT FOR HAS JUST
      *    BEEN HELD, SO IT IS LISTED FOR THE REVIEWER TO FIX.
      *-----------------------------------------------------------------
       900-WRITE-UNUSED-DECISIONS.
           MOVE SPACES TO APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC
           MOVE 'DECISIONS WITH NO MATCHING PROPOSAL'
             TO APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEC-TAB-CTR
               IF WS-DT-USED(WS-DT-IDX) = 'N'
                   ADD 1 TO WS-DEC-UNUSED-CTR
                   MOVE SPACES TO WS-APR-LINE
                   MOVE WS-DT-SOURCE(WS-DT-IDX)   TO WS-APR-SOURCE
                   MOVE WS-DT-CUST-NO(WS-DT-IDX)  TO WS-APR-CUST-NO
                   MOVE WS-DT-DECISION(WS-DT-IDX) TO WS-APR-DISP
                   MOVE WS-DT-REVIEWER(WS-DT-IDX) TO WS-APR-REVIEWER
                   MOVE 'NO SUCH PROPOSAL' TO WS-APR-NOTE
                   WRITE APPROVAL-RPT-REC FROM WS-APR-LINE
               END-IF
           END-PERFORM
           IF WS-DEC-UNUSED-CTR = ZERO
               MOVE '  NONE' TO APPROVAL-RPT-REC
               WRITE APPROVAL-RPT-REC
           END-IF.
      *-----------------------------------------------------------------
       950-WRITE-TOTALS.
           MOVE SPACES TO APPROVAL-RPT-REC
           WRITE APPROVAL-RPT-REC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PROPOSAL ROWS READ    : ' DELIMITED BY SIZE
                 WS-PROP-READ-CTR DELIMITED BY SIZE
                 '   REPEATS MERGED: ' DELIMITED BY SIZE
                 WS-PROP-DUP-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'APPROVED              : ' DELIMITED BY SIZE
                 WS-APPROVED-CTR DELIMITED BY SIZE
                 '   DUPLICATES    : ' DELIMITED BY SIZE
                 WS-DUP-APPROVAL-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJECTED              : ' DELIMITED BY SIZE
                 WS-REJECTED-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HELD FOR NEXT CYCLE   : ' DELIMITED BY SIZE
                 WS-HELD-CTR DELIMITED BY SIZE
                 '   NO DECISION   : ' DELIMITED BY SIZE
                 WS-UNDECIDED-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DECISION ROWS READ    : ' DELIMITED BY SIZE
                 WS-DEC-READ-CTR DELIMITED BY SIZE
                 '   NOT USABLE    : ' DELIMITED BY SIZE
                 WS-DEC-BAD-CTR DELIMITED BY SIZE
                 '   UNMATCHED: ' DELIMITED BY SIZE
                 WS-DEC-UNUSED-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE APPROVAL-RPT-REC FROM WS-RPT-LINE.

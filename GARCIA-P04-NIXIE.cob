      *          piece was mailed from, plus a return-reason field) is *
      *          matched against p04-mailhouse.csv to confirm the      *
      *          piece was ours, then against the indexed customer     *
      *          master on address and ZIP5 - narrowed to the customer *
      *          numbers the piece was printed for when the row        *
      *          carries them. Every master customer so matched gets   *
      *          a 'U' (prior undeliverable) row appended to           *
      *          p04-suppression.csv in the layout                     *
      *          104-LOAD-SUPPRESSION expects - unless one is already  *
      *          there - and a proposed delete transaction in the      *
      *          p04-cust-trans.csv layout LNAME-P04-CUSTMAINT         *
      *          consumes, written to a review file so nothing touches *
      *          the master until a reviewer approves it. A match/     *
      *          no-match report accounts for every nixie read.       *
      *          After a scheduled label run every scheduled           *
      *          campaign's extract is loaded, and a nixie is only     *
      *          confirmed by a row of its own campaign.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-NIXIE.
           SELECT NIXIE-FILE ASSIGN TO '..\p04-nixie.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-NIXIE-STATUS.
           SELECT MAILHOUSE-FILE ASSIGN TO DYNAMIC WS-MH-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MH-STATUS.
           SELECT CUST-MASTER ASSIGN TO '..\p04-cust-master.dat'
                             ASSIGN TO '..\p04-suppression.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUPP-STATUS.
           SELECT SUPP-INDEX-FILE
                             ASSIGN TO '..\p04-supp-index.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS SX-KEY
                             FILE STATUS IS WS-SIDX-STATUS.
           SELECT NIXIE-TRANS-FILE
                             ASSIGN TO '..\p04-nixie-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NIXIE-REPORT ASSIGN TO '..\p04-nixie-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-SCHEDULE-FILE
                             ASSIGN TO '..\p04-campaign-schedule.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCHED-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  NIXIE-FILE.
       01  NIXIE-REC                   PIC X(340).

       FD  MAILHOUSE-FILE.
       01  MAILHOUSE-REC               PIC X(340).

       FD  CUST-MASTER.
       01  CM-REC.
           05  CM-COUNTRY              PIC X(20).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC                PIC X(120).

      *    KEYED WORK COPY OF THE SUPPRESSION LIST, IN THE LAYOUT THE
      *    LABEL RUN BUILDS - ONE ENTRY PER NAME/ADDRESS/ZIP5.
       FD  SUPP-INDEX-FILE.
       01  SUPP-INDEX-REC.
           05  SX-KEY.
               10  SX-LNAME            PIC X(15).
               10  SX-FNAME            PIC X(15).
               10  SX-ADDRESS          PIC X(25).
               10  SX-ZIP              PIC X(5).
           05  SX-REASON-CD            PIC X.

       FD  NIXIE-TRANS-FILE.
       01  NIXIE-TRANS-REC             PIC X(180).

       FD  NIXIE-REPORT.
       01  NIXIE-RPT-REC               PIC X(360).

       FD  CAMPAIGN-SCHEDULE-FILE.
       01  CAMPAIGN-SCHEDULE-REC       PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-MH-STATUS                PIC XX.
       01  WS-CM-STATUS                PIC XX.
       01  WS-SUPP-STATUS              PIC XX.
       01  WS-SIDX-STATUS              PIC XX.

      *-----------------------------------------------------------------
      *    WHICH EXTRACTS TO READ. A SCHEDULED LABEL RUN (ONE DRIVEN
      *    BY p04-campaign-schedule.txt) NAMES EACH CAMPAIGN'S FILES
      *    WITH -CODE AHEAD OF THE EXTENSION (SEE ITS 615-SET-CAMPAIGN-
      *    FILE-NAMES). THE MAIL HOUSE RETURNS PIECES FROM EVERY
      *    CAMPAIGN IN THE ONE WEEKLY FILE, SO WHEN A SCHEDULE IS ON
      *    FILE EVERY SCHEDULED CAMPAIGN'S EXTRACT IS LOADED. WITH NO
      *    SCHEDULE THE ORIGINAL p04-mailhouse.csv STANDS, EXACTLY AS
      *    THE LABEL RUN WROTE IT.
      *-----------------------------------------------------------------
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-RC-KEY                   PIC X(16).
       01  WS-RC-VAL1                  PIC X(20).
       01  WS-RC-CAMPAIGN-WORK         PIC X(10).
       01  WS-SCH-CTR                  PIC 9(2)    VALUE ZERO.
       01  WS-SCH-TABLE                VALUE SPACES.
           03  WS-SCH-CODE             PIC X(10)   OCCURS 10 TIMES.
       01  WS-SCH-IDX                  PIC 9(2)    VALUE ZERO.
       01  WS-SCH-FOUND-SW             PIC X       VALUE 'N'.
           88  WS-SCH-FOUND                        VALUE 'Y'.
       01  WS-FN-STEM                  PIC X(40).
       01  WS-FN-EXT                   PIC X(4).
       01  WS-FN-OUT                   PIC X(60).
       01  WS-MH-FILE-NAME             PIC X(60)   VALUE
           '..\p04-mailhouse.csv'.

       01  WS-RUN-DATE                 PIC X(8).

      *-----------------------------------------------------------------
      *    THE UNSTRUNG NIXIE ROW - THE SAME COLUMNS THE MAIL-HOUSE
      *    EXTRACT CARRIES (CAMPAIGN THROUGH THE CUSTOMER NUMBERS),
      *    PLUS THE MAIL HOUSE'S RETURN-REASON TEXT ON THE END. A ROW
      *    RETURNED AGAINST AN EXTRACT WRITTEN BEFORE THE CUSTOMER-
      *    NUMBER COLUMN EXISTED HAS ONE FIELD FEWER - THE REASON
      *    LANDS IN WS-NX-CUST-NOS AND IS MOVED BACK WHERE IT BELONGS.
      *-----------------------------------------------------------------
       01  WS-NX-FIELDS.
           03  WS-NX-CAMPAIGN          PIC X(10).
           03  WS-NX-COUNTRY           PIC X(20).
           03  WS-NX-BARCODE           PIC X(10).
           03  WS-NX-SEED              PIC X.
           03  WS-NX-CUST-NOS          PIC X(69).
           03  WS-NX-REASON            PIC X(30).
       01  WS-NX-FLD-CTR               PIC 9(2)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    THE MAIL-HOUSE EXTRACT, LOADED ONCE SO EACH NIXIE CAN BE
      *    CONFIRMED AS A PIECE WE ACTUALLY MAILED BEFORE ANYONE IS
      *    SUPPRESSED ON THE STRENGTH OF IT. EACH ROW KEEPS ITS
      *    CAMPAIGN CODE SO A NIXIE IS ONLY CONFIRMED BY THE CAMPAIGN
      *    IT CAME BACK FROM.
      *-----------------------------------------------------------------
       01  WS-MHT-FIELDS.
           03  WS-MHT-CAMPAIGN         PIC X(10).
           03  WS-MHT-STATE            PIC X(15).
           03  WS-MHT-ZIP              PIC X(15).
           03  WS-MHT-COUNTRY          PIC X(20).
           03  WS-MHT-BARCODE          PIC X(10).
           03  WS-MHT-SEED             PIC X.
           03  WS-MHT-CUST-NOS         PIC X(69).
       01  WS-MH-TAB-CTR               PIC 9(5)    VALUE ZERO.
       01  WS-MH-TABLE.
           03  WS-MH-ENTRY OCCURS 20000 TIMES.
               05  WS-MH-CAMPAIGN      PIC X(10).
               05  WS-MH-NAME          PIC X(120).
               05  WS-MH-ADDR          PIC X(25).
               05  WS-MH-ZIP5          PIC X(5).
               05  WS-MH-CUST-NOS      PIC X(69).
       01  WS-MH-IDX                   PIC 9(5)    VALUE ZERO.
       01  WS-MH-OVFL-CTR              PIC 9(5)    VALUE ZERO.
       01  WS-MH-MATCH-SW              PIC X       VALUE 'N'.
      *-----------------------------------------------------------------
      *    THE CUSTOMER MASTER, LOADED ONCE FOR THE ADDRESS MATCH - A
      *    RETURNED HOUSEHOLD LABEL CARRIES A MERGED NAME, SO THE
      *    MASTER IS MATCHED ON ADDRESS AND ZIP5. WHEN THE NIXIE
      *    CARRIES THE CUSTOMER NUMBERS THE LABEL WAS PRINTED FOR, ONLY
      *    THOSE CUSTOMERS ARE FLAGGED - SOMEONE ELSE AT A SHARED
      *    ADDRESS (AN APARTMENT BLOCK, A BUSINESS PARK) WHO WAS NOT ON
      *    THE RETURNED LABEL KEEPS GETTING MAIL. WITHOUT NUMBERS
      *    (AN OLDER EXTRACT), EVERY CUSTOMER AT THE ADDRESS IS
      *    FLAGGED, AS BEFORE.
      *-----------------------------------------------------------------
       01  WS-CM-TAB-CTR               PIC 9(5)    VALUE ZERO.
       01  WS-CM-TABLE.
       01  WS-CM-IDX                   PIC 9(5)    VALUE ZERO.
       01  WS-CM-OVFL-CTR              PIC 9(5)    VALUE ZERO.
       01  WS-CM-HIT-CTR               PIC 9(3)    VALUE ZERO.
       01  WS-CM-HIT-SW                PIC X       VALUE 'N'.
           88  WS-CM-HIT                           VALUE 'Y'.
       01  WS-CM-CUST-NO-X             PIC X(6).
       01  WS-CUST-NO-TALLY            PIC 9(2)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    THE SUPPRESSION LIST AS IT STANDS, LOADED FIRST INTO THE
      *    KEYED SUPPRESSION INDEX SO A NIXIE PROCESSED TWICE (OR A
      *    CUSTOMER ALREADY OPTED OUT) DOES NOT PILE UP DUPLICATE
      *    ROWS. NEW 'U' ROWS ARE APPENDED IN THE SAME
      *    LNAME,FNAME,ADDRESS,ZIP5,REASON LAYOUT THE LABEL RUN LOADS,
      *    STAMPED AS LNAME-P04-SUPPMAINT STAMPS ITS OWN ADDS: ADDED
      *    TODAY, SOURCE NIXIE, NO EXPIRY. A ROW ALREADY PAST ITS
      *    EXPIRY IS LEFT OUT OF THE INDEX, AS THE LABEL RUN LEAVES IT
      *    OUT, SO A FRESH RETURN FOR THAT ADDRESS IS SUPPRESSED ANEW.
      *-----------------------------------------------------------------
       01  WS-SUPP-ADDED-DATE          PIC X(8).
       01  WS-SUPP-SOURCE              PIC X(10).
       01  WS-SUPP-EXPIRY-DATE         PIC X(8).
       01  WS-SUPP-DUP-SW              PIC X       VALUE 'N'.
           88  WS-SUPP-ALREADY                     VALUE 'Y'.

       01  WS-CSV-COMMA                PIC X       VALUE ','.
       01  WS-ZIP5                     PIC X(5).
       01  WS-OUT-LINE                 PIC X(180).
       01  WS-RPT-LINE                 PIC X(360).
       01  WS-RPT-DISP                 PIC X(14).

       01  WS-NIXIE-CTR                PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 104-LOAD-SCHEDULE.
           PERFORM 110-LOAD-MAILHOUSE.
           PERFORM 120-LOAD-MASTER.
           PERFORM 130-LOAD-SUPPRESSION.

           CLOSE NIXIE-FILE
                 SUPPRESS-FILE
                 SUPP-INDEX-FILE
                 NIXIE-TRANS-FILE
                 NIXIE-REPORT.

           DISPLAY 'NO MATCH             : ', WS-NOMATCH-CTR.
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE SCHEDULED CAMPAIGN CODES, TAKEN AS THE LABEL RUN'S
      *    138-START-SCHEDULE-ENTRY TAKES THEM: A BLANK OR REPEATED
      *    CODE IS PASSED OVER, AND ONLY THE FIRST TEN ARE DROPPED.
      *-----------------------------------------------------------------
       104-LOAD-SCHEDULE.
           OPEN INPUT CAMPAIGN-SCHEDULE-FILE
           IF WS-SCHED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CAMPAIGN-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RC-KEY WS-RC-VAL1
                           UNSTRING CAMPAIGN-SCHEDULE-REC
                               DELIMITED BY ","
                             INTO WS-RC-KEY, WS-RC-VAL1
                           END-UNSTRING
                           IF WS-RC-KEY = 'CAMPAIGN'
                              AND WS-RC-VAL1 NOT = SPACES
                               MOVE WS-RC-VAL1 TO WS-RC-CAMPAIGN-WORK
                               PERFORM 105-CHECK-SCHEDULED-CODE
                               IF NOT WS-SCH-FOUND
                                  AND WS-SCH-CTR < 10
                                   ADD 1 TO WS-SCH-CTR
                                   MOVE WS-RC-CAMPAIGN-WORK
                                     TO WS-SCH-CODE(WS-SCH-CTR)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-SCHEDULE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       105-CHECK-SCHEDULED-CODE.
           MOVE 'N' TO WS-SCH-FOUND-SW
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-CTR
               IF WS-SCH-CODE(WS-SCH-IDX) = WS-RC-CAMPAIGN-WORK
                   SET WS-SCH-FOUND TO TRUE
                   MOVE WS-SCH-CTR TO WS-SCH-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    NAMES ARE BUILT THE WAY THE LABEL RUN'S 616-BUILD-FILE-NAME
      *    BUILDS THEM.
      *-----------------------------------------------------------------
       107-BUILD-FILE-NAME.
           MOVE SPACES TO WS-FN-OUT
           STRING FUNCTION TRIM(WS-FN-STEM) DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RC-CAMPAIGN-WORK) DELIMITED BY SIZE
                 WS-FN-EXT DELIMITED BY SIZE
                 INTO WS-FN-OUT
           END-STRING.
      *-----------------------------------------------------------------
      *    LOADS THE MAIL-HOUSE EXTRACT ROWS (SKIPPING THE HEADING)
      *    KEYED ON THE FIELDS THE NIXIE MATCH COMPARES - ONE EXTRACT,
      *    OR ONE PER SCHEDULED CAMPAIGN (SEE THE COMMENT AT
      *    WS-SCHED-STATUS). ROWS PAST THE TABLE LIMIT ARE FLAGGED - A
      *    NIXIE THAT CANNOT BE CONFIRMED WILL SHOW AS NO MATCH RATHER
      *    THAN BE SILENTLY TRUSTED.
      *-----------------------------------------------------------------
       110-LOAD-MAILHOUSE.
           IF WS-SCH-CTR = ZERO
               PERFORM 112-LOAD-ONE-EXTRACT
           ELSE
               PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                       UNTIL WS-SCH-IDX > WS-SCH-CTR
                   MOVE WS-SCH-CODE(WS-SCH-IDX) TO WS-RC-CAMPAIGN-WORK
                   MOVE '..\p04-mailhouse' TO WS-FN-STEM
                   MOVE '.csv' TO WS-FN-EXT
                   PERFORM 107-BUILD-FILE-NAME
                   MOVE WS-FN-OUT TO WS-MH-FILE-NAME
                   PERFORM 112-LOAD-ONE-EXTRACT
               END-PERFORM
           END-IF
           DISPLAY 'EXTRACT ROWS LOADED: ' WS-MH-TAB-CTR
           IF WS-MH-OVFL-CTR > ZERO
               DISPLAY '** WARNING: ' WS-MH-OVFL-CTR
                       ' EXTRACT ROWS BEYOND THE TABLE - SOME '
                       'NIXIES MAY REPORT AS NO MATCH **'
           END-IF.
      *-----------------------------------------------------------------
       112-LOAD-ONE-EXTRACT.
           DISPLAY 'EXTRACT: ' FUNCTION TRIM(WS-MH-FILE-NAME)
           OPEN INPUT MAILHOUSE-FILE
           IF WS-MH-STATUS NOT = '00'
               DISPLAY 'NIXIE: NO MAIL-HOUSE EXTRACT - ITS NIXIES '
                       'CANNOT BE CONFIRMED'
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
               END-PERFORM
               CLOSE MAILHOUSE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       115-LOAD-MAILHOUSE-ROW.
           UNSTRING MAILHOUSE-REC DELIMITED BY ","
             INTO WS-MHT-CAMPAIGN, WS-MHT-NAME, WS-MHT-ADDR,
             WS-MHT-ADDR2, WS-MHT-CITY, WS-MHT-STATE, WS-MHT-ZIP,
             WS-MHT-COUNTRY, WS-MHT-BARCODE, WS-MHT-SEED,
             WS-MHT-CUST-NOS
           END-UNSTRING
           IF WS-MHT-CAMPAIGN = 'CAMPAIGN'
              OR WS-MHT-CAMPAIGN = 'TRAILER'
           ELSE
               IF WS-MH-TAB-CTR < 20000
                   ADD 1 TO WS-MH-TAB-CTR
                   MOVE WS-MHT-CAMPAIGN
                     TO WS-MH-CAMPAIGN(WS-MH-TAB-CTR)
                   MOVE WS-MHT-NAME TO WS-MH-NAME(WS-MH-TAB-CTR)
                   MOVE WS-MHT-ADDR TO WS-MH-ADDR(WS-MH-TAB-CTR)
                   MOVE WS-MHT-ZIP(1:5)
                     TO WS-MH-ZIP5(WS-MH-TAB-CTR)
                   MOVE WS-MHT-CUST-NOS
                     TO WS-MH-CUST-NOS(WS-MH-TAB-CTR)
               ELSE
                   ADD 1 TO WS-MH-OVFL-CTR
               END-IF
                       'UNDELIVERABLES MAY NOT BE FLAGGED **'
           END-IF.
      *-----------------------------------------------------------------
      *    LOADS THE SUPPRESSION LIST INTO THE KEYED INDEX AS THE
      *    LABEL RUN WOULD, FOR THE DUPLICATE CHECK BEFORE EACH APPEND.
      *    THE INDEX IS LEFT OPEN I-O SO EACH NEW ROW JOINS IT TOO.
      *-----------------------------------------------------------------
       130-LOAD-SUPPRESSION.
           OPEN OUTPUT SUPP-INDEX-FILE
           IF WS-SIDX-STATUS = '00'
               CLOSE SUPP-INDEX-FILE
               OPEN I-O SUPP-INDEX-FILE
           END-IF
           IF WS-SIDX-STATUS NOT = '00'
               DISPLAY 'NIXIE: CANNOT BUILD SUPPRESSION INDEX, STATUS '
                       WS-SIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUPP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO SUPP-INDEX-REC
                           MOVE SPACES TO WS-SUPP-ADDED-DATE
                                          WS-SUPP-SOURCE
                                          WS-SUPP-EXPIRY-DATE
                           UNSTRING SUPPRESS-REC
                               DELIMITED BY ","
                             INTO SX-LNAME, SX-FNAME, SX-ADDRESS,
                             SX-ZIP, SX-REASON-CD, WS-SUPP-ADDED-DATE,
                             WS-SUPP-SOURCE, WS-SUPP-EXPIRY-DATE
                           END-UNSTRING
                           IF WS-SUPP-EXPIRY-DATE = SPACES
                              OR WS-SUPP-EXPIRY-DATE NOT < WS-RUN-DATE
                               WRITE SUPP-INDEX-REC
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
      *-----------------------------------------------------------------
       200-PROCESS-NIXIE.
           MOVE SPACES TO WS-NX-FIELDS
           MOVE ZERO TO WS-NX-FLD-CTR
           UNSTRING NIXIE-REC DELIMITED BY ","
             INTO WS-NX-CAMPAIGN, WS-NX-NAME, WS-NX-ADDR,
             WS-NX-ADDR2, WS-NX-CITY, WS-NX-STATE, WS-NX-ZIP,
             WS-NX-COUNTRY, WS-NX-BARCODE, WS-NX-SEED,
             WS-NX-CUST-NOS, WS-NX-REASON
             TALLYING IN WS-NX-FLD-CTR
           END-UNSTRING
           IF WS-NX-FLD-CTR < 12
               MOVE WS-NX-CUST-NOS TO WS-NX-REASON
               MOVE SPACES TO WS-NX-CUST-NOS
           END-IF
           IF WS-NX-CAMPAIGN = 'CAMPAIGN'
               CONTINUE
           ELSE
               MOVE ZERO TO WS-CM-HIT-CTR
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CM-TAB-CTR
                   PERFORM 215-CHECK-MASTER-HIT
                   IF WS-CM-HIT
                       ADD 1 TO WS-CM-HIT-CTR
                       IF WS-MH-MATCHED
                           ADD 1 TO WS-MASTER-MATCH-CTR
                   ADD 1 TO WS-NOMATCH-CTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    A NIXIE CARRYING CUSTOMER NUMBERS MUST ALSO CARRY THE SAME
      *    NUMBERS AS THE EXTRACT ROW IT CLAIMS TO BE - A RETURN
      *    THAT HAS BEEN RE-KEYED ONTO THE WRONG CUSTOMER IS NOT
      *    CONFIRMED. SO IS A RETURN WHOSE CAMPAIGN IS NOT THE ONE
      *    THE EXTRACT ROW WAS MAILED UNDER.
      *-----------------------------------------------------------------
       210-MATCH-EXTRACT.
           MOVE 'N' TO WS-MH-MATCH-SW
           PERFORM VARYING WS-MH-IDX FROM 1 BY 1
                   UNTIL WS-MH-IDX > WS-MH-TAB-CTR
               IF WS-MH-CAMPAIGN(WS-MH-IDX) = WS-NX-CAMPAIGN
                  AND WS-MH-NAME(WS-MH-IDX) = WS-NX-NAME
                  AND WS-MH-ADDR(WS-MH-IDX) = WS-NX-ADDR
                  AND WS-MH-ZIP5(WS-MH-IDX) = WS-ZIP5
                  AND (WS-NX-CUST-NOS = SPACES
                       OR WS-MH-CUST-NOS(WS-MH-IDX) = WS-NX-CUST-NOS)
                   SET WS-MH-MATCHED TO TRUE
                   MOVE WS-MH-TAB-CTR TO WS-MH-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-CM-TABLE. THE ADDRESS MUST STILL
      *    MATCH EVEN WHEN THE NUMBER DOES: A LISTED CUSTOMER WHOSE
      *    MASTER ADDRESS HAS SINCE CHANGED WAS RETURNED AT AN ADDRESS
      *    WE NO LONGER MAIL, AND MUST NOT BE SUPPRESSED AT THE NEW
      *    ONE. THE NUMBERS ARE SIX DIGITS BETWEEN SLASHES, SO A
      *    SIX-CHARACTER HIT IN THE LIST CAN ONLY BE A WHOLE NUMBER.
      *-----------------------------------------------------------------
       215-CHECK-MASTER-HIT.
           MOVE 'N' TO WS-CM-HIT-SW
           IF WS-CMT-ADDRESS(WS-CM-IDX) = WS-NX-ADDR
              AND WS-CMT-ZIP(WS-CM-IDX)(1:5) = WS-ZIP5
               IF WS-NX-CUST-NOS = SPACES
                   SET WS-CM-HIT TO TRUE
               ELSE
                   MOVE WS-CMT-CUST-NO(WS-CM-IDX) TO WS-CM-CUST-NO-X
                   MOVE ZERO TO WS-CUST-NO-TALLY
                   INSPECT WS-NX-CUST-NOS TALLYING WS-CUST-NO-TALLY
                       FOR ALL WS-CM-CUST-NO-X
                   IF WS-CUST-NO-TALLY > ZERO
                       SET WS-CM-HIT TO TRUE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    ONE MASTER CUSTOMER ON THE RETURNED PIECE: APPEND THE 'U'
      *    SUPPRESSION ROW (UNLESS ONE IS ALREADY ON THE LIST) AND
      *    PROPOSE THE DELETE FOR REVIEW.
      *-----------------------------------------------------------------
                     WS-CMT-ZIP(WS-CM-IDX)(1:5) DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     'U' DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     'NIXIE' DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     INTO WS-OUT-LINE
               END-STRING
               WRITE SUPPRESS-REC FROM WS-OUT-LINE
      *        KEEP THE INDEX CURRENT SO A SECOND NIXIE FOR THE
      *        SAME HOUSEHOLD IN THIS FILE DOES NOT APPEND TWICE.
               MOVE WS-CMT-LNAME(WS-CM-IDX)    TO SX-LNAME
               MOVE WS-CMT-FNAME(WS-CM-IDX)    TO SX-FNAME
               MOVE WS-CMT-ADDRESS(WS-CM-IDX)  TO SX-ADDRESS
               MOVE WS-CMT-ZIP(WS-CM-IDX)(1:5) TO SX-ZIP
               MOVE 'U' TO SX-REASON-CD
               WRITE SUPP-INDEX-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           PERFORM 240-WRITE-PROPOSED-TRANS.
      *-----------------------------------------------------------------
       230-CHECK-ALREADY-SUPPRESSED.
           MOVE 'N' TO WS-SUPP-DUP-SW
           MOVE WS-CMT-LNAME(WS-CM-IDX)    TO SX-LNAME
           MOVE WS-CMT-FNAME(WS-CM-IDX)    TO SX-FNAME
           MOVE WS-CMT-ADDRESS(WS-CM-IDX)  TO SX-ADDRESS
           MOVE WS-CMT-ZIP(WS-CM-IDX)(1:5) TO SX-ZIP
           READ SUPP-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SUPP-ALREADY TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    ONE PROPOSED DELETE IN THE TRANSACTION LAYOUT CUSTMAINT
      *    UNSTRINGS (ACTION,CUSTNO,THEN THE FULL 8-FIELD RECORD, SO
      *    THE REVIEWER SEES EXACTLY WHO WOULD GO). THE FILE IS A
      *    REVIEW QUEUE - LNAME-P04-APPROVE MOVES THE APPROVED ROWS
      *    INTO P04-CUST-TRANS.CSV, NEVER THIS PROGRAM.
      *-----------------------------------------------------------------
       240-WRITE-PROPOSED-TRANS.
           ADD 1 TO WS-TRANS-CTR

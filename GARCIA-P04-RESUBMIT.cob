      *DATE    : 08/23/2026                                            *
      *ABSTRACT: Repairs the records that failed validation on the    *
      *          main label run. Reads p04-exceptions.txt plus an     *
      *          operator-prepared corrections file (same layout as   *
      *          the customer list, matched on customer number when   *
      *          both rows carry one, otherwise on last/first         *
      *          name), re-validates each corrected record through    *
      *          the same ZIP/state rules and CASS cleanup the main   *
      *          run applies, and produces a supplemental label run - *
           SELECT SUPP-EXCEPTION-FILE
                             ASSIGN TO '..\p04-exceptions-supp.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-REPORT ASSIGN TO DYNAMIC WS-STATE-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-STRPT-STATUS.
           SELECT COMBINED-REPORT
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-INDEX-FILE
                             ASSIGN TO '..\p04-hist-index.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS HX-ADDR-KEY
                             FILE STATUS IS WS-HIDX-STATUS.
           SELECT SUPP-INDEX-FILE
                             ASSIGN TO '..\p04-supp-index.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS SX-KEY
                             FILE STATUS IS WS-SIDX-STATUS.
           SELECT FREQ-DAYS-FILE
                             ASSIGN TO '..\p04-freq-days.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             ASSIGN TO '..\p04-run-control.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RCTL-STATUS.
           SELECT CAMPAIGN-SCHEDULE-FILE
                             ASSIGN TO '..\p04-campaign-schedule.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCHED-STATUS.
           SELECT RATE-FILE  ASSIGN TO '..\p04-postage-rates.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RATE-STATUS.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           05  EXC-CUSTREC             PIC X(170).
           05  FILLER                  PIC X.
           05  EXC-REASON              PIC X(28).

       FD  CORRECTION-FILE.
       01  CORRECTION-REC              PIC X(170).

       FD  ZIP-REF-FILE.
       01  ZIP-REF-REC                 PIC X(30).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC                PIC X(120).

       FD  CAMPAIGN-PARM-FILE.
       01  CAMPAIGN-PARM-REC           PIC X(60).
       01  SUPP-LABEL-REC              PIC X(80).

       FD  SUPP-MAILHOUSE-FILE.
       01  SUPP-MAILHOUSE-REC          PIC X(340).

       FD  SUPP-EXCEPTION-FILE.
       01  SUPP-EXCEPTION-REC          PIC X(199).

       FD  STATE-REPORT.
       01  STATE-REPORT-REC            PIC X(40).
           05  HIST-MAIL-DATE          PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CAMPAIGN           PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CUST-NOS           PIC X(69).

      *    KEYED WORK COPIES OF THE TWO FILES ABOVE, REBUILT ON EVERY
      *    RUN IN THE SAME LAYOUT THE MAIN RUN USES - ONE HISTORY ENTRY
      *    PER ADDRESS (DOMESTIC COUNTRY KEYED AS SPACES) WITH ITS
      *    LATEST MAILING DATE, ONE SUPPRESSION ENTRY PER NAME/ADDRESS.
       FD  HIST-INDEX-FILE.
       01  HIST-INDEX-REC.
           05  HX-ADDR-KEY.
               10  HX-ADDRESS          PIC X(25).
               10  HX-ADDR2            PIC X(25).
               10  HX-CITY             PIC X(20).
               10  HX-STATE            PIC X(15).
               10  HX-ZIP              PIC X(15).
               10  HX-COUNTRY          PIC X(20).
           05  HX-LAST-DATE            PIC X(8).

       FD  SUPP-INDEX-FILE.
       01  SUPP-INDEX-REC.
           05  SX-KEY.
               10  SX-LNAME            PIC X(15).
               10  SX-FNAME            PIC X(15).
               10  SX-ADDRESS          PIC X(25).
               10  SX-ZIP              PIC X(5).
           05  SX-REASON-CD            PIC X.

       FD  FREQ-DAYS-FILE.
       01  FREQ-DAYS-REC               PIC X(3).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC             PIC X(60).

       FD  CAMPAIGN-SCHEDULE-FILE.
       01  CAMPAIGN-SCHEDULE-REC       PIC X(60).

       FD  RATE-FILE.
       01  RATE-REC                    PIC X(30).

       01  WS-STRPT-STATUS             PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-FDAYS-STATUS             PIC XX.
       01  WS-HIDX-STATUS              PIC XX.
       01  WS-SIDX-STATUS              PIC XX.
      *    THE STAMP COLUMNS LNAME-P04-SUPPMAINT KEEPS ON EACH
      *    SUPPRESSION ROW - A ROW PAST ITS EXPIRY IS NOT INDEXED, AS
      *    ON THE MAIN RUN.
       01  WS-SUPP-ADDED-DATE          PIC X(8).
       01  WS-SUPP-SOURCE              PIC X(10).
       01  WS-SUPP-EXPIRY-DATE         PIC X(8).
       01  WS-SUPP-EXPIRED-CTR         PIC 9(6)    VALUE ZERO.

       01  WS-RUN-DATE                 PIC X(8).

       01  WS-RUN-DATE-INT             PIC 9(8)    VALUE ZERO.
       01  WS-HIST-DATE-N              PIC 9(8)    VALUE ZERO.
       01  WS-HIST-AGE                 PIC S9(8)   VALUE ZERO.
       01  WS-HIST-TAB-CTR             PIC 9(7)    VALUE ZERO.
       01  WS-FREQ-MATCH-SW            PIC X       VALUE 'N'.
           88  WS-FREQ-CAPPED                      VALUE 'Y'.
       01  WS-FREQ-PRIOR-DATE          PIC X(8)    VALUE SPACES.
           03  WS-BLANK                PIC X VALUE SPACES.
           03  WS-COMMA                PIC XX VALUE ", ".

       01  WS-CUST-REC                 PIC X(170).
      *    THE CUSTOMER NUMBER CARRIED AS THE NINTH CUSTOMER-LIST
      *    FIELD, AND THE ONE THE EXCEPTION ROW ARRIVED WITH - KEPT SO
      *    A CORRECTION KEYED WITHOUT IT STILL GOES OUT UNDER THE
      *    RIGHT CUSTOMER.
       01  WS-CUST-NO                  PIC X(6).
       01  WS-EXC-CUST-NO              PIC X(6).

       01  WS-EXCEPTION-OUT.
           03  WS-EXC-CUSTREC          PIC X(170).
           03  FILLER                  PIC X       VALUE SPACE.
           03  WS-EXC-REASON           PIC X(28).
       01  WS-EXC-REASON-SAVE          PIC X(28).
           88  REC-INVALID                         VALUE 'N'.

      *-----------------------------------------------------------------
      *    OPERATOR CORRECTIONS, MATCHED TO EXCEPTIONS ON CUSTOMER
      *    NUMBER WHEN BOTH SIDES CARRY ONE - TWO CUSTOMERS CAN SHARE
      *    A NAME, BUT NOT A NUMBER. A CORRECTION KEYED WITHOUT THE
      *    NUMBER (OR AN EXCEPTION FROM A LIST THAT NEVER HAD ONE)
      *    FALLS BACK TO LAST/FIRST NAME - THE NAME IS THE ONE FIELD A
      *    CORRECTION DOES NOT CHANGE.
      *-----------------------------------------------------------------
       01  WS-CORR-TAB-CTR             PIC 9(4)    VALUE ZERO.
       01  WS-CORR-TABLE.
           03  WS-CORR-ENTRY OCCURS 2000 TIMES.
               05  WS-CORR-LNAME       PIC X(15).
               05  WS-CORR-FNAME       PIC X(15).
               05  WS-CORR-CUST-NO     PIC X(6).
               05  WS-CORR-REC         PIC X(170).
       01  WS-CORR-IDX                 PIC 9(4)    VALUE ZERO.
       01  WS-CORR-MATCH-IDX           PIC 9(4)    VALUE ZERO.
       01  WS-CORR-FOUND-SW            PIC X       VALUE 'N'.
           88  WS-CORR-FOUND                       VALUE 'Y'.

      *-----------------------------------------------------------------
      *    FULL NATIONAL ZIP REFERENCE, LOADED AND BINARY-SEARCHED THE

      *-----------------------------------------------------------------
      *    DO-NOT-MAIL LIST - LEGAL'S SUPPRESSIONS APPLY TO REPAIRED
      *    RECORDS EXACTLY AS THEY DO ON THE MAIN RUN, THROUGH THE
      *    SAME KEYED SUPPRESSION INDEX.
      *-----------------------------------------------------------------
       01  WS-SUPP-MATCH-SW            PIC X       VALUE 'N'.
           88  WS-SUPP-MATCHED                     VALUE 'Y'.

       01  WS-CAMP-HEAD-LINE           PIC X(40).

       01  WS-CSV-COMMA                PIC X       VALUE ','.
       01  WS-MH-LINE                  PIC X(340).
       01  WS-MH-HEADING.
           03  FILLER                  PIC X(50)  VALUE
               'CAMPAIGN,FULLNAME,ADDRESS,ADDRESS2,CITY,STATE,ZIP,'.
           03  FILLER                  PIC X(110) VALUE
               'COUNTRY,BARCODE,SEED,CUSTNO'.

      *-----------------------------------------------------------------
      *    PARSE AREA FOR RE-READING THE SUPPLEMENTAL EXTRACT WHEN
           03  WS-HX-ZIP               PIC X(15).
           03  WS-HX-COUNTRY           PIC X(20).
               88  WS-HX-DOMESTIC      VALUES SPACES 'US' 'USA'.
           03  WS-HX-BARCODE           PIC X(10).
           03  WS-HX-SEED              PIC X.
           03  WS-HX-CUST-NOS          PIC X(69).

      *-----------------------------------------------------------------
      *    CONSOLIDATED RUN CONTROL - THE SAME OPTIONAL KEYWORD FILE
       01  WS-RC-FDAYS-SW              PIC X       VALUE 'N'.
           88  WS-RC-FDAYS-SET                     VALUE 'Y'.
      *-----------------------------------------------------------------
      *    WHICH STATE SUMMARY TO FOLD INTO. A SCHEDULED LABEL RUN (ONE
      *    DRIVEN BY p04-campaign-schedule.txt) NAMES EACH CAMPAIGN'S
      *    FILES WITH -CODE AHEAD OF THE EXTENSION (SEE ITS 615-SET-
      *    CAMPAIGN-FILE-NAMES) AND NO LONGER WRITES THE ORIGINAL
      *    NAMES, SO WITH A SCHEDULE ON FILE THE CAMPAIGN ROW ON
      *    p04-run-control.txt MUST NAME THE SCHEDULED CAMPAIGN BEING
      *    REPAIRED - ITS SUMMARY IS READ AND ITS CODE STAMPS THE
      *    SUPPLEMENTAL ROWS. A SCHEDULE WITH NO SCHEDULED CAMPAIGN
      *    NAMED STOPS THE RUN RATHER THAN FOLD INTO A SUMMARY LEFT
      *    OVER FROM SOME EARLIER RUN. WITH NO SCHEDULE THE ORIGINAL
      *    FILE NAMES STAND, EXACTLY AS THE LABEL RUN WROTE THEM.
      *-----------------------------------------------------------------
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-RC-CAMPAIGN              PIC X(10)   VALUE SPACES.
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
       01  WS-STATE-FILE-NAME          PIC X(60)   VALUE
           '..\p04-state-summary.txt'.
      *-----------------------------------------------------------------
      *    PERSISTENT RUN LEDGER - ONE ROW APPENDED PER RUN, IN THE
      *    SAME COLUMNS THE MAIN RUN WRITES (RUN-DATE,RUN-TYPE,
      *    CAMPAIGN,RECS-READ,LABELS,MERGED,EXCEPTIONS,SUPPRESSED,
           PERFORM 107-LOAD-CAMPAIGN-CODE.
           PERFORM 111-LOAD-POSTAGE-RATES.
           PERFORM 130-LOAD-RUN-CONTROL.
           PERFORM 134-LOAD-SCHEDULE.
           PERFORM 136-SET-CAMPAIGN-FILE-NAMES.
           PERFORM 112-LOAD-MAIL-HISTORY.
           PERFORM 121-LOAD-CORRECTIONS.

           CLOSE EXCEPTION-FILE
                 SUPP-LABEL-FILE
                 SUPP-MAILHOUSE-FILE
                 SUPP-EXCEPTION-FILE
                 SUPP-INDEX-FILE.
           IF WS-FREQ-DAYS > ZERO
               CLOSE HIST-INDEX-FILE
           END-IF.
           PERFORM 930-WRITE-RUN-HISTORY.
           PERFORM 900-COMBINED-SUMMARY.
           PERFORM 965-WRITE-POSTAGE-LEDGER.
           END-IF.
      *-----------------------------------------------------------------
       104-LOAD-SUPPRESSION.
           OPEN OUTPUT SUPP-INDEX-FILE
           IF WS-SIDX-STATUS NOT = '00'
               DISPLAY 'RESUBMIT: CANNOT BUILD SUPPRESSION INDEX, '
                       'STATUS ' WS-SIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUPP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 105-INDEX-SUPPRESSION-ROW
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           CLOSE SUPP-INDEX-FILE
           IF WS-SUPP-EXPIRED-CTR > ZERO
               DISPLAY 'SUPPRESSION ROWS PAST EXPIRY (IGNORED): '
                       WS-SUPP-EXPIRED-CTR
           END-IF
           OPEN INPUT SUPP-INDEX-FILE.
      *-----------------------------------------------------------------
      *    THE FIRST ROW FOR A NAME/ADDRESS WINS, AS ON THE MAIN RUN.
      *-----------------------------------------------------------------
       105-INDEX-SUPPRESSION-ROW.
           MOVE SPACES TO SUPP-INDEX-REC
           MOVE SPACES TO WS-SUPP-ADDED-DATE WS-SUPP-SOURCE
                          WS-SUPP-EXPIRY-DATE
           UNSTRING SUPPRESS-REC
               DELIMITED BY ","
             INTO SX-LNAME, SX-FNAME, SX-ADDRESS, SX-ZIP,
             SX-REASON-CD, WS-SUPP-ADDED-DATE, WS-SUPP-SOURCE,
             WS-SUPP-EXPIRY-DATE
           END-UNSTRING
           IF WS-SUPP-EXPIRY-DATE NOT = SPACES
              AND WS-SUPP-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-SUPP-EXPIRED-CTR
           ELSE
               WRITE SUPP-INDEX-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
      *    PICKS UP THE CAMPAIGN CODE (ONLY) SO THE SUPPLEMENTAL
      *-----------------------------------------------------------------
      *    READS THE OPERATOR'S FREQUENCY-CAP DAYS (SHORT COUNTS LIKE
      *    "30" ARE RIGHT-JUSTIFIED AND ZERO-FILLED, AS ON THE MAIN
      *    RUN) AND LOADS THE IN-WINDOW MAILING HISTORY INTO THE KEYED
      *    HISTORY INDEX FOR THE CAP CHECK IN 167-CHECK-MAIL-FREQUENCY.
      *    THE FILE IS LEFT EXACTLY AS FOUND - ONLY THE MAIN RUN
      *    PURGES IT.
      *-----------------------------------------------------------------
       112-LOAD-MAIL-HISTORY.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
                               WHEN 'CAMPAIGN'
                                   MOVE WS-CPARM-VAL1
                                     TO WS-CAMPAIGN-CODE
                                   MOVE WS-CPARM-VAL1
                                     TO WS-RC-CAMPAIGN
                               WHEN 'FREQ-DAYS'
                                   COMPUTE WS-FREQ-DAYS =
                                       FUNCTION NUMVAL(WS-CPARM-VAL1)
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    THE SCHEDULED CAMPAIGN CODES, TAKEN AS THE LABEL RUN'S
      *    138-START-SCHEDULE-ENTRY TAKES THEM: A BLANK OR REPEATED
      *    CODE IS PASSED OVER, AND ONLY THE FIRST TEN ARE DROPPED.
      *-----------------------------------------------------------------
       134-LOAD-SCHEDULE.
           OPEN INPUT CAMPAIGN-SCHEDULE-FILE
           IF WS-SCHED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CAMPAIGN-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RC-KEY WS-CPARM-VAL1
                           UNSTRING CAMPAIGN-SCHEDULE-REC
                               DELIMITED BY ","
                             INTO WS-RC-KEY, WS-CPARM-VAL1
                           END-UNSTRING
                           IF WS-RC-KEY = 'CAMPAIGN'
                              AND WS-CPARM-VAL1 NOT = SPACES
                               MOVE WS-CPARM-VAL1 TO WS-RC-CAMPAIGN-WORK
                               PERFORM 135-CHECK-SCHEDULED-CODE
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
       135-CHECK-SCHEDULED-CODE.
           MOVE 'N' TO WS-SCH-FOUND-SW
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-CTR
               IF WS-SCH-CODE(WS-SCH-IDX) = WS-RC-CAMPAIGN-WORK
                   SET WS-SCH-FOUND TO TRUE
                   MOVE WS-SCH-CTR TO WS-SCH-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-SCHED-STATUS. THE NAMES ARE BUILT THE
      *    WAY THE LABEL RUN'S 616-BUILD-FILE-NAME BUILDS THEM.
      *-----------------------------------------------------------------
       136-SET-CAMPAIGN-FILE-NAMES.
           IF WS-SCH-CTR > ZERO
               MOVE WS-RC-CAMPAIGN TO WS-RC-CAMPAIGN-WORK
               PERFORM 135-CHECK-SCHEDULED-CODE
               IF WS-RC-CAMPAIGN = SPACES OR NOT WS-SCH-FOUND
                   DISPLAY 'RESUBMIT: CAMPAIGN SCHEDULE ON FILE BUT NO '
                           'SCHEDULED CAMPAIGN ON RUN CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RC-CAMPAIGN TO WS-CAMPAIGN-CODE
               MOVE '..\p04-state-summary' TO WS-FN-STEM
               MOVE '.txt' TO WS-FN-EXT
               PERFORM 137-BUILD-FILE-NAME
               MOVE WS-FN-OUT TO WS-STATE-FILE-NAME
           END-IF
           DISPLAY 'STATE SUMMARY: ' FUNCTION TRIM(WS-STATE-FILE-NAME).
      *-----------------------------------------------------------------
       137-BUILD-FILE-NAME.
           MOVE SPACES TO WS-FN-OUT
           STRING FUNCTION TRIM(WS-FN-STEM) DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RC-CAMPAIGN) DELIMITED BY SIZE
                 WS-FN-EXT DELIMITED BY SIZE
                 INTO WS-FN-OUT
           END-STRING.
      *-----------------------------------------------------------------
       118-READ-HISTORY.
           OPEN OUTPUT HIST-INDEX-FILE
           IF WS-HIDX-STATUS = '00'
               CLOSE HIST-INDEX-FILE
               OPEN I-O HIST-INDEX-FILE
           END-IF
           IF WS-HIDX-STATUS NOT = '00'
               DISPLAY 'RESUBMIT: CANNOT BUILD HISTORY INDEX, STATUS '
                       WS-HIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAIL-HISTORY
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '05'
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE MAIL-HISTORY
               MOVE 'N' TO WS-EOF-FLAG
               DISPLAY 'MAIL HISTORY LOADED: ' WS-HIST-TAB-CTR
           END-IF
           CLOSE HIST-INDEX-FILE
           OPEN INPUT HIST-INDEX-FILE.
      *-----------------------------------------------------------------
      *    AN IN-WINDOW ROW UPDATES ITS ADDRESS'S INDEX ENTRY WHEN IT
      *    IS THE LATEST MAILING SEEN SO FAR.
      *-----------------------------------------------------------------
       122-LOAD-HISTORY-ROW.
           IF HIST-MAIL-DATE NUMERIC
               MOVE 999 TO WS-HIST-AGE
           END-IF
           IF WS-HIST-AGE < WS-FREQ-DAYS
               ADD 1 TO WS-HIST-TAB-CTR
               MOVE HIST-ADDRESS TO HX-ADDRESS
               MOVE HIST-ADDR2   TO HX-ADDR2
               MOVE HIST-CITY    TO HX-CITY
               MOVE HIST-STATE   TO HX-STATE
               MOVE HIST-ZIP     TO HX-ZIP
               IF HIST-COUNTRY = 'US' OR HIST-COUNTRY = 'USA'
                   MOVE SPACES TO HX-COUNTRY
               ELSE
                   MOVE HIST-COUNTRY TO HX-COUNTRY
               END-IF
               READ HIST-INDEX-FILE
                   INVALID KEY
                       MOVE HIST-MAIL-DATE TO HX-LAST-DATE
                       WRITE HIST-INDEX-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       IF HIST-MAIL-DATE > HX-LAST-DATE
                           MOVE HIST-MAIL-DATE TO HX-LAST-DATE
                           REWRITE HIST-INDEX-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *    LOADS THE OPERATOR'S CORRECTED RECORDS (FULL CUSTOMER-LIST
      *    ROWS) KEYED BY LAST/FIRST NAME AND CUSTOMER NUMBER FOR THE
      *    EXCEPTION MATCH. THE ROW IS SPLIT THROUGH THE SAME
      *    205-UNSTRING-CUST-REC THE EXCEPTIONS USE.
      *-----------------------------------------------------------------
       121-LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
                       NOT AT END
                           IF WS-CORR-TAB-CTR < 2000
                               ADD 1 TO WS-CORR-TAB-CTR
                               MOVE CORRECTION-REC TO WS-CUST-REC
                               PERFORM 205-UNSTRING-CUST-REC
                               MOVE WS-LNAME
                                 TO WS-CORR-LNAME(WS-CORR-TAB-CTR)
                               MOVE WS-FNAME
                                 TO WS-CORR-FNAME(WS-CORR-TAB-CTR)
                               MOVE WS-CUST-NO
                                 TO WS-CORR-CUST-NO(WS-CORR-TAB-CTR)
                               MOVE CORRECTION-REC
                                 TO WS-CORR-REC(WS-CORR-TAB-CTR)
                           ELSE
           ELSE
               MOVE EXC-CUSTREC TO WS-CUST-REC
               PERFORM 205-UNSTRING-CUST-REC
               MOVE WS-CUST-NO TO WS-EXC-CUST-NO
               PERFORM 210-FIND-CORRECTION
               IF NOT WS-CORR-FOUND
                   ADD 1 TO WS-UNCORR-CTR
                   MOVE WS-CORR-REC(WS-CORR-MATCH-IDX)
                     TO WS-CUST-REC
                   PERFORM 205-UNSTRING-CUST-REC
                   IF WS-CUST-NO = SPACES
                      AND WS-EXC-CUST-NO NOT = SPACES
                       MOVE WS-EXC-CUST-NO TO WS-CUST-NO
                       PERFORM 206-REBUILD-CUST-REC
                   END-IF
                   PERFORM 150-VALIDATE-RECORD
                   IF REC-INVALID
                       ADD 1 TO WS-STILL-BAD-CTR
           MOVE SPACES TO WS-STATE
           MOVE SPACES TO WS-ZIP
           MOVE SPACES TO WS-COUNTRY
           MOVE SPACES TO WS-CUST-NO
           UNSTRING WS-CUST-REC DELIMITED BY "*" OR ","
             INTO WS-LNAME, WS-FNAME, WS-ADDRESS, WS-ADDR2,
             WS-CITY, WS-STATE, WS-ZIP, WS-COUNTRY, WS-CUST-NO
           END-UNSTRING.
      *-----------------------------------------------------------------
      *    PUTS THE EXCEPTION'S CUSTOMER NUMBER ON A CORRECTION THAT
      *    WAS KEYED WITHOUT ONE, SO THE SUPPLEMENTAL EXCEPTION ROW
      *    STILL NAMES THE CUSTOMER. SAME COMMA LAYOUT THE LIST USES.
      *-----------------------------------------------------------------
       206-REBUILD-CUST-REC.
           MOVE SPACES TO WS-CUST-REC
           STRING FUNCTION TRIM(WS-LNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ADDRESS) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ADDR2) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CITY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STATE) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ZIP) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNTRY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-CUST-NO DELIMITED BY SPACE
                 INTO WS-CUST-REC
           END-STRING.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-CORR-TAB-CTR.
      *-----------------------------------------------------------------
       210-FIND-CORRECTION.
           MOVE 'N' TO WS-CORR-FOUND-SW
           MOVE ZERO TO WS-CORR-MATCH-IDX
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-TAB-CTR
               IF (WS-CUST-NO NOT = SPACES
                   AND WS-CORR-CUST-NO(WS-CORR-IDX) NOT = SPACES
                   AND WS-CORR-CUST-NO(WS-CORR-IDX) = WS-CUST-NO)
                  OR ((WS-CUST-NO = SPACES
                       OR WS-CORR-CUST-NO(WS-CORR-IDX) = SPACES)
                      AND WS-CORR-LNAME(WS-CORR-IDX) = WS-LNAME
                      AND WS-CORR-FNAME(WS-CORR-IDX) = WS-FNAME)
                   SET WS-CORR-FOUND TO TRUE
                   MOVE WS-CORR-IDX TO WS-CORR-MATCH-IDX
                   MOVE WS-CORR-TAB-CTR TO WS-CORR-IDX
      *-----------------------------------------------------------------
       157-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUPP-MATCH-SW
           MOVE WS-LNAME    TO SX-LNAME
           MOVE WS-FNAME    TO SX-FNAME
           MOVE WS-ADDRESS  TO SX-ADDRESS
           MOVE WS-ZIP(1:5) TO SX-ZIP
           READ SUPP-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SUPP-MATCHED TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       155-STANDARDIZE-ADDRESS.
           IF DOMESTIC-ADDRESS
           MOVE 'N' TO WS-FREQ-MATCH-SW
           MOVE SPACES TO WS-FREQ-PRIOR-DATE
           IF WS-FREQ-DAYS > ZERO
               MOVE WS-ADDRESS TO HX-ADDRESS
               MOVE WS-ADDR2   TO HX-ADDR2
               MOVE WS-CITY    TO HX-CITY
               MOVE WS-STATE   TO HX-STATE
               MOVE WS-ZIP     TO HX-ZIP
               IF DOMESTIC-ADDRESS
                   MOVE SPACES TO HX-COUNTRY
               ELSE
                   MOVE WS-COUNTRY TO HX-COUNTRY
               END-IF
               READ HIST-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HX-LAST-DATE TO WS-FREQ-PRIOR-DATE
               END-READ
               IF WS-FREQ-PRIOR-DATE NOT = SPACES
                   SET WS-FREQ-CAPPED TO TRUE
               END-IF
      *-----------------------------------------------------------------
      *    SAME ROW LAYOUT AS THE MAIN RUN'S MAIL-HOUSE EXTRACT.
      *    NOTHING MAILED FROM HERE IS EVER A SEED - THE SEED COLUMN
      *    IS CARRIED EMPTY TO KEEP THE LAYOUTS IN STEP. NOTHING
      *    HOUSEHOLD-MERGES HERE EITHER, SO THE CUSTOMER-NUMBER COLUMN
      *    HOLDS AT MOST THE ONE NUMBER.
      *-----------------------------------------------------------------
       220-WRITE-SUPP-EXTRACT.
           MOVE SPACES TO WS-MH-LINE
                     FUNCTION TRIM(WS-BARCODE-DIGITS)
                         DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-CUST-NO DELIMITED BY SPACE
                     INTO WS-MH-LINE
               END-STRING
           ELSE
                     FUNCTION TRIM(WS-COUNTRY) DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-CUST-NO DELIMITED BY SPACE
                     INTO WS-MH-LINE
               END-STRING
           END-IF
           UNSTRING SUPP-MAILHOUSE-REC DELIMITED BY ","
             INTO WS-HX-CAMPAIGN, WS-HX-NAME, WS-HX-ADDR,
             WS-HX-ADDR2, WS-HX-CITY, WS-HX-STATE, WS-HX-ZIP,
             WS-HX-COUNTRY, WS-HX-BARCODE, WS-HX-SEED,
             WS-HX-CUST-NOS
           END-UNSTRING
           IF WS-HX-CAMPAIGN = 'CAMPAIGN'
               CONTINUE
               MOVE WS-HX-COUNTRY  TO HIST-COUNTRY
               MOVE WS-RUN-DATE    TO HIST-MAIL-DATE
               MOVE WS-HX-CAMPAIGN TO HIST-CAMPAIGN
               MOVE WS-HX-CUST-NOS TO HIST-CUST-NOS
               WRITE HISTORY-REC
           END-IF.
      *-----------------------------------------------------------------

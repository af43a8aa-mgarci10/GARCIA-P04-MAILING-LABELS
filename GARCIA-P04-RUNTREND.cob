      ******************************************************************
      *PROGRAM : PROJECT 4   Run-Ledger Trend and Anomaly Report       *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Reads the run ledger the label run, the resubmit run  *
      *          and the mail-house reconciliation append to and       *
      *          reports, per campaign and per week, the exception,    *
      *          suppression and frequency-cap rates of the live runs  *
      *          against the rolling average of the weeks before.      *
      *          Flags any live run whose rates jump past the          *
      *          threshold in p04-trend-parms.txt, any run that ended  *
      *          with a nonzero return code, and any live run that was *
      *          never followed by a clean reconciliation. A list      *
      *          refresh that doubles the exceptions shows up on this  *
      *          report the morning after instead of a month later.    *
      *          Ends RC 8 when anything is flagged.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-RUNTREND.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE
                             ASSIGN TO '..\p04-run-ledger.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RLED-STATUS.
           SELECT TREND-PARM-FILE
                             ASSIGN TO '..\p04-trend-parms.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TPRM-STATUS.
           SELECT TREND-FLAG-FILE
                             ASSIGN TO '..\p04-trend-flags.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TFLG-STATUS.
           SELECT TREND-REPORT
                             ASSIGN TO '..\p04-trend-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE  ASSIGN TO 'SORTWK1'.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-REC              PIC X(200).

       FD  TREND-PARM-FILE.
       01  TREND-PARM-REC              PIC X(80).

       FD  TREND-FLAG-FILE.
       01  TREND-FLAG-REC              PIC X(132).

       FD  TREND-REPORT.
       01  TREND-RPT-REC               PIC X(132).

       SD  SORT-FILE.
       01  SORT-REC.
           05  SR-CAMPAIGN             PIC X(10).
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-SEQ                  PIC 9(7).
           05  SR-RUN-TYPE             PIC X(5).
           05  SR-RECS-READ            PIC 9(6).
           05  SR-EXCEPTIONS           PIC 9(6).
           05  SR-SUPPRESSED           PIC 9(6).
           05  SR-FREQ-CAPPED          PIC 9(6).
           05  SR-RC                   PIC 9(2).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-RLED-STATUS              PIC XX.
       01  WS-TPRM-STATUS              PIC XX.
       01  WS-TFLG-STATUS              PIC XX.
       01  WS-RUN-DATE                 PIC 9(8).

      *-----------------------------------------------------------------
      *    ONE UNSTRUNG LEDGER ROW - THE COLUMNS 990-WRITE-RUN-LEDGER
      *    APPENDS IN THE LABEL RUN, RESUBMIT AND MAILRECON: RUN-DATE,
      *    RUN-TYPE,CAMPAIGN,RECS-READ,LABELS,MERGED,EXCEPTIONS,
      *    SUPPRESSED,NOT-SELECTED,FREQ-CAPPED,SEEDS,EST-POSTAGE,
      *    RETURN-CODE. RUN-TYPE IS MAIN, PROOF, RESUB OR RECON.
      *-----------------------------------------------------------------
       01  WS-RL-FIELDS.
           03  WS-RL-RUN-DATE          PIC X(8).
           03  WS-RL-RUN-TYPE          PIC X(5).
           03  WS-RL-CAMPAIGN          PIC X(10).
           03  WS-RL-RECS-READ         PIC X(10).
           03  WS-RL-LABELS            PIC X(10).
           03  WS-RL-MERGED            PIC X(10).
           03  WS-RL-EXCEPTIONS        PIC X(10).
           03  WS-RL-SUPPRESSED        PIC X(10).
           03  WS-RL-NOT-SELECTED      PIC X(10).
           03  WS-RL-FREQ-CAPPED       PIC X(10).
           03  WS-RL-SEEDS             PIC X(10).
           03  WS-RL-EST-POSTAGE       PIC X(12).
           03  WS-RL-RC                PIC X(4).
       01  WS-RL-DATE-NUM              PIC 9(8).
       01  WS-RL-DATE-PARTS REDEFINES WS-RL-DATE-NUM.
           03  WS-RL-YYYY              PIC 9(4).
           03  WS-RL-MM                PIC 9(2).
           03  WS-RL-DD                PIC 9(2).

      *-----------------------------------------------------------------
      *    TREND PARAMETERS - OPTIONAL FILE OF KEY,VALUE ROWS:
      *      WINDOW-WEEKS  HOW MANY PRIOR WEEKS MAKE THE ROLLING
      *                    AVERAGE (1-12, DEFAULT 4)
      *      JUMP-PCT      A RATE IS FLAGGED WHEN IT IS MORE THAN THIS
      *                    PERCENT ABOVE ITS AVERAGE (DEFAULT 50, SO
      *                    A DOUBLING IS ALWAYS CAUGHT) ...
      *      MIN-POINTS    ... AND ALSO AT LEAST THIS MANY PERCENTAGE
      *                    POINTS ABOVE IT (DEFAULT 1.00), SO 0.2% TO
      *                    0.4% ON A SMALL DROP IS NOT AN ALARM.
      *    A CAMPAIGN'S FIRST WEEK HAS NO AVERAGE AND NOTHING IN IT
      *    CAN JUMP - THE RATES ARE SHOWN, THE AVERAGE AS N/A.
      *-----------------------------------------------------------------
       01  WS-WINDOW-WEEKS             PIC 9(2)    VALUE 4.
       01  WS-JUMP-PCT                 PIC 9(3)    VALUE 50.
       01  WS-MIN-POINTS               PIC 9(3)V99 VALUE 1.00.
       01  WS-RC-KEY                   PIC X(16).
       01  WS-RC-VAL                   PIC X(20).
       01  WS-RC-NUM                   PIC S9(5)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *    ROLLING AVERAGE - THE LAST WS-WINDOW-WEEKS WEEKLY RATES OF
      *    THE CURRENT CAMPAIGN, KEPT AS A RING. EMPTIED AT EVERY
      *    CAMPAIGN BREAK. ONLY WEEKS WITH A LIVE RUN GO INTO IT.
      *-----------------------------------------------------------------
       01  WS-RING-TABLE.
           03  WS-RING-ENTRY OCCURS 12 TIMES.
               05  WS-RING-EXC         PIC 9(3)V99.
               05  WS-RING-SUPP        PIC 9(3)V99.
               05  WS-RING-FREQ        PIC 9(3)V99.
       01  WS-RING-CTR                 PIC 9(2)    VALUE ZERO.
       01  WS-RING-NEXT                PIC 9(2)    VALUE 1.
       01  WS-RING-IDX                 PIC 9(2)    VALUE ZERO.
       01  WS-AVG-EXC                  PIC 9(3)V99 VALUE ZERO.
       01  WS-AVG-SUPP                 PIC 9(3)V99 VALUE ZERO.
       01  WS-AVG-FREQ                 PIC 9(3)V99 VALUE ZERO.
       01  WS-AVG-SUM                  PIC 9(5)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *    CONTROL BREAK FIELDS AND THE CURRENT WEEK'S LIVE-RUN TOTALS.
      *    A WEEK STARTS ON MONDAY - DAY 1 OF THE INTEGER-OF-DATE
      *    CALENDAR (01/01/1601) WAS A MONDAY.
      *-----------------------------------------------------------------
       01  WS-CUR-CAMPAIGN             PIC X(10)   VALUE SPACES.
       01  WS-CUR-WEEK                 PIC 9(8)    VALUE ZERO.
       01  WS-ROW-WEEK                 PIC 9(8)    VALUE ZERO.
       01  WS-DAY-INT                  PIC 9(7)    VALUE ZERO.
       01  WS-WK-RUNS                  PIC 9(4)    VALUE ZERO.
       01  WS-WK-RECS                  PIC 9(9)    VALUE ZERO.
       01  WS-WK-EXC                   PIC 9(9)    VALUE ZERO.
       01  WS-WK-SUPP                  PIC 9(9)    VALUE ZERO.
       01  WS-WK-FREQ                  PIC 9(9)    VALUE ZERO.

       01  WS-RATE-EXC                 PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-SUPP                PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-FREQ                PIC 9(3)V99 VALUE ZERO.
       01  WS-TEST-RATE                PIC 9(3)V99 VALUE ZERO.
       01  WS-TEST-AVG                 PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-NAME                PIC X(15).
       01  WS-JUMP-SW                  PIC X       VALUE 'N'.
           88  WS-RATE-JUMPED                      VALUE 'Y'.
       01  WS-WK-JUMP-SW               PIC X       VALUE 'N'.
           88  WS-WEEK-JUMPED                      VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE CAMPAIGN'S LATEST LIVE RUN NOT YET CLOSED BY A RECON
      *    ROW ENDING 00. A SECOND LIVE RUN, OR THE CAMPAIGN RUNNING
      *    OUT, WHILE ONE IS OPEN FLAGS IT. A LIVE RUN FROM TODAY IS
      *    ONLY COUNTED AS AWAITING RECONCILIATION - THE MAIL HOUSE
      *    FILE MAY NOT BE BACK YET.
      *-----------------------------------------------------------------
       01  WS-OPEN-MAIN-SW             PIC X       VALUE 'N'.
           88  WS-MAIN-OPEN                        VALUE 'Y'.
       01  WS-OPEN-MAIN-DATE           PIC 9(8)    VALUE ZERO.

       01  WS-ROWS-READ                PIC 9(7)    VALUE ZERO.
       01  WS-ROWS-SKIPPED             PIC 9(7)    VALUE ZERO.
       01  WS-MAIN-CTR                 PIC 9(7)    VALUE ZERO.
       01  WS-WEEK-CTR                 PIC 9(5)    VALUE ZERO.
       01  WS-FLAG-CTR                 PIC 9(5)    VALUE ZERO.
       01  WS-JUMP-CTR                 PIC 9(5)    VALUE ZERO.
       01  WS-NONZERO-CTR              PIC 9(5)    VALUE ZERO.
       01  WS-UNRECON-CTR              PIC 9(5)    VALUE ZERO.
       01  WS-AWAIT-CTR                PIC 9(5)    VALUE ZERO.

       01  WS-EDIT-PCT                 PIC ZZ9.99.
       01  WS-EDIT-PCT-B               PIC ZZ9.99.
       01  WS-EDIT-RC                  PIC Z9.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       01  WS-WK-LINE.
           03  WS-WL-CAMPAIGN          PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-WL-WEEK              PIC X(8).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-WL-RUNS              PIC ZZZ9.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-WL-RECS              PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  WS-WL-EXC               PIC ZZ9.99.
           03  FILLER                  PIC X(2)    VALUE ' /'.
           03  WS-WL-EXC-AVG           PIC X(6).
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  WS-WL-SUPP              PIC ZZ9.99.
           03  FILLER                  PIC X(2)    VALUE ' /'.
           03  WS-WL-SUPP-AVG          PIC X(6).
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  WS-WL-FREQ              PIC ZZ9.99.
           03  FILLER                  PIC X(2)    VALUE ' /'.
           03  WS-WL-FREQ-AVG          PIC X(6).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-WL-NOTE              PIC X(12).

       01  WS-FLAG-LINE.
           03  WS-FL-RUN-DATE          PIC X(8).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-FL-RUN-TYPE          PIC X(5).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-FL-CAMPAIGN          PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-FL-REASON            PIC X(70).

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-TREND-PARMS.
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RLED-STATUS NOT = '00'
               DISPLAY 'RUNTREND: CANNOT OPEN RUN LEDGER, STATUS '
                       WS-RLED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RUN-LEDGER-FILE.
           OPEN OUTPUT TREND-REPORT.
           OPEN OUTPUT TREND-FLAG-FILE.
           IF WS-TFLG-STATUS NOT = '00'
               DISPLAY 'RUNTREND: CANNOT OPEN FLAG SCRATCH FILE, '
                       'STATUS ' WS-TFLG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-WRITE-WEEK-HEADINGS.
           SORT SORT-FILE
               ON ASCENDING KEY SR-CAMPAIGN SR-RUN-DATE SR-SEQ
               INPUT PROCEDURE 120-SORT-INPUT
               OUTPUT PROCEDURE 300-SORT-OUTPUT.
           CLOSE TREND-FLAG-FILE.
           PERFORM 900-COPY-FLAGS.
           PERFORM 950-WRITE-TOTALS.
           CLOSE TREND-REPORT.
           DISPLAY 'LEDGER ROWS READ   : ', WS-ROWS-READ.
           DISPLAY 'ROWS SKIPPED       : ', WS-ROWS-SKIPPED.
           DISPLAY 'LIVE RUNS          : ', WS-MAIN-CTR.
           DISPLAY 'CAMPAIGN WEEKS     : ', WS-WEEK-CTR.
           DISPLAY 'FLAGS RAISED       : ', WS-FLAG-CTR.
           IF WS-FLAG-CTR > ZERO
               DISPLAY '** WARNING: ' WS-FLAG-CTR
                       ' RUN FLAGS - SEE p04-trend-report.txt **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-WINDOW-WEEKS. A MISSING PARAMETER
      *    FILE MEANS THE DEFAULTS.
      *-----------------------------------------------------------------
       110-LOAD-TREND-PARMS.
           OPEN INPUT TREND-PARM-FILE
           IF WS-TPRM-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ TREND-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 111-PARSE-TREND-PARM
                   END-READ
               END-PERFORM
               CLOSE TREND-PARM-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       111-PARSE-TREND-PARM.
           MOVE SPACES TO WS-RC-KEY WS-RC-VAL
           UNSTRING TREND-PARM-REC DELIMITED BY ","
             INTO WS-RC-KEY, WS-RC-VAL
           END-UNSTRING
           EVALUATE WS-RC-KEY
               WHEN SPACES
                   CONTINUE
               WHEN 'WINDOW-WEEKS'
                   COMPUTE WS-RC-NUM = FUNCTION NUMVAL(WS-RC-VAL)
                   IF WS-RC-NUM >= 1 AND WS-RC-NUM <= 12
                       MOVE WS-RC-NUM TO WS-WINDOW-WEEKS
                   ELSE
                       DISPLAY 'WARNING: WINDOW-WEEKS NOT 1-12 - '
                               'IGNORED: ' TREND-PARM-REC
                   END-IF
               WHEN 'JUMP-PCT'
                   COMPUTE WS-RC-NUM = FUNCTION NUMVAL(WS-RC-VAL)
                   IF WS-RC-NUM >= 1 AND WS-RC-NUM <= 999
                       MOVE WS-RC-NUM TO WS-JUMP-PCT
                   ELSE
                       DISPLAY 'WARNING: JUMP-PCT NOT 1-999 - '
                               'IGNORED: ' TREND-PARM-REC
                   END-IF
               WHEN 'MIN-POINTS'
                   COMPUTE WS-RC-NUM = FUNCTION NUMVAL(WS-RC-VAL)
                   IF WS-RC-NUM >= ZERO AND WS-RC-NUM <= 100
                       MOVE WS-RC-NUM TO WS-MIN-POINTS
                   ELSE
                       DISPLAY 'WARNING: MIN-POINTS NOT 0-100 - '
                               'IGNORED: ' TREND-PARM-REC
                   END-IF
               WHEN OTHER
                   DISPLAY 'WARNING: TREND PARAMETER NOT '
                           'RECOGNIZED: ' TREND-PARM-REC
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    THE LEDGER IS IN APPEND ORDER - CAMPAIGNS INTERLEAVE AND A
      *    RERUN CAN LAND OUT OF DATE ORDER. SORTED BY CAMPAIGN, RUN
      *    DATE AND THEN LEDGER SEQUENCE, SO A SAME-DAY RECON ROW
      *    STILL FOLLOWS THE MAIN ROW IT RECONCILES.
      *-----------------------------------------------------------------
       120-SORT-INPUT.
           OPEN INPUT RUN-LEDGER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 130-RELEASE-LEDGER-ROW
               END-READ
           END-PERFORM.
           CLOSE RUN-LEDGER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       130-RELEASE-LEDGER-ROW.
           MOVE SPACES TO WS-RL-FIELDS
           UNSTRING RUN-LEDGER-REC DELIMITED BY ","
             INTO WS-RL-RUN-DATE, WS-RL-RUN-TYPE, WS-RL-CAMPAIGN,
             WS-RL-RECS-READ, WS-RL-LABELS, WS-RL-MERGED,
             WS-RL-EXCEPTIONS, WS-RL-SUPPRESSED, WS-RL-NOT-SELECTED,
             WS-RL-FREQ-CAPPED, WS-RL-SEEDS, WS-RL-EST-POSTAGE,
             WS-RL-RC
           END-UNSTRING
           IF WS-RL-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-ROWS-SKIPPED
               DISPLAY 'WARNING: LEDGER ROW NOT UNDERSTOOD, '
                       'SKIPPED: ' RUN-LEDGER-REC
           ELSE
               MOVE WS-RL-RUN-DATE TO WS-RL-DATE-NUM
               IF WS-RL-MM < 1 OR WS-RL-MM > 12
                  OR WS-RL-DD < 1 OR WS-RL-DD > 31
                  OR WS-RL-YYYY < 1601
                   ADD 1 TO WS-ROWS-SKIPPED
                   DISPLAY 'WARNING: LEDGER ROW NOT UNDERSTOOD, '
                           'SKIPPED: ' RUN-LEDGER-REC
               ELSE
                   MOVE WS-RL-CAMPAIGN TO SR-CAMPAIGN
                   MOVE WS-RL-DATE-NUM TO SR-RUN-DATE
                   MOVE WS-ROWS-READ   TO SR-SEQ
                   MOVE WS-RL-RUN-TYPE TO SR-RUN-TYPE
                   COMPUTE SR-RECS-READ =
                       FUNCTION NUMVAL(WS-RL-RECS-READ)
                   COMPUTE SR-EXCEPTIONS =
                       FUNCTION NUMVAL(WS-RL-EXCEPTIONS)
                   COMPUTE SR-SUPPRESSED =
                       FUNCTION NUMVAL(WS-RL-SUPPRESSED)
                   COMPUTE SR-FREQ-CAPPED =
                       FUNCTION NUMVAL(WS-RL-FREQ-CAPPED)
                   COMPUTE SR-RC = FUNCTION NUMVAL(WS-RL-RC)
                   RELEASE SORT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-WRITE-WEEK-HEADINGS.
           MOVE SPACES TO TREND-RPT-REC
           STRING 'RUN-LEDGER TREND REPORT - RUN DATE '
                     DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE SPACES TO TREND-RPT-REC
           MOVE WS-JUMP-PCT TO WS-EDIT-COUNT
           MOVE WS-MIN-POINTS TO WS-EDIT-PCT
           STRING 'ROLLING AVERAGE OF ' DELIMITED BY SIZE
                 WS-WINDOW-WEEKS DELIMITED BY SIZE
                 ' PRIOR WEEKS, FLAG AT +' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 '% AND AT LEAST ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
                 ' POINTS' DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE SPACES TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE 'WEEKLY RATES BY CAMPAIGN (LIVE RUNS, RATE / AVERAGE)'
             TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE SPACES TO TREND-RPT-REC
           MOVE 'CAMPAIGN    WEEK OF   RUNS    RECS-READ'
             TO TREND-RPT-REC(1:39)
           MOVE 'EXCEPTION %      SUPPRESSED %     FREQ-CAPPED %'
             TO TREND-RPT-REC(43:47)
           WRITE TREND-RPT-REC.
      *-----------------------------------------------------------------
      *    ONE PASS OVER THE SORTED LEDGER: CAMPAIGN BREAK, THEN WEEK
      *    BREAK, THEN THE ROW ITSELF.
      *-----------------------------------------------------------------
       300-SORT-OUTPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 310-PROCESS-LEDGER-ROW
               END-RETURN
           END-PERFORM.
           IF WS-CUR-WEEK > ZERO
               PERFORM 400-END-WEEK
               PERFORM 450-END-CAMPAIGN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       310-PROCESS-LEDGER-ROW.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(SR-RUN-DATE)
           COMPUTE WS-ROW-WEEK = FUNCTION DATE-OF-INTEGER(WS-DAY-INT
               - FUNCTION MOD(WS-DAY-INT - 1, 7))
           IF WS-CUR-WEEK = ZERO
               MOVE SR-CAMPAIGN TO WS-CUR-CAMPAIGN
               MOVE WS-ROW-WEEK TO WS-CUR-WEEK
           END-IF
           IF SR-CAMPAIGN NOT = WS-CUR-CAMPAIGN
               PERFORM 400-END-WEEK
               PERFORM 450-END-CAMPAIGN
               MOVE SR-CAMPAIGN TO WS-CUR-CAMPAIGN
               MOVE WS-ROW-WEEK TO WS-CUR-WEEK
           END-IF
           IF WS-ROW-WEEK NOT = WS-CUR-WEEK
               PERFORM 400-END-WEEK
               MOVE WS-ROW-WEEK TO WS-CUR-WEEK
           END-IF
           IF SR-RC > ZERO
               ADD 1 TO WS-NONZERO-CTR
               MOVE SR-RC TO WS-EDIT-RC
               MOVE SPACES TO WS-FL-REASON
               STRING 'ENDED WITH RETURN CODE ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDIT-RC) DELIMITED BY SIZE
                     INTO WS-FL-REASON
               END-STRING
               PERFORM 500-WRITE-FLAG
           END-IF
           EVALUATE SR-RUN-TYPE
               WHEN 'MAIN'
                   PERFORM 320-PROCESS-MAIN-RUN
               WHEN 'RECON'
                   IF SR-RC = ZERO
                       MOVE 'N' TO WS-OPEN-MAIN-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    A LIVE RUN: CLOSES OUT ANY EARLIER LIVE RUN STILL WAITING
      *    ON ITS RECONCILIATION, IS COMPARED RATE BY RATE WITH THE
      *    ROLLING AVERAGE OF THE WEEKS BEFORE ITS OWN, AND JOINS ITS
      *    WEEK'S TOTALS.
      *-----------------------------------------------------------------
       320-PROCESS-MAIN-RUN.
           ADD 1 TO WS-MAIN-CTR
           IF WS-MAIN-OPEN
               PERFORM 460-FLAG-OPEN-MAIN
           END-IF
           SET WS-MAIN-OPEN TO TRUE
           MOVE SR-RUN-DATE TO WS-OPEN-MAIN-DATE
           ADD 1                TO WS-WK-RUNS
           ADD SR-RECS-READ     TO WS-WK-RECS
           ADD SR-EXCEPTIONS    TO WS-WK-EXC
           ADD SR-SUPPRESSED    TO WS-WK-SUPP
           ADD SR-FREQ-CAPPED   TO WS-WK-FREQ
           IF SR-RECS-READ > ZERO AND WS-RING-CTR > ZERO
               COMPUTE WS-RATE-EXC ROUNDED =
                   SR-EXCEPTIONS * 100 / SR-RECS-READ
               COMPUTE WS-RATE-SUPP ROUNDED =
                   SR-SUPPRESSED * 100 / SR-RECS-READ
               COMPUTE WS-RATE-FREQ ROUNDED =
                   SR-FREQ-CAPPED * 100 / SR-RECS-READ
               MOVE WS-RATE-EXC TO WS-TEST-RATE
               MOVE WS-AVG-EXC  TO WS-TEST-AVG
               PERFORM 350-TEST-JUMP
               IF WS-RATE-JUMPED
                   MOVE 'EXCEPTION' TO WS-RATE-NAME
                   PERFORM 360-FLAG-RUN-JUMP
               END-IF
               MOVE WS-RATE-SUPP TO WS-TEST-RATE
               MOVE WS-AVG-SUPP  TO WS-TEST-AVG
               PERFORM 350-TEST-JUMP
               IF WS-RATE-JUMPED
                   MOVE 'SUPPRESSION' TO WS-RATE-NAME
                   PERFORM 360-FLAG-RUN-JUMP
               END-IF
               MOVE WS-RATE-FREQ TO WS-TEST-RATE
               MOVE WS-AVG-FREQ  TO WS-TEST-AVG
               PERFORM 350-TEST-JUMP
               IF WS-RATE-JUMPED
                   MOVE 'FREQUENCY-CAP' TO WS-RATE-NAME
                   PERFORM 360-FLAG-RUN-JUMP
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-WINDOW-WEEKS. BOTH TESTS MUST FAIL
      *    FOR A RATE TO COUNT AS A JUMP.
      *-----------------------------------------------------------------
       350-TEST-JUMP.
           MOVE 'N' TO WS-JUMP-SW
           IF WS-TEST-RATE > WS-TEST-AVG * (100 + WS-JUMP-PCT) / 100
              AND WS-TEST-RATE - WS-TEST-AVG >= WS-MIN-POINTS
               SET WS-RATE-JUMPED TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    WS-RATE-NAME HOLDS THE RATE BEING REPORTED ON ENTRY.
      *-----------------------------------------------------------------
       360-FLAG-RUN-JUMP.
           ADD 1 TO WS-JUMP-CTR
           MOVE WS-TEST-RATE TO WS-EDIT-PCT
           MOVE WS-TEST-AVG  TO WS-EDIT-PCT-B
           MOVE SPACES TO WS-FL-REASON
           STRING FUNCTION TRIM(WS-RATE-NAME) DELIMITED BY SIZE
                 ' RATE ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
                 '% AGAINST ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-PCT-B) DELIMITED BY SIZE
                 '% ROLLING AVERAGE' DELIMITED BY SIZE
                 INTO WS-FL-REASON
           END-STRING
           PERFORM 500-WRITE-FLAG.
      *-----------------------------------------------------------------
      *    WEEK BREAK: PRINTS THE WEEK'S LINE AND PUSHES ITS RATES
      *    INTO THE RING. A WEEK WITH NO LIVE RUN (ONLY PROOF, RESUB
      *    OR RECON ROWS) PRINTS NOTHING AND LEAVES THE AVERAGE ALONE.
      *-----------------------------------------------------------------
       400-END-WEEK.
           IF WS-WK-RUNS > ZERO
               ADD 1 TO WS-WEEK-CTR
               IF WS-WK-RECS > ZERO
                   COMPUTE WS-RATE-EXC ROUNDED =
                       WS-WK-EXC * 100 / WS-WK-RECS
                   COMPUTE WS-RATE-SUPP ROUNDED =
                       WS-WK-SUPP * 100 / WS-WK-RECS
                   COMPUTE WS-RATE-FREQ ROUNDED =
                       WS-WK-FREQ * 100 / WS-WK-RECS
               ELSE
                   MOVE ZERO TO WS-RATE-EXC WS-RATE-SUPP WS-RATE-FREQ
               END-IF
               MOVE SPACES TO WS-WK-LINE
               MOVE WS-CUR-CAMPAIGN TO WS-WL-CAMPAIGN
               MOVE WS-CUR-WEEK     TO WS-WL-WEEK
               MOVE WS-WK-RUNS      TO WS-WL-RUNS
               MOVE WS-WK-RECS      TO WS-WL-RECS
               MOVE WS-RATE-EXC     TO WS-WL-EXC
               MOVE WS-RATE-SUPP    TO WS-WL-SUPP
               MOVE WS-RATE-FREQ    TO WS-WL-FREQ
               MOVE ' /' TO WS-WK-LINE(49:2)
               MOVE ' /' TO WS-WK-LINE(66:2)
               MOVE ' /' TO WS-WK-LINE(83:2)
               MOVE 'N' TO WS-WK-JUMP-SW
               IF WS-RING-CTR = ZERO
                   MOVE '   N/A' TO WS-WL-EXC-AVG
                   MOVE '   N/A' TO WS-WL-SUPP-AVG
                   MOVE '   N/A' TO WS-WL-FREQ-AVG
               ELSE
                   MOVE WS-AVG-EXC TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-WL-EXC-AVG
                   MOVE WS-AVG-SUPP TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-WL-SUPP-AVG
                   MOVE WS-AVG-FREQ TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-WL-FREQ-AVG
                   MOVE WS-RATE-EXC TO WS-TEST-RATE
                   MOVE WS-AVG-EXC  TO WS-TEST-AVG
                   PERFORM 350-TEST-JUMP
                   IF WS-RATE-JUMPED
                       SET WS-WEEK-JUMPED TO TRUE
                   END-IF
                   MOVE WS-RATE-SUPP TO WS-TEST-RATE
                   MOVE WS-AVG-SUPP  TO WS-TEST-AVG
                   PERFORM 350-TEST-JUMP
                   IF WS-RATE-JUMPED
                       SET WS-WEEK-JUMPED TO TRUE
                   END-IF
                   MOVE WS-RATE-FREQ TO WS-TEST-RATE
                   MOVE WS-AVG-FREQ  TO WS-TEST-AVG
                   PERFORM 350-TEST-JUMP
                   IF WS-RATE-JUMPED
                       SET WS-WEEK-JUMPED TO TRUE
                   END-IF
               END-IF
               IF WS-WEEK-JUMPED
                   MOVE '** JUMP **' TO WS-WL-NOTE
               END-IF
               WRITE TREND-RPT-REC FROM WS-WK-LINE
               PERFORM 410-PUSH-RING
           END-IF
           MOVE ZERO TO WS-WK-RUNS WS-WK-RECS WS-WK-EXC WS-WK-SUPP
                        WS-WK-FREQ.
      *-----------------------------------------------------------------
      *    ADDS THE WEEK'S RATES TO THE RING (OVERWRITING THE OLDEST
      *    ONCE WS-WINDOW-WEEKS ARE HELD) AND RECOMPUTES THE AVERAGES
      *    THE NEXT WEEK'S RUNS ARE MEASURED AGAINST.
      *-----------------------------------------------------------------
       410-PUSH-RING.
           MOVE WS-RATE-EXC  TO WS-RING-EXC(WS-RING-NEXT)
           MOVE WS-RATE-SUPP TO WS-RING-SUPP(WS-RING-NEXT)
           MOVE WS-RATE-FREQ TO WS-RING-FREQ(WS-RING-NEXT)
           IF WS-RING-CTR < WS-WINDOW-WEEKS
               ADD 1 TO WS-RING-CTR
           END-IF
           IF WS-RING-NEXT >= WS-WINDOW-WEEKS
               MOVE 1 TO WS-RING-NEXT
           ELSE
               ADD 1 TO WS-RING-NEXT
           END-IF
           MOVE ZERO TO WS-AVG-SUM
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                   UNTIL WS-RING-IDX > WS-RING-CTR
               ADD WS-RING-EXC(WS-RING-IDX) TO WS-AVG-SUM
           END-PERFORM
           COMPUTE WS-AVG-EXC ROUNDED = WS-AVG-SUM / WS-RING-CTR
           MOVE ZERO TO WS-AVG-SUM
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                   UNTIL WS-RING-IDX > WS-RING-CTR
               ADD WS-RING-SUPP(WS-RING-IDX) TO WS-AVG-SUM
           END-PERFORM
           COMPUTE WS-AVG-SUPP ROUNDED = WS-AVG-SUM / WS-RING-CTR
           MOVE ZERO TO WS-AVG-SUM
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                   UNTIL WS-RING-IDX > WS-RING-CTR
               ADD WS-RING-FREQ(WS-RING-IDX) TO WS-AVG-SUM
           END-PERFORM
           COMPUTE WS-AVG-FREQ ROUNDED = WS-AVG-SUM / WS-RING-CTR.
      *-----------------------------------------------------------------
      *    CAMPAIGN BREAK: A LIVE RUN STILL OPEN NEVER GOT ITS CLEAN
      *    RECONCILIATION (UNLESS IT RAN TODAY), AND THE NEXT
      *    CAMPAIGN STARTS WITH AN EMPTY AVERAGE.
      *-----------------------------------------------------------------
       450-END-CAMPAIGN.
           IF WS-MAIN-OPEN
               IF WS-OPEN-MAIN-DATE < WS-RUN-DATE
                   PERFORM 460-FLAG-OPEN-MAIN
               ELSE
                   ADD 1 TO WS-AWAIT-CTR
               END-IF
           END-IF
           MOVE 'N' TO WS-OPEN-MAIN-SW
           MOVE ZERO TO WS-RING-CTR WS-AVG-EXC WS-AVG-SUPP WS-AVG-FREQ
           MOVE 1 TO WS-RING-NEXT.
      *-----------------------------------------------------------------
       460-FLAG-OPEN-MAIN.
           ADD 1 TO WS-UNRECON-CTR
           MOVE SPACES TO WS-FLAG-LINE
           MOVE WS-OPEN-MAIN-DATE TO WS-FL-RUN-DATE
           MOVE 'MAIN'            TO WS-FL-RUN-TYPE
           MOVE WS-CUR-CAMPAIGN   TO WS-FL-CAMPAIGN
           MOVE 'NOT FOLLOWED BY A SUCCESSFUL MAILRECON'
             TO WS-FL-REASON
           WRITE TREND-FLAG-REC FROM WS-FLAG-LINE
           ADD 1 TO WS-FLAG-CTR
           MOVE 'N' TO WS-OPEN-MAIN-SW.
      *-----------------------------------------------------------------
      *    WRITES A FLAG LINE FOR THE CURRENT SORTED ROW. WS-FL-REASON
      *    IS FILLED IN BY THE CALLER.
      *-----------------------------------------------------------------
       500-WRITE-FLAG.
           MOVE SR-RUN-DATE TO WS-FL-RUN-DATE
           MOVE SR-RUN-TYPE TO WS-FL-RUN-TYPE
           MOVE SR-CAMPAIGN TO WS-FL-CAMPAIGN
           WRITE TREND-FLAG-REC FROM WS-FLAG-LINE
           ADD 1 TO WS-FLAG-CTR.
      *-----------------------------------------------------------------
      *    THE FLAGS WERE WRITTEN TO A SCRATCH FILE DURING THE PASS SO
      *    THEY CAN FOLLOW THE WEEKLY SECTION AS ONE BLOCK.
      *-----------------------------------------------------------------
       900-COPY-FLAGS.
           MOVE SPACES TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE 'FLAGGED RUNS' TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE 'RUN DATE  TYPE   CAMPAIGN    REASON' TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           IF WS-FLAG-CTR = ZERO
               MOVE '  (NONE)' TO TREND-RPT-REC
               WRITE TREND-RPT-REC
           ELSE
               OPEN INPUT TREND-FLAG-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ TREND-FLAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           WRITE TREND-RPT-REC FROM TREND-FLAG-REC
                   END-READ
               END-PERFORM
               CLOSE TREND-FLAG-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       950-WRITE-TOTALS.
           MOVE SPACES TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'LEDGER ROWS READ            : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE WS-ROWS-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'ROWS SKIPPED (BAD RUN DATE) : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE WS-MAIN-CTR TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'LIVE RUNS                   : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE WS-JUMP-CTR TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'RATE JUMPS                  : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE WS-NONZERO-CTR TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'RUNS ENDING NONZERO         : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE WS-UNRECON-CTR TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'LIVE RUNS NEVER RECONCILED  : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC
           MOVE WS-AWAIT-CTR TO WS-EDIT-COUNT
           MOVE SPACES TO TREND-RPT-REC
           STRING 'TODAY''S RUNS AWAITING RECON : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO TREND-RPT-REC
           END-STRING
           WRITE TREND-RPT-REC.

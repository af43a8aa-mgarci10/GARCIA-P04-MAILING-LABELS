      *          vs acknowledgment, a missing trailer or a missing     *
      *          acknowledgment - ENDS WITH RETURN CODE 8 SO THE      *
      *          DISCREPANCY SURFACES THE SAME DAY, NOT WEEKS LATER.  *
      *          After a scheduled label run the CAMPAIGN row on       *
      *          p04-run-control.txt picks the campaign whose extract  *
      *          and control totals are reconciled.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-MAILRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILHOUSE-FILE ASSIGN TO DYNAMIC WS-MH-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MH-STATUS.
           SELECT ACK-FILE   ASSIGN TO '..\p04-mailhouse-ack.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ACK-STATUS.
           SELECT CONTROL-TOTALS-FILE
                             ASSIGN TO DYNAMIC WS-CT-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CT-STATUS.
           SELECT RECON-REPORT ASSIGN TO '..\p04-recon-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE
                             ASSIGN TO '..\p04-run-control.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RCTL-STATUS.
           SELECT CAMPAIGN-SCHEDULE-FILE
                             ASSIGN TO '..\p04-campaign-schedule.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCHED-STATUS.
           SELECT OPTIONAL RUN-LEDGER-FILE
                             ASSIGN TO '..\p04-run-ledger.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RLED-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MAILHOUSE-FILE.
       01  MAILHOUSE-REC               PIC X(340).

       FD  ACK-FILE.
       01  ACK-REC                     PIC X(60).

       FD  RECON-REPORT.
       01  RECON-RPT-REC               PIC X(132).

       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-REC              PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC             PIC X(60).

       FD  CAMPAIGN-SCHEDULE-FILE.
       01  CAMPAIGN-SCHEDULE-REC       PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-ACK-STATUS               PIC XX.
       01  WS-CT-STATUS                PIC XX.

      *-----------------------------------------------------------------
      *    WHICH EXTRACT TO READ. A SCHEDULED LABEL RUN (ONE DRIVEN BY
      *    p04-campaign-schedule.txt) NAMES EACH CAMPAIGN'S FILES WITH
      *    -CODE AHEAD OF THE EXTENSION (SEE ITS 615-SET-CAMPAIGN-FILE-
      *    NAMES), SO THE CAMPAIGN ROW ON p04-run-control.txt PICKS
      *    THE CAMPAIGN WHEN THAT CODE IS ON THE SCHEDULE. OTHERWISE -
      *    NO SCHEDULE, OR THE UNSCHEDULED RUN'S OWN CAMPAIGN CODE -
      *    THE ORIGINAL FILE NAMES STAND, EXACTLY AS THE LABEL RUN
      *    WROTE THEM.
      *-----------------------------------------------------------------
       01  WS-RCTL-STATUS              PIC XX.
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-RC-KEY                   PIC X(16).
       01  WS-RC-VAL1                  PIC X(20).
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
       01  WS-MH-FILE-NAME             PIC X(60)   VALUE
           '..\p04-mailhouse.csv'.
       01  WS-CT-FILE-NAME             PIC X(60)   VALUE
           '..\p04-control-totals.txt'.

      *-----------------------------------------------------------------
      *    WHAT THE EXTRACT SAYS ABOUT ITSELF: THE PHYSICAL DATA ROW
      *    COUNT, AND THE TRAILER'S CLAIM. A RESTARTED RUN CAN LEAVE
           88  WS-CT-SEEN                          VALUE 'Y'.
       01  WS-CT-EXTRACT-ROWS          PIC 9(6)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    EVERY RECONCILIATION APPENDS A RECON ROW TO THE LABEL RUN'S
      *    RUN LEDGER, IN THE SAME COLUMNS: RUN-DATE,RECON,CAMPAIGN
      *    (THE TRAILER'S), EXTRACT DATA ROWS AS RECS-READ, THE
      *    TRAILER COUNT AS LABELS, ZERO FOR THE REST, RETURN CODE.
      *    A RECON ROW ENDING 00 IS WHAT TELLS THE TREND REPORT THAT
      *    THE CAMPAIGN'S LAST MAIN RUN WAS PROVEN AT THE MAIL HOUSE.
      *-----------------------------------------------------------------
       01  WS-RLED-STATUS              PIC XX.
       01  WS-RLED-TYPE                PIC X(5)    VALUE 'RECON'.
       01  WS-RLED-ZERO                PIC 9(6)    VALUE ZERO.
       01  WS-RLED-COST                PIC 9(7).99 VALUE ZERO.
       01  WS-RLED-RC                  PIC 9(2)    VALUE ZERO.
       01  WS-RUN-LEDGER-LINE          PIC X(200).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CSV-COMMA                PIC X       VALUE ','.

       01  WS-MISMATCH-CTR             PIC 9(2)    VALUE ZERO.
       01  WS-RPT-LINE                 PIC X(132).
       01  WS-EDIT-COUNT-A             PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 102-LOAD-RUN-CONTROL.
           PERFORM 104-LOAD-SCHEDULE.
           PERFORM 106-SET-CAMPAIGN-FILE-NAMES.
           OPEN OUTPUT RECON-REPORT.
           MOVE 'MAIL-HOUSE RECONCILIATION' TO RECON-RPT-REC.
           WRITE RECON-RPT-REC.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXTRACT: ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MH-FILE-NAME) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE RECON-RPT-REC FROM WS-RPT-LINE.

           PERFORM 110-READ-EXTRACT.
           PERFORM 120-LOAD-ACK.
                       'FULL FILE WAS MAILED **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 990-WRITE-RUN-LEDGER.
           STOP RUN.
      *-----------------------------------------------------------------
      *    ONLY THE CAMPAIGN ROW MATTERS HERE; THE LABEL RUN OWNS AND
      *    VALIDATES THE REST OF THE FILE.
      *-----------------------------------------------------------------
       102-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCTL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RC-KEY WS-RC-VAL1
                           UNSTRING RUN-CONTROL-REC DELIMITED BY ","
                             INTO WS-RC-KEY, WS-RC-VAL1
                           END-UNSTRING
                           IF WS-RC-KEY = 'CAMPAIGN'
                               MOVE WS-RC-VAL1 TO WS-RC-CAMPAIGN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
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
      *    SEE THE COMMENT AT WS-RCTL-STATUS. THE NAMES ARE BUILT THE
      *    WAY THE LABEL RUN'S 616-BUILD-FILE-NAME BUILDS THEM.
      *-----------------------------------------------------------------
       106-SET-CAMPAIGN-FILE-NAMES.
           MOVE WS-RC-CAMPAIGN TO WS-RC-CAMPAIGN-WORK
           PERFORM 105-CHECK-SCHEDULED-CODE
           IF WS-RC-CAMPAIGN NOT = SPACES AND WS-SCH-FOUND
               MOVE '..\p04-mailhouse' TO WS-FN-STEM
               MOVE '.csv' TO WS-FN-EXT
               PERFORM 107-BUILD-FILE-NAME
               MOVE WS-FN-OUT TO WS-MH-FILE-NAME
               MOVE '..\p04-control-totals' TO WS-FN-STEM
               MOVE '.txt' TO WS-FN-EXT
               PERFORM 107-BUILD-FILE-NAME
               MOVE WS-FN-OUT TO WS-CT-FILE-NAME
           END-IF.
      *-----------------------------------------------------------------
       107-BUILD-FILE-NAME.
           MOVE SPACES TO WS-FN-OUT
           STRING FUNCTION TRIM(WS-FN-STEM) DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RC-CAMPAIGN) DELIMITED BY SIZE
                 WS-FN-EXT DELIMITED BY SIZE
                 INTO WS-FN-OUT
           END-STRING.
      *-----------------------------------------------------------------
       110-READ-EXTRACT.
           OPEN INPUT MAILHOUSE-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    AN ACKNOWLEDGMENT FOR A CAMPAIGN THIS EXTRACT NEVER CARRIED
      *    IS SOMEBODY'S CROSSED WIRE - FLAGGED THE SAME DAY TOO. ONE
      *    FOR ANOTHER CAMPAIGN ON THE SCHEDULE IS THAT CAMPAIGN'S OWN
      *    RECONCILIATION'S BUSINESS, AND IS PASSED OVER.
      *-----------------------------------------------------------------
       240-FLAG-UNMATCHED-ACKS.
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-TAB-CTR
               MOVE WS-ACK-CAMPAIGN(WS-ACK-IDX) TO WS-RC-CAMPAIGN-WORK
               PERFORM 105-CHECK-SCHEDULED-CODE
               IF WS-ACK-MATCHED(WS-ACK-IDX) = 'N'
                  AND NOT WS-SCH-FOUND
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'ACKNOWLEDGMENT FOR UNKNOWN CAMPAIGN '
                         DELIMITED BY SIZE
           ADD 1 TO WS-MISMATCH-CTR
           WRITE RECON-RPT-REC FROM WS-RPT-LINE
           DISPLAY '** ' FUNCTION TRIM(WS-RPT-LINE) ' **'.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-RLED-STATUS. A LEDGER THAT CANNOT BE
      *    EXTENDED IS SHOUTED ABOUT BUT NEVER CHANGES THE RETURN CODE.
      *-----------------------------------------------------------------
       990-WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF WS-RLED-STATUS = '00' OR WS-RLED-STATUS = '05'
               MOVE RETURN-CODE TO WS-RLED-RC
               MOVE SPACES TO WS-RUN-LEDGER-LINE
               STRING WS-RUN-DATE DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RLED-TYPE) DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TRAILER-CAMPAIGN)
                         DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-MH-PHYS-CTR DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-TRAILER-COUNT DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-ZERO DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-ZERO DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-ZERO DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-ZERO DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-ZERO DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-ZERO DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-COST DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RLED-RC DELIMITED BY SIZE
                     INTO WS-RUN-LEDGER-LINE
               END-STRING
               WRITE RUN-LEDGER-REC FROM WS-RUN-LEDGER-LINE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY '** WARNING: RUN LEDGER NOT WRITTEN, STATUS '
                       WS-RLED-STATUS ' **'
           END-IF.

      *              SEQ-RANGE,nnnnnn,nnnnnn  (DATA-ROW ORDINALS)      *
      *              LABEL-START-ROW,n / LABEL-START-COL,n             *
      *          WHEN BOTH RANGES ARE GIVEN A ROW MUST SATISFY BOTH.   *
      *          After a scheduled label run the CAMPAIGN row on       *
      *          p04-run-control.txt picks the campaign's extract.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-REPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILHOUSE-FILE ASSIGN TO DYNAMIC WS-MH-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MH-STATUS.
           SELECT REPRINT-PARM-FILE
           SELECT REPRINT-LABEL-FILE
                             ASSIGN TO '..\p04-labels-reprint.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE
                             ASSIGN TO '..\p04-run-control.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RCTL-STATUS.
           SELECT CAMPAIGN-SCHEDULE-FILE
                             ASSIGN TO '..\p04-campaign-schedule.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCHED-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MAILHOUSE-FILE.
       01  MAILHOUSE-REC               PIC X(340).

       FD  REPRINT-PARM-FILE.
       01  REPRINT-PARM-REC            PIC X(60).

       FD  REPRINT-LABEL-FILE.
       01  LABEL-REC                   PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC             PIC X(60).

       FD  CAMPAIGN-SCHEDULE-FILE.
       01  CAMPAIGN-SCHEDULE-REC       PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-MH-STATUS                PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      *-----------------------------------------------------------------
      *    WHICH EXTRACT TO READ. A SCHEDULED LABEL RUN (ONE DRIVEN BY
      *    p04-campaign-schedule.txt) NAMES EACH CAMPAIGN'S FILES WITH
      *    -CODE AHEAD OF THE EXTENSION (SEE ITS 615-SET-CAMPAIGN-FILE-
      *    NAMES) AND NO LONGER WRITES p04-mailhouse.csv, SO WITH A
      *    SCHEDULE ON FILE THE CAMPAIGN ROW ON p04-run-control.txt
      *    MUST NAME THE SCHEDULED CAMPAIGN TO REPRINT FROM. A SCHEDULE
      *    WITH NO SCHEDULED CAMPAIGN NAMED STOPS THE RUN RATHER THAN
      *    REPRINT FROM AN EXTRACT LEFT OVER FROM SOME EARLIER RUN.
      *    WITH NO SCHEDULE THE ORIGINAL NAME STANDS, EXACTLY AS THE
      *    LABEL RUN WROTE IT.
      *-----------------------------------------------------------------
       01  WS-RCTL-STATUS              PIC XX.
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-RCTL-KEY                 PIC X(16).
       01  WS-RCTL-VAL1                PIC X(20).
       01  WS-RCTL-CAMPAIGN            PIC X(10)   VALUE SPACES.
       01  WS-RCTL-CAMPAIGN-WORK       PIC X(10).
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

      *-----------------------------------------------------------------
      *    THE OPERATOR'S SLICE. A RANGE LEFT UNSET MATCHES EVERYTHING
      *    ON ITS AXIS; AT LEAST ONE MUST BE SET OR THE RUN WOULD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 102-LOAD-RUN-CONTROL.
           PERFORM 104-LOAD-SCHEDULE.
           PERFORM 106-SET-CAMPAIGN-FILE-NAMES.

           OPEN INPUT MAILHOUSE-FILE.
           IF WS-MH-STATUS NOT = '00'
           DISPLAY 'EXTRACT ROWS READ : ', WS-SEQ-CTR.
           DISPLAY 'LABELS REPRINTED  : ', WS-PICK-CTR.
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
                           MOVE SPACES TO WS-RCTL-KEY WS-RCTL-VAL1
                           UNSTRING RUN-CONTROL-REC DELIMITED BY ","
                             INTO WS-RCTL-KEY, WS-RCTL-VAL1
                           END-UNSTRING
                           IF WS-RCTL-KEY = 'CAMPAIGN'
                               MOVE WS-RCTL-VAL1 TO WS-RCTL-CAMPAIGN
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
                           MOVE SPACES TO WS-RCTL-KEY WS-RCTL-VAL1
                           UNSTRING CAMPAIGN-SCHEDULE-REC
                               DELIMITED BY ","
                             INTO WS-RCTL-KEY, WS-RCTL-VAL1
                           END-UNSTRING
                           IF WS-RCTL-KEY = 'CAMPAIGN'
                              AND WS-RCTL-VAL1 NOT = SPACES
                               MOVE WS-RCTL-VAL1
                                 TO WS-RCTL-CAMPAIGN-WORK
                               PERFORM 105-CHECK-SCHEDULED-CODE
                               IF NOT WS-SCH-FOUND
                                  AND WS-SCH-CTR < 10
                                   ADD 1 TO WS-SCH-CTR
                                   MOVE WS-RCTL-CAMPAIGN-WORK
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
               IF WS-SCH-CODE(WS-SCH-IDX) = WS-RCTL-CAMPAIGN-WORK
                   SET WS-SCH-FOUND TO TRUE
                   MOVE WS-SCH-CTR TO WS-SCH-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-RCTL-STATUS. THE NAME IS BUILT THE
      *    WAY THE LABEL RUN'S 616-BUILD-FILE-NAME BUILDS IT.
      *-----------------------------------------------------------------
       106-SET-CAMPAIGN-FILE-NAMES.
           IF WS-SCH-CTR > ZERO
               MOVE WS-RCTL-CAMPAIGN TO WS-RCTL-CAMPAIGN-WORK
               PERFORM 105-CHECK-SCHEDULED-CODE
               IF WS-RCTL-CAMPAIGN = SPACES OR NOT WS-SCH-FOUND
                   DISPLAY 'REPRINT: CAMPAIGN SCHEDULE ON FILE BUT NO '
                           'SCHEDULED CAMPAIGN ON RUN CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE '..\p04-mailhouse' TO WS-FN-STEM
               MOVE '.csv' TO WS-FN-EXT
               PERFORM 107-BUILD-FILE-NAME
               MOVE WS-FN-OUT TO WS-MH-FILE-NAME
           END-IF
           DISPLAY 'EXTRACT: ' FUNCTION TRIM(WS-MH-FILE-NAME).
      *-----------------------------------------------------------------
       107-BUILD-FILE-NAME.
           MOVE SPACES TO WS-FN-OUT
           STRING FUNCTION TRIM(WS-FN-STEM) DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RCTL-CAMPAIGN) DELIMITED BY SIZE
                 WS-FN-EXT DELIMITED BY SIZE
                 INTO WS-FN-OUT
           END-STRING.
      *-----------------------------------------------------------------
       110-LOAD-REPRINT-PARMS.
           OPEN INPUT REPRINT-PARM-FILE

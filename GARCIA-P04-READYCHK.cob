      ******************************************************************
      *PROGRAM : PROJECT 4   Nightly Readiness Check and Chain Balance *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Guards the nightly stream - CUSTMAINT, CUSTEXTR, the  *
      *          label run, MAILRECON. Run with PHASE,PRE (the         *
      *          default) between CUSTEXTR and the label run, it       *
      *          proves the customer list was cut after the last       *
      *          master update, that CUSTMAINT's rejects were signed   *
      *          off, that the ZIP reference and postage rates are     *
      *          there and not empty, and that the run-control mode    *
      *          and any leftover checkpoint agree with the run the    *
      *          operator intends. Run with PHASE,POST after the label *
      *          run, it balances the master record count against the  *
      *          rows CUSTEXTR wrote and the records the label run     *
      *          read (RECS-READ on the run ledger). Every check is    *
      *          listed on p04-ready-report.txt; any failure ends the  *
      *          run RC 8 so the scheduler holds the next step.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-READYCHK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO '..\p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-CM-STATUS.
           SELECT CUST-LIST  ASSIGN TO '..\p04-cust-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-LIST-STATUS.
           SELECT LIST-STAMP-FILE
                             ASSIGN TO '..\p04-cust-list-ctl.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-STAMP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO '..\p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRNL-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO '..\p04-cust-audit.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ZIP-REF-FILE ASSIGN TO '..\p04-zip-reference.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ZIPREF-STATUS.
           SELECT RATE-FILE  ASSIGN TO '..\p04-postage-rates.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RATE-STATUS.
           SELECT RUN-CONTROL-FILE
                             ASSIGN TO '..\p04-run-control.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RCTL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO '..\p04-checkpoint.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CKPT-STATUS.
           SELECT CHECKPOINT-NEW-FILE
                             ASSIGN TO '..\p04-checkpoint-new.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CKPTN-STATUS.
           SELECT RUN-LEDGER-FILE
                             ASSIGN TO '..\p04-run-ledger.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RLED-STATUS.
           SELECT READY-PARM-FILE
                             ASSIGN TO '..\p04-ready-parms.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RPRM-STATUS.
           SELECT READY-REPORT
                             ASSIGN TO '..\p04-ready-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       01  CM-REC.
           05  CM-CUST-NO              PIC 9(6).
           05  CM-LNAME                PIC X(15).
           05  CM-FNAME                PIC X(15).
           05  CM-ADDRESS              PIC X(25).
           05  CM-ADDR2                PIC X(25).
           05  CM-CITY                 PIC X(20).
           05  CM-STATE                PIC X(15).
           05  CM-ZIP                  PIC X(15).
           05  CM-COUNTRY              PIC X(20).

       FD  CUST-LIST.
       01  CUST-REC                    PIC X(170).

       FD  LIST-STAMP-FILE.
       01  LIST-STAMP-REC              PIC X(40).

      *    ONLY THE BATCH STAMP IS NEEDED HERE - SEE CUSTMAINT FOR THE
      *    FULL JOURNAL LAYOUT.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-BATCH-DATE           PIC X(8).
           05  FILLER                  PIC X.
           05  JR-BATCH-TIME           PIC X(6).
           05  FILLER                  PIC X(345).

       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-REC              PIC X(132).

       FD  ZIP-REF-FILE.
       01  ZIP-REF-REC                 PIC X(30).

       FD  RATE-FILE.
       01  RATE-REC                    PIC X(30).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC             PIC X(60).

      *    ONLY THE LEAD COUNTER IS LOOKED AT - THE LABEL RUN TRUSTS A
      *    CHECKPOINT GENERATION WHEN IT IS NUMERIC, AND SO DOES THIS.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-RECS-READ          PIC 9(6).
           05  FILLER                  PIC X(1994).

       FD  CHECKPOINT-NEW-FILE.
       01  CHECKPOINT-NEW-REC.
           05  CKPTN-RECS-READ         PIC 9(6).
           05  FILLER                  PIC X(1994).

       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-REC              PIC X(200).

       FD  READY-PARM-FILE.
       01  READY-PARM-REC              PIC X(60).

       FD  READY-REPORT.
       01  READY-RPT-REC               PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-CM-STATUS                PIC XX.
       01  WS-LIST-STATUS              PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-ZIPREF-STATUS            PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-RCTL-STATUS              PIC XX.
       01  WS-CKPT-STATUS              PIC XX.
       01  WS-CKPTN-STATUS             PIC XX.
       01  WS-RLED-STATUS              PIC XX.
       01  WS-RPRM-STATUS              PIC XX.

       01  WS-RUN-DATE                 PIC X(8).

      *-----------------------------------------------------------------
      *    READINESS PARAMETERS - OPTIONAL FILE OF KEY,VALUE ROWS:
      *      PHASE             PRE (DEFAULT) BEFORE THE LABEL RUN,
      *                        POST AFTER IT.
      *      INTENDED-RUN      LIVE (DEFAULT), PROOF, OR RESTART - A
      *                        LIVE RUN PICKING UP A KILLED RUN'S
      *                        CHECKPOINT.
      *      REJECTS-REVIEWED  THE RUN DATE (YYYYMMDD) ONCE SOMEONE HAS
      *                        WORKED TONIGHT'S CUSTMAINT REJECTS. A
      *                        DATE FROM ANY OTHER NIGHT DOES NOT
      *                        COUNT, SO THE SIGN-OFF CANNOT GO STALE.
      *-----------------------------------------------------------------
       01  WS-PHASE                    PIC X(4)    VALUE 'PRE'.
           88  PRE-PHASE                           VALUE 'PRE'.
           88  POST-PHASE                          VALUE 'POST'.
       01  WS-INTENDED-RUN             PIC X(7)    VALUE 'LIVE'.
           88  INTENDED-LIVE                       VALUE 'LIVE'.
           88  INTENDED-PROOF                      VALUE 'PROOF'.
           88  INTENDED-RESTART                    VALUE 'RESTART'.
       01  WS-REJ-REVIEWED             PIC X(8)    VALUE SPACES.
       01  WS-RC-KEY                   PIC X(16).
       01  WS-RC-VAL1                  PIC X(20).
       01  WS-RC-VAL2                  PIC X(20).

      *-----------------------------------------------------------------
      *    WHAT THE LABEL RUN WILL DO - RUN-MODE FROM ITS RUN-CONTROL
      *    FILE, PARSED BY THE SAME RULES AS ITS 131-PARSE-RUN-CONTROL
      *    (LIVE WHEN UNSAID, A BAD VALUE IGNORED, THE LAST GOOD ROW
      *    WINS), AND WHETHER A USABLE CHECKPOINT IS WAITING.
      *-----------------------------------------------------------------
       01  WS-LABEL-MODE               PIC X(5)    VALUE 'LIVE'.
       01  WS-LABEL-MODE-SRC           PIC X(12)   VALUE
           ' (DEFAULT)'.
       01  WS-CKPT-SW                  PIC X       VALUE 'N'.
           88  CKPT-PRESENT                        VALUE 'Y'.
       01  WS-CKPT-AT                  PIC 9(6)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    LIST AND MASTER STAMPS. THE LIST STAMP IS CUSTEXTR'S
      *    CONTROL ROW (DATE,HHMMSS,ROWS); THE LAST MASTER UPDATE IS
      *    THE LATEST BATCH STAMP ON CUSTMAINT'S JOURNAL. BOTH ARE
      *    COMPARED AS YYYYMMDDHHMMSS.
      *-----------------------------------------------------------------
       01  WS-STAMP-SW                 PIC X       VALUE 'N'.
           88  STAMP-FOUND                         VALUE 'Y'.
       01  WS-STAMP-DATE               PIC X(8)    VALUE SPACES.
       01  WS-STAMP-TIME               PIC X(6)    VALUE SPACES.
       01  WS-STAMP-ROWS-X             PIC X(10)   VALUE SPACES.
       01  WS-STAMP-ROWS               PIC 9(6)    VALUE ZERO.
       01  WS-LIST-STAMP               PIC X(14)   VALUE SPACES.
       01  WS-LAST-UPDATE              PIC X(14)   VALUE SPACES.
       01  WS-JRNL-STAMP               PIC X(14)   VALUE SPACES.
       01  WS-LIST-ROWS                PIC 9(7)    VALUE ZERO.
       01  WS-LIST-FOUND-SW            PIC X       VALUE 'N'.
           88  LIST-FOUND                          VALUE 'Y'.

       01  WS-REJECT-CTR               PIC 9(6)    VALUE ZERO.
       01  WS-REF-NAME                 PIC X(30).
       01  WS-REF-ROWS                 PIC 9(7)    VALUE ZERO.
       01  WS-REF-FOUND-SW             PIC X       VALUE 'N'.
           88  REF-FOUND                           VALUE 'Y'.

      *-----------------------------------------------------------------
      *    POST-RUN BALANCING. THE LEDGER ROW USED IS THE LAST ONE
      *    WRITTEN TODAY BY THE LABEL RUN OF THE INTENDED KIND (MAIN
      *    FOR A LIVE OR RESTARTED RUN, PROOF FOR A PROOF) - A RERUN
      *    LATER IN THE NIGHT SUPERSEDES AN EARLIER ONE.
      *-----------------------------------------------------------------
       01  WS-MASTER-CTR               PIC 9(7)    VALUE ZERO.
       01  WS-BAL-FIGURE               PIC 9(7)    VALUE ZERO.
       01  WS-LED-TYPE                 PIC X(5)    VALUE SPACES.
       01  WS-LED-SW                   PIC X       VALUE 'N'.
           88  LEDGER-ROW-FOUND                    VALUE 'Y'.
       01  WS-LED-RECS                 PIC 9(7)    VALUE ZERO.
       01  WS-RL-FIELDS.
           03  WS-RL-RUN-DATE          PIC X(8).
           03  WS-RL-RUN-TYPE          PIC X(5).
           03  WS-RL-CAMPAIGN          PIC X(10).
           03  WS-RL-RECS-READ         PIC X(10).

      *-----------------------------------------------------------------
      *    REPORT LINE - ONE PER CHECK: WHAT WAS CHECKED, OK / FAIL /
      *    NOTE, AND THE FIGURES BEHIND IT.
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           03  WS-RL-CHECK             PIC X(30).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-RL-RESULT            PIC X(6).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-RL-DETAIL            PIC X(92).
       01  WS-RPT-TEXT                 PIC X(132).
       01  WS-DETAIL                   PIC X(92).
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-B             PIC Z,ZZZ,ZZ9.

       01  WS-OK-CTR                   PIC 9(3)    VALUE ZERO.
       01  WS-FAIL-CTR                 PIC 9(3)    VALUE ZERO.
       01  WS-NOTE-CTR                 PIC 9(3)    VALUE ZERO.

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-READY-PARMS.
           OPEN OUTPUT READY-REPORT.
           PERFORM 120-WRITE-HEADINGS.
           IF POST-PHASE
               PERFORM 400-BALANCE-CHAIN
           ELSE
               PERFORM 200-PRE-RUN-CHECKS
           END-IF.
           PERFORM 900-WRITE-VERDICT.
           CLOSE READY-REPORT.
           DISPLAY 'CHECKS PASSED : ', WS-OK-CTR.
           DISPLAY 'CHECKS FAILED : ', WS-FAIL-CTR.
           DISPLAY 'NOTES         : ', WS-NOTE-CTR.
           IF WS-FAIL-CTR > ZERO
               DISPLAY '** WARNING: ' WS-FAIL-CTR
                       ' READINESS CHECKS FAILED - SEE '
                       'p04-ready-report.txt **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-PHASE. A MISSING PARAMETER FILE MEANS
      *    THE DEFAULTS - A PRE-RUN CHECK FOR A LIVE RUN.
      *-----------------------------------------------------------------
       110-LOAD-READY-PARMS.
           OPEN INPUT READY-PARM-FILE
           IF WS-RPRM-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ READY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 111-PARSE-READY-PARM
                   END-READ
               END-PERFORM
               CLOSE READY-PARM-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           IF INTENDED-PROOF
               MOVE 'PROOF' TO WS-LED-TYPE
           ELSE
               MOVE 'MAIN' TO WS-LED-TYPE
           END-IF.
      *-----------------------------------------------------------------
       111-PARSE-READY-PARM.
           MOVE SPACES TO WS-RC-KEY WS-RC-VAL1
           UNSTRING READY-PARM-REC DELIMITED BY ","
             INTO WS-RC-KEY, WS-RC-VAL1
           END-UNSTRING
           EVALUATE WS-RC-KEY
               WHEN SPACES
                   CONTINUE
               WHEN 'PHASE'
                   IF WS-RC-VAL1 = 'PRE' OR WS-RC-VAL1 = 'POST'
                       MOVE WS-RC-VAL1 TO WS-PHASE
                   ELSE
                       DISPLAY 'WARNING: PHASE NOT PRE OR POST - '
                               'IGNORED: ' READY-PARM-REC
                   END-IF
               WHEN 'INTENDED-RUN'
                   IF WS-RC-VAL1 = 'LIVE' OR WS-RC-VAL1 = 'PROOF'
                      OR WS-RC-VAL1 = 'RESTART'
                       MOVE WS-RC-VAL1 TO WS-INTENDED-RUN
                   ELSE
                       DISPLAY 'WARNING: INTENDED-RUN NOT LIVE, '
                               'PROOF OR RESTART - IGNORED: '
                               READY-PARM-REC
                   END-IF
               WHEN 'REJECTS-REVIEWED'
                   MOVE WS-RC-VAL1 TO WS-REJ-REVIEWED
               WHEN OTHER
                   DISPLAY 'WARNING: READINESS PARAMETER NOT '
                           'RECOGNIZED: ' READY-PARM-REC
           END-EVALUATE.
      *-----------------------------------------------------------------
       120-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-TEXT
           IF POST-PHASE
               STRING 'NIGHTLY CHAIN BALANCE - RUN DATE '
                     DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO WS-RPT-TEXT
               END-STRING
           ELSE
               STRING 'LABEL RUN READINESS CHECK - RUN DATE '
                     DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO WS-RPT-TEXT
               END-STRING
           END-IF
           WRITE READY-RPT-REC FROM WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT
           STRING 'INTENDED RUN: ' DELIMITED BY SIZE
                 WS-INTENDED-RUN DELIMITED BY SIZE
                 INTO WS-RPT-TEXT
           END-STRING
           WRITE READY-RPT-REC FROM WS-RPT-TEXT
           MOVE SPACES TO READY-RPT-REC
           WRITE READY-RPT-REC
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CHECK' TO WS-RL-CHECK
           MOVE 'RESULT' TO WS-RL-RESULT
           MOVE 'DETAIL' TO WS-RL-DETAIL
           WRITE READY-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    PRE-RUN - EVERYTHING THE LABEL RUN WOULD OTHERWISE TAKE ON
      *    TRUST. EACH CHECK RUNS WHATEVER THE ONES BEFORE IT FOUND,
      *    SO ONE REPORT SHOWS EVERYTHING THAT NEEDS FIXING.
      *-----------------------------------------------------------------
       200-PRE-RUN-CHECKS.
           PERFORM 210-CHECK-LIST-CURRENT
           PERFORM 220-CHECK-MAINT-REJECTS
           PERFORM 230-CHECK-REFERENCE-FILES
           PERFORM 240-CHECK-RUN-MODE
           PERFORM 250-CHECK-CHECKPOINT.
      *-----------------------------------------------------------------
      *    THE LIST MUST EXIST, HOLD ROWS, CARRY CUSTEXTR'S STAMP WITH
      *    A MATCHING ROW COUNT, AND HAVE BEEN CUT NO EARLIER THAN THE
      *    LAST JOURNALED MASTER UPDATE. A RESTART IS THE EXCEPTION TO
      *    THE LAST RULE: IT MUST READ THE VERY LIST THE KILLED RUN
      *    READ (THE CHECKPOINT SKIPS BY POSITION), SO A LATER MASTER
      *    UPDATE IS NOTED, NOT FAILED - RE-EXTRACTING WOULD BREAK IT.
      *-----------------------------------------------------------------
       210-CHECK-LIST-CURRENT.
           PERFORM 310-COUNT-LIST-ROWS
           MOVE SPACES TO WS-DETAIL
           MOVE 'CUSTOMER LIST PRESENT' TO WS-RL-CHECK
           IF NOT LIST-FOUND
               MOVE 'p04-cust-list.csv IS MISSING - RUN CUSTEXTR'
                 TO WS-DETAIL
               PERFORM 810-PUT-FAIL
           ELSE
               IF WS-LIST-ROWS = ZERO
                   MOVE 'p04-cust-list.csv IS EMPTY - RUN CUSTEXTR'
                     TO WS-DETAIL
                   PERFORM 810-PUT-FAIL
               ELSE
                   MOVE WS-LIST-ROWS TO WS-EDIT-COUNT
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' ROWS' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 800-PUT-OK
               END-IF
           END-IF

           PERFORM 320-READ-LIST-STAMP
           MOVE SPACES TO WS-DETAIL
           MOVE 'LIST EXTRACT STAMP' TO WS-RL-CHECK
           IF NOT STAMP-FOUND
               MOVE 'NO CUSTEXTR STAMP - RERUN CUSTEXTR' TO WS-DETAIL
               PERFORM 810-PUT-FAIL
           ELSE
               MOVE WS-STAMP-ROWS TO WS-EDIT-COUNT
               MOVE WS-LIST-ROWS  TO WS-EDIT-COUNT-B
               IF WS-STAMP-ROWS = WS-LIST-ROWS
                   STRING 'CUT ' DELIMITED BY SIZE
                         WS-STAMP-DATE DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WS-STAMP-TIME DELIMITED BY SIZE
                         ', ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' ROWS - MATCHES THE LIST' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 800-PUT-OK
               ELSE
                   STRING 'STAMP SAYS ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' ROWS, LIST HOLDS ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT-B)
                             DELIMITED BY SIZE
                         ' - LIST TRUNCATED OR HAND-EDITED'
                             DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 810-PUT-FAIL
               END-IF
           END-IF

           PERFORM 330-FIND-LAST-MASTER-UPDATE
           MOVE SPACES TO WS-DETAIL
           MOVE 'LIST CURRENT WITH MASTER' TO WS-RL-CHECK
           EVALUATE TRUE
               WHEN WS-LAST-UPDATE = SPACES
                   MOVE 'NO JOURNALED MASTER UPDATES' TO WS-DETAIL
                   PERFORM 800-PUT-OK
               WHEN NOT STAMP-FOUND
                   MOVE 'CANNOT TELL - THE LIST HAS NO STAMP'
                     TO WS-DETAIL
                   PERFORM 810-PUT-FAIL
               WHEN WS-LAST-UPDATE > WS-LIST-STAMP
                   STRING 'MASTER UPDATED ' DELIMITED BY SIZE
                         WS-LAST-UPDATE(1:8) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WS-LAST-UPDATE(9:6) DELIMITED BY SIZE
                         ' AFTER THE LIST WAS CUT ' DELIMITED BY SIZE
                         WS-LIST-STAMP(1:8) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WS-LIST-STAMP(9:6) DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO WS-RPT-TEXT
                   MOVE SPACES TO WS-DETAIL
                   IF INTENDED-RESTART
                       STRING FUNCTION TRIM(WS-RPT-TEXT)
                                 DELIMITED BY SIZE
                             ' - KEPT FOR THE RESTART' DELIMITED BY SIZE
                             INTO WS-DETAIL
                       END-STRING
                       PERFORM 820-PUT-NOTE
                   ELSE
                       STRING FUNCTION TRIM(WS-RPT-TEXT)
                                 DELIMITED BY SIZE
                             ' - RERUN CUSTEXTR' DELIMITED BY SIZE
                             INTO WS-DETAIL
                       END-STRING
                       PERFORM 810-PUT-FAIL
                   END-IF
               WHEN OTHER
                   STRING 'LAST MASTER UPDATE ' DELIMITED BY SIZE
                         WS-LAST-UPDATE(1:8) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WS-LAST-UPDATE(9:6) DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 800-PUT-OK
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    CUSTMAINT DOES NOT STOP ON A REJECT - THE REST OF THE BATCH
      *    APPLIES AND THE REJECT WAITS ON ITS AUDIT REPORT. A NIGHT
      *    WITH REJECTS IS HELD HERE UNTIL SOMEONE SIGNS OFF FOR THAT
      *    NIGHT (SEE WS-REJ-REVIEWED) - A REJECTED ADD IS A CUSTOMER
      *    MISSING FROM TONIGHT'S DROP.
      *-----------------------------------------------------------------
       220-CHECK-MAINT-REJECTS.
           MOVE ZERO TO WS-REJECT-CTR
           MOVE SPACES TO WS-DETAIL
           MOVE 'CUSTMAINT REJECTS REVIEWED' TO WS-RL-CHECK
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'NO CUSTMAINT AUDIT REPORT - NOTHING TO REVIEW'
                 TO WS-DETAIL
               PERFORM 820-PUT-NOTE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CUST-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CUST-AUDIT-REC(17:8) = 'REJECTED'
                               ADD 1 TO WS-REJECT-CTR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-REJECT-CTR TO WS-EDIT-COUNT
               EVALUATE TRUE
                   WHEN WS-REJECT-CTR = ZERO
                       MOVE 'NO REJECTS' TO WS-DETAIL
                       PERFORM 800-PUT-OK
                   WHEN WS-REJ-REVIEWED = WS-RUN-DATE
                       STRING FUNCTION TRIM(WS-EDIT-COUNT)
                                 DELIMITED BY SIZE
                             ' REJECTED - SIGNED OFF FOR TONIGHT'
                                 DELIMITED BY SIZE
                             INTO WS-DETAIL
                       END-STRING
                       PERFORM 800-PUT-OK
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-EDIT-COUNT)
                                 DELIMITED BY SIZE
                             ' REJECTED ON p04-cust-audit.txt - '
                                 DELIMITED BY SIZE
                             'REVIEW, THEN SET REJECTS-REVIEWED,'
                                 DELIMITED BY SIZE
                             WS-RUN-DATE DELIMITED BY SIZE
                             INTO WS-DETAIL
                       END-STRING
                       PERFORM 810-PUT-FAIL
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    THE LABEL RUN TREATS BOTH FILES AS OPTIONAL AND RUNS ON
      *    WITHOUT THEM - NO CASS CLEANUP, COMPILED-IN RATES - WHICH IS
      *    RIGHT FOR A TEST BUT NEVER FOR A NIGHTLY DROP. A FILE THAT
      *    IS THERE BUT HOLDS NO ROWS IS TREATED AS MISSING.
      *-----------------------------------------------------------------
       230-CHECK-REFERENCE-FILES.
           MOVE ZERO TO WS-REF-ROWS
           MOVE 'N' TO WS-REF-FOUND-SW
           OPEN INPUT ZIP-REF-FILE
           IF WS-ZIPREF-STATUS = '00'
               SET REF-FOUND TO TRUE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ ZIP-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF ZIP-REF-REC NOT = SPACES
                               ADD 1 TO WS-REF-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZIP-REF-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE 'p04-zip-reference.csv' TO WS-REF-NAME
           MOVE 'ZIP REFERENCE' TO WS-RL-CHECK
           PERFORM 235-JUDGE-REFERENCE-FILE

           MOVE ZERO TO WS-REF-ROWS
           MOVE 'N' TO WS-REF-FOUND-SW
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               SET REF-FOUND TO TRUE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RATE-REC NOT = SPACES
                               ADD 1 TO WS-REF-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE 'p04-postage-rates.csv' TO WS-REF-NAME
           MOVE 'POSTAGE RATES' TO WS-RL-CHECK
           PERFORM 235-JUDGE-REFERENCE-FILE.
      *-----------------------------------------------------------------
       235-JUDGE-REFERENCE-FILE.
           MOVE SPACES TO WS-DETAIL
           EVALUATE TRUE
               WHEN NOT REF-FOUND
                   STRING FUNCTION TRIM(WS-REF-NAME) DELIMITED BY SIZE
                         ' IS MISSING' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 810-PUT-FAIL
               WHEN WS-REF-ROWS = ZERO
                   STRING FUNCTION TRIM(WS-REF-NAME) DELIMITED BY SIZE
                         ' IS EMPTY' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 810-PUT-FAIL
               WHEN OTHER
                   MOVE WS-REF-ROWS TO WS-EDIT-COUNT
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' ROWS' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 800-PUT-OK
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-LABEL-MODE. A RESTART IS A LIVE RUN
      *    AS FAR AS THE RUN-CONTROL FILE IS CONCERNED.
      *-----------------------------------------------------------------
       240-CHECK-RUN-MODE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCTL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 241-PARSE-RUN-CONTROL
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE SPACES TO WS-DETAIL
           MOVE 'RUN-CONTROL RUN-MODE' TO WS-RL-CHECK
           STRING 'RUN-CONTROL SAYS ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LABEL-MODE) DELIMITED BY SIZE
                 WS-LABEL-MODE-SRC DELIMITED BY '  '
                 ', INTENDED ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTENDED-RUN) DELIMITED BY SIZE
                 INTO WS-DETAIL
           END-STRING
           IF (INTENDED-PROOF AND WS-LABEL-MODE = 'PROOF')
              OR (NOT INTENDED-PROOF AND WS-LABEL-MODE = 'LIVE')
               PERFORM 800-PUT-OK
           ELSE
               PERFORM 810-PUT-FAIL
           END-IF.
      *-----------------------------------------------------------------
       241-PARSE-RUN-CONTROL.
           MOVE SPACES TO WS-RC-KEY WS-RC-VAL1 WS-RC-VAL2
           UNSTRING RUN-CONTROL-REC DELIMITED BY ","
             INTO WS-RC-KEY, WS-RC-VAL1, WS-RC-VAL2
           END-UNSTRING
           IF WS-RC-KEY = 'RUN-MODE'
               EVALUATE WS-RC-VAL1(1:5)
                   WHEN 'PROOF'
                       MOVE 'PROOF' TO WS-LABEL-MODE
                       MOVE SPACES TO WS-LABEL-MODE-SRC
                   WHEN 'LIVE '
                       MOVE 'LIVE' TO WS-LABEL-MODE
                       MOVE SPACES TO WS-LABEL-MODE-SRC
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    THE SAME TEST THE LABEL RUN'S 108-CHECK-RESTART MAKES: A
      *    GENERATION WITH A NUMERIC LEAD COUNTER MEANS THE NEXT LIVE
      *    RUN RESUMES FROM IT. A FRESH LIVE RUN MUST NOT FIND ONE
      *    (IT WOULD SKIP TONIGHT'S LIST BY LAST NIGHT'S POSITION); A
      *    RESTART MUST. A PROOF RUN NEVER TOUCHES THE CHECKPOINT, SO
      *    ONE LEFT LYING THERE IS ONLY NOTED.
      *-----------------------------------------------------------------
       250-CHECK-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-RECS-READ NUMERIC
                           SET CKPT-PRESENT TO TRUE
                           MOVE CKPT-RECS-READ TO WS-CKPT-AT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF NOT CKPT-PRESENT
               OPEN INPUT CHECKPOINT-NEW-FILE
               IF WS-CKPTN-STATUS = '00'
                   READ CHECKPOINT-NEW-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CKPTN-RECS-READ NUMERIC
                               SET CKPT-PRESENT TO TRUE
                               MOVE CKPTN-RECS-READ TO WS-CKPT-AT
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-NEW-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-DETAIL
           MOVE 'CHECKPOINT' TO WS-RL-CHECK
           MOVE WS-CKPT-AT TO WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN CKPT-PRESENT AND INTENDED-LIVE
                   STRING 'LEFT AT RECORD ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' - A LIVE RUN WOULD RESTART; CLEAR IT OR '
                             DELIMITED BY SIZE
                         'INTEND A RESTART' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 810-PUT-FAIL
               WHEN CKPT-PRESENT AND INTENDED-RESTART
                   STRING 'RESTART FROM RECORD ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 800-PUT-OK
               WHEN CKPT-PRESENT
                   STRING 'LEFT AT RECORD ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' - UNTOUCHED BY A PROOF, KEPT FOR THE NEXT '
                             DELIMITED BY SIZE
                         'LIVE RUN' DELIMITED BY SIZE
                         INTO WS-DETAIL
                   END-STRING
                   PERFORM 820-PUT-NOTE
               WHEN INTENDED-RESTART
                   MOVE 'NONE - A RESTART WOULD START FROM THE TOP'
                     TO WS-DETAIL
                   PERFORM 810-PUT-FAIL
               WHEN OTHER
                   MOVE 'NONE' TO WS-DETAIL
                   PERFORM 800-PUT-OK
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    PHYSICAL ROW COUNT OF THE CUSTOMER LIST - EVERY ROW, AS THE
      *    LABEL RUN'S SORT INPUT RELEASES EVERY ROW.
      *-----------------------------------------------------------------
       310-COUNT-LIST-ROWS.
           MOVE ZERO TO WS-LIST-ROWS
           MOVE 'N' TO WS-LIST-FOUND-SW
           OPEN INPUT CUST-LIST
           IF WS-LIST-STATUS = '00'
               SET LIST-FOUND TO TRUE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CUST-LIST
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LIST-ROWS
                   END-READ
               END-PERFORM
               CLOSE CUST-LIST
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-STAMP-SW. A STAMP WHOSE FIELDS ARE NOT
      *    ALL NUMERIC IS TREATED AS NO STAMP.
      *-----------------------------------------------------------------
       320-READ-LIST-STAMP.
           MOVE 'N' TO WS-STAMP-SW
           OPEN INPUT LIST-STAMP-FILE
           IF WS-STAMP-STATUS = '00'
               READ LIST-STAMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-STAMP-DATE WS-STAMP-TIME
                                      WS-STAMP-ROWS-X
                       UNSTRING LIST-STAMP-REC DELIMITED BY ","
                         INTO WS-STAMP-DATE, WS-STAMP-TIME,
                         WS-STAMP-ROWS-X
                       END-UNSTRING
                       IF WS-STAMP-DATE NUMERIC
                          AND WS-STAMP-TIME NUMERIC
                          AND WS-STAMP-ROWS-X(1:6) NUMERIC
                           SET STAMP-FOUND TO TRUE
                           MOVE WS-STAMP-ROWS-X(1:6) TO WS-STAMP-ROWS
                           MOVE WS-STAMP-DATE TO WS-LIST-STAMP(1:8)
                           MOVE WS-STAMP-TIME TO WS-LIST-STAMP(9:6)
                       END-IF
               END-READ
               CLOSE LIST-STAMP-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    THE JOURNAL IS EXTENDED IN APPLY ORDER, BUT A CLOCK RESET OR
      *    A RESTORED FILE COULD PUT ROWS OUT OF ORDER, SO THE HIGHEST
      *    STAMP IS KEPT RATHER THAN THE LAST. NO JOURNAL MEANS NO
      *    JOURNALED UPDATE - WS-LAST-UPDATE STAYS SPACES.
      *-----------------------------------------------------------------
       330-FIND-LAST-MASTER-UPDATE.
           MOVE SPACES TO WS-LAST-UPDATE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE JR-BATCH-DATE TO WS-JRNL-STAMP(1:8)
                           MOVE JR-BATCH-TIME TO WS-JRNL-STAMP(9:6)
                           IF WS-JRNL-STAMP NUMERIC
                              AND (WS-LAST-UPDATE = SPACES
                                   OR WS-JRNL-STAMP > WS-LAST-UPDATE)
                               MOVE WS-JRNL-STAMP TO WS-LAST-UPDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    POST-RUN - EVERY MASTER RECORD MUST HAVE BECOME A LIST ROW
      *    AND EVERY LIST ROW MUST HAVE BEEN READ BY THE LABEL RUN.
      *    THE LABEL RUN'S OWN CONTROL TOTALS PROVE WHERE EACH RECORD
      *    IT READ WENT; THIS PROVES IT READ THEM ALL.
      *-----------------------------------------------------------------
       400-BALANCE-CHAIN.
           PERFORM 410-COUNT-MASTER
           MOVE SPACES TO WS-DETAIL
           MOVE 'MASTER RECORDS' TO WS-RL-CHECK
           MOVE WS-MASTER-CTR TO WS-EDIT-COUNT
           MOVE FUNCTION TRIM(WS-EDIT-COUNT) TO WS-DETAIL
           MOVE 'COUNT' TO WS-RL-RESULT
           PERFORM 830-PUT-CHECK-LINE

           PERFORM 320-READ-LIST-STAMP
           MOVE SPACES TO WS-DETAIL
           MOVE 'CUSTEXTR ROWS WRITTEN' TO WS-RL-CHECK
           IF NOT STAMP-FOUND
               MOVE 'NO CUSTEXTR STAMP - CANNOT BALANCE'
                 TO WS-DETAIL
               PERFORM 810-PUT-FAIL
           ELSE
               MOVE WS-STAMP-ROWS TO WS-BAL-FIGURE
               PERFORM 430-JUDGE-AGAINST-MASTER
           END-IF

           PERFORM 310-COUNT-LIST-ROWS
           MOVE SPACES TO WS-DETAIL
           MOVE 'CUSTOMER LIST ROWS' TO WS-RL-CHECK
           IF NOT LIST-FOUND
               MOVE 'p04-cust-list.csv IS MISSING' TO WS-DETAIL
               PERFORM 810-PUT-FAIL
           ELSE
               MOVE WS-LIST-ROWS TO WS-BAL-FIGURE
               PERFORM 430-JUDGE-AGAINST-MASTER
           END-IF

           PERFORM 420-FIND-LEDGER-ROW
           MOVE SPACES TO WS-DETAIL
           MOVE 'LABEL RUN RECS-READ' TO WS-RL-CHECK
           IF NOT LEDGER-ROW-FOUND
               STRING 'NO ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LED-TYPE) DELIMITED BY SIZE
                     ' ROW FOR ' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ' ON THE RUN LEDGER - DID THE LABEL RUN FINISH?'
                         DELIMITED BY SIZE
                     INTO WS-DETAIL
               END-STRING
               PERFORM 810-PUT-FAIL
           ELSE
               MOVE WS-LED-RECS TO WS-BAL-FIGURE
               PERFORM 430-JUDGE-AGAINST-MASTER
           END-IF.
      *-----------------------------------------------------------------
      *    A MASTER THAT CANNOT BE READ STOPS THE RUN - THERE IS
      *    NOTHING TO BALANCE AGAINST.
      *-----------------------------------------------------------------
       410-COUNT-MASTER.
           MOVE ZERO TO WS-MASTER-CTR
           OPEN INPUT CUST-MASTER
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'READYCHK: CANNOT OPEN MASTER, STATUS '
                       WS-CM-STATUS
               CLOSE READY-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-CTR
               END-READ
           END-PERFORM
           CLOSE CUST-MASTER
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-LED-TYPE.
      *-----------------------------------------------------------------
       420-FIND-LEDGER-ROW.
           MOVE 'N' TO WS-LED-SW
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RLED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RL-FIELDS
                           UNSTRING RUN-LEDGER-REC DELIMITED BY ","
                             INTO WS-RL-RUN-DATE, WS-RL-RUN-TYPE,
                             WS-RL-CAMPAIGN, WS-RL-RECS-READ
                           END-UNSTRING
                           IF WS-RL-RUN-DATE = WS-RUN-DATE
                              AND WS-RL-RUN-TYPE = WS-LED-TYPE
                              AND WS-RL-RECS-READ(1:6) NUMERIC
                               SET LEDGER-ROW-FOUND TO TRUE
                               MOVE WS-RL-RECS-READ(1:6) TO WS-LED-RECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    WS-BAL-FIGURE HOLDS THE FIGURE BEING BALANCED; THE CHECK
      *    PASSES WHEN IT EQUALS THE MASTER COUNT.
      *-----------------------------------------------------------------
       430-JUDGE-AGAINST-MASTER.
           MOVE WS-BAL-FIGURE TO WS-EDIT-COUNT
           MOVE WS-MASTER-CTR TO WS-EDIT-COUNT-B
           IF WS-BAL-FIGURE = WS-MASTER-CTR
               STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                     ' - IN BALANCE WITH THE MASTER' DELIMITED BY SIZE
                     INTO WS-DETAIL
               END-STRING
               PERFORM 800-PUT-OK
           ELSE
               STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                     ' - ** OUT OF BALANCE ** MASTER HOLDS '
                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDIT-COUNT-B) DELIMITED BY SIZE
                     INTO WS-DETAIL
               END-STRING
               PERFORM 810-PUT-FAIL
           END-IF.
      *-----------------------------------------------------------------
      *    ONE REPORT LINE PER CHECK. THE CALLER SETS WS-RL-CHECK AND
      *    WS-DETAIL; THESE SET THE RESULT, COUNT IT AND WRITE IT.
      *-----------------------------------------------------------------
       800-PUT-OK.
           ADD 1 TO WS-OK-CTR
           MOVE 'OK' TO WS-RL-RESULT
           PERFORM 830-PUT-CHECK-LINE.
      *-----------------------------------------------------------------
       810-PUT-FAIL.
           ADD 1 TO WS-FAIL-CTR
           MOVE 'FAIL' TO WS-RL-RESULT
           PERFORM 830-PUT-CHECK-LINE.
      *-----------------------------------------------------------------
       820-PUT-NOTE.
           ADD 1 TO WS-NOTE-CTR
           MOVE 'NOTE' TO WS-RL-RESULT
           PERFORM 830-PUT-CHECK-LINE.
      *-----------------------------------------------------------------
       830-PUT-CHECK-LINE.
           MOVE WS-DETAIL TO WS-RL-DETAIL
           WRITE READY-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
       900-WRITE-VERDICT.
           MOVE SPACES TO READY-RPT-REC
           WRITE READY-RPT-REC
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-FAIL-CTR TO WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-FAIL-CTR = ZERO AND POST-PHASE
                   MOVE 'CHAIN IN BALANCE' TO WS-RPT-TEXT
               WHEN WS-FAIL-CTR = ZERO
                   MOVE 'READY - THE LABEL RUN MAY START'
                     TO WS-RPT-TEXT
               WHEN POST-PHASE
                   STRING '** CHAIN OUT OF BALANCE - '
                         DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' CHECK(S) FAILED - HOLD MAILRECON AND THE '
                             DELIMITED BY SIZE
                         'TRANSMISSION **' DELIMITED BY SIZE
                         INTO WS-RPT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING '** NOT READY - ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-COUNT)
                             DELIMITED BY SIZE
                         ' CHECK(S) FAILED - DO NOT START THE LABEL '
                             DELIMITED BY SIZE
                         'RUN **' DELIMITED BY SIZE
                         INTO WS-RPT-TEXT
                   END-STRING
           END-EVALUATE
           WRITE READY-RPT-REC FROM WS-RPT-TEXT
           DISPLAY FUNCTION TRIM(WS-RPT-TEXT).

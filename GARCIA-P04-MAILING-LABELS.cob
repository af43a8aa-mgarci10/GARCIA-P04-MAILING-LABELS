       FILE-CONTROL.
           SELECT CUST-LIST  ASSIGN TO '..\p04-cust-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-FILE ASSIGN TO DYNAMIC WS-LABEL-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO '..\p04-exceptions.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-LIST ASSIGN TO '..\p04-cust-sorted.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAN-LIST ASSIGN TO '..\p04-cust-clean.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE  ASSIGN TO 'SORTWK1'.
           SELECT STATE-REPORT ASSIGN TO DYNAMIC WS-STATE-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO '..\p04-checkpoint.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
           SELECT ZIP-REF-FILE ASSIGN TO '..\p04-zip-reference.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ZIPREF-STATUS.
           SELECT MAILHOUSE-FILE ASSIGN TO DYNAMIC WS-MH-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-MODE-FILE ASSIGN TO '..\p04-label-mode.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RATE-STATUS.
           SELECT MANIFEST-REPORT
                             ASSIGN TO DYNAMIC WS-MAN-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS-FILE
                             ASSIGN TO DYNAMIC WS-CT-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-PARM-FILE
                             ASSIGN TO '..\p04-campaign-parms.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CPARM-STATUS.
           SELECT CAMPAIGN-SUMMARY
                             ASSIGN TO DYNAMIC WS-CSUM-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-SCHEDULE-FILE
                             ASSIGN TO '..\p04-campaign-schedule.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCHED-STATUS.
           SELECT OPTIONAL MAIL-HISTORY
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             ASSIGN TO '..\p04-history-new.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-HISTN-STATUS.
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
           SELECT ZIP5-TALLY-FILE
                             ASSIGN TO '..\p04-zip5-tally.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS ZT-ZIP5
                             ALTERNATE RECORD KEY IS ZT-SEQ
                             FILE STATUS IS WS-ZTAL-STATUS.
           SELECT FREQ-REPORT ASSIGN TO DYNAMIC WS-FREQ-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE
                             ASSIGN TO '..\p04-run-control.txt'
                             ASSIGN TO '..\p04-seed-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SEED-STATUS.
           SELECT SEED-REPORT ASSIGN TO DYNAMIC WS-SEED-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-EXTRACT-FILE
                             ASSIGN TO DYNAMIC WS-PMH-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-STATE-REPORT
                             ASSIGN TO DYNAMIC WS-PSTATE-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-CT-FILE
                             ASSIGN TO DYNAMIC WS-PCT-FILE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-LIST.
       01  CUST-REC                    PIC X(170).

       FD  LABEL-FILE.
       01  LABEL-REC                   PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC               PIC X(199).

       FD  SORTED-LIST.
       01  SORTED-REC                  PIC X(170).

      *    THE SORTED LIST AFTER THE ONE-TIME CLEANUP PASS - ONLY THE
      *    VALID, NOT-SUPPRESSED RECORDS, AS SUBMITTED, WITH THE
      *    CASS-CORRECTED CITY AND STATE CARRIED ALONGSIDE SO EVERY
      *    CAMPAIGN PASS SEES THE STANDARDIZED ADDRESS WITHOUT
      *    REPEATING THE LOOKUP (SEE 140-CLEAN-SORTED-LIST).
       FD  CLEAN-LIST.
       01  CLEAN-REC.
           05  CL-CUST-REC             PIC X(170).
           05  CL-STD-CITY             PIC X(20).
           05  CL-STD-STATE            PIC X(15).

       SD  SORT-FILE.
       01  SORT-REC.
           05  SR-ZIP                  PIC X(15).
           05  SR-CUST-REC             PIC X(170).

       FD  STATE-REPORT.
       01  STATE-REPORT-REC            PIC X(40).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CKPT-PAGE-PEND          PIC X.
           05  FILLER                  PIC X       VALUE SPACE.
      *    CUSTOMER NUMBERS BEHIND THE BUFFERED HOUSEHOLD LABEL (SEE
      *    WS-PEND-CUST-NOS). A CHECKPOINT WRITTEN BEFORE THIS FIELD
      *    EXISTED READS BACK AS SPACES, WHICH IS WHAT IT MEANS.
           05  CKPT-PEND-CUST-NOS      PIC X(69).
           05  FILLER                  PIC X       VALUE SPACE.
      *    CAMPAIGN BEING PRINTED (SEE WS-SCHED-STATUS) - CKPT-RECS-
      *    READ IS THE POSITION IN THE CLEANED LIST WITHIN THIS
      *    CAMPAIGN'S PASS. CKPT-CAMP-DONE 'Y' MARKS A CAMPAIGN THAT
      *    RAN THROUGH ITS LEDGER ROW, SO A RESTART STARTS THE NEXT
      *    ONE AFRESH. A CHECKPOINT WITH NO CAMPAIGN WAS WRITTEN
      *    BEFORE THE CLEANED LIST EXISTED AND COUNTS SORTED RECORDS
      *    INSTEAD - IT CANNOT BE RESTARTED (SEE 123-CHECK-CHECKPOINT-
      *    CAMPAIGN).
           05  CKPT-CAMP-IDX           PIC 9(2).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CKPT-CAMP-DONE          PIC X.
               88  CKPT-CAMPAIGN-DONE              VALUE 'Y'.
           05  FILLER                  PIC X       VALUE SPACE.

      *    SCRATCH GENERATION OF THE CHECKPOINT - WRITTEN AND CLOSED
      *    GOOD BEFORE THE LIVE FILE IS TRUNCATED, SO NO KILL CAN
       01  ZIP-REF-REC                 PIC X(30).

       FD  MAILHOUSE-FILE.
       01  MAILHOUSE-REC               PIC X(340).

       FD  LABEL-MODE-FILE.
       01  LABEL-MODE-REC              PIC X(1).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC                PIC X(120).

       FD  SUPPRESS-REPORT.
       01  SUPPRESS-RPT-REC            PIC X(199).

       FD  COA-FILE.
       01  COA-REC                     PIC X(200).
       FD  CAMPAIGN-SUMMARY.
       01  CAMPAIGN-SUMMARY-REC        PIC X(80).

       FD  CAMPAIGN-SCHEDULE-FILE.
       01  CAMPAIGN-SCHEDULE-REC       PIC X(60).

       FD  MAIL-HISTORY.
       01  HISTORY-REC.
           05  HIST-ADDRESS            PIC X(25).
           05  HIST-MAIL-DATE          PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CAMPAIGN           PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CUST-NOS           PIC X(69).

       FD  FREQ-DAYS-FILE.
       01  FREQ-DAYS-REC               PIC X(3).

      *    SCRATCH COPY OF THE PURGED HISTORY - EVERY ROW STILL IN THE
      *    RETENTION WINDOW PASSES THROUGH HERE AND IS COPIED BACK, SO
      *    THE PURGE REWRITE DROPS EXPIRED ROWS AND NOTHING ELSE.
       FD  HIST-NEW-FILE.
       01  HIST-NEW-REC                PIC X(215).

      *    KEYED WORK COPIES, REBUILT AT THE START OF EVERY RUN FROM
      *    THE SEQUENTIAL FILES ABOVE (WHICH STAY THE FILES OF RECORD
      *    - LEGAL, NIXIE AND THE INQUIRY PROGRAM ALL USE THEM AS IS).
      *    THE HISTORY INDEX HOLDS ONE ENTRY PER ADDRESS WITH ITS MOST
      *    RECENT MAILING DATE, ALL THE FREQUENCY CAP NEEDS; A
      *    DOMESTIC COUNTRY IS KEYED AS SPACES WHATEVER ITS SPELLING.
      *    THE ZIP5 TALLY CARRIES THE ORDER EACH ZIP WAS FIRST SEEN SO
      *    THE MANIFEST LISTS THEM IN EXTRACT ORDER.
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

       FD  ZIP5-TALLY-FILE.
       01  ZIP5-TALLY-REC.
           05  ZT-ZIP5                 PIC X(5).
           05  ZT-SEQ                  PIC 9(6).
           05  ZT-COUNT                PIC 9(6).

       FD  FREQ-REPORT.
       01  FREQ-RPT-REC                PIC X(200).
      *    FILES THE RESUBMIT RUN AND THE MAIL-HOUSE RECONCILIATION
      *    WORK FROM. SEE THE COMMENT AT WS-RUN-MODE.
       FD  PROOF-EXTRACT-FILE.
       01  PROOF-EXTRACT-REC           PIC X(340).

       FD  PROOF-STATE-REPORT.
       01  PROOF-STATE-REC             PIC X(40).
           03  WS-DASH               PIC X VALUE "-".
           03  WS-COMMA               PIC XX VALUE ", ".
       01  WS-EXCEPTION-REC.
           03  WS-EXC-CUSTREC          PIC X(170).
           03  FILLER                  PIC X       VALUE SPACE.
           03  WS-EXC-REASON           PIC X(28).
       01  WS-EXC-REASON-SAVE          PIC X(28).
       01  WS-EXC-CTR                  PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
      *    DO-NOT-MAIL SUPPRESSION - LEGAL'S OPT-OUT/DECEASED/PRIOR-
      *    UNDELIVERABLE/LEGAL-HOLD LIST, LOADED ONCE AT STARTUP FROM
      *    AN OPTIONAL FILE (ROWS: LNAME,FNAME,ADDRESS,ZIP5,REASON-
      *    CODE,ADDED-DATE,SOURCE,EXPIRY-DATE - THE LAST THREE ARE
      *    STAMPED BY LNAME-P04-SUPPMAINT) INTO THE KEYED SUPPRESSION
      *    INDEX AND CHECKED BEFORE A LABEL IS EVER BUFFERED. A ROW
      *    PAST ITS EXPIRY DATE IS LEFT OUT OF THE INDEX - IT NO
      *    LONGER SUPPRESSES, EVEN BEFORE SUPPMAINT PURGES IT. A
      *    SUPPRESSED RECORD IS DELIBERATELY NOT MAILED, SO IT IS
      *    COUNTED APART FROM WS-EXC-CTR AND REPORTED WITH ITS MATCH
      *    REASON.
      *-----------------------------------------------------------------
       01  WS-SUPP-STATUS               PIC XX.
       01  WS-SIDX-STATUS               PIC XX.
       01  WS-SUPP-MATCH-SW             PIC X       VALUE 'N'.
           88  WS-SUPP-MATCHED                      VALUE 'Y'.
       01  WS-SUPP-REASON-CD            PIC X       VALUE SPACE.
       01  WS-SUPP-REASON-TXT           PIC X(20).
       01  WS-SUPP-CTR                  PIC 9(6)    VALUE ZERO.
       01  WS-SUPP-ADDED-DATE           PIC X(8).
       01  WS-SUPP-SOURCE               PIC X(10).
       01  WS-SUPP-EXPIRY-DATE          PIC X(8).
       01  WS-SUPP-EXPIRED-CTR          PIC 9(6)    VALUE ZERO.
       01  WS-SUPP-RPT-LINE.
           03  WS-SUPP-RPT-CUSTREC      PIC X(170).
           03  FILLER                   PIC X       VALUE SPACE.
           03  WS-SUPP-RPT-REASON       PIC X(20).
      *-----------------------------------------------------------------
           88  WS-COA-FOUND                         VALUE 'Y'.
       01  WS-MOVE-CTR                  PIC 9(6)    VALUE ZERO.
       01  WS-MOVE-RPT-LINE             PIC X(250).
       01  WS-MOVE-OLD-REC              PIC X(170).
      *-----------------------------------------------------------------
      *    USPS PRESORT QUALIFICATION / POSTAGE MANIFEST - BUILT AT END
      *    OF RUN BY RE-READING THE MAIL-HOUSE EXTRACT (WHICH HOLDS ONE
       01  WS-NONQ-RATE                 PIC 9V999   VALUE .735.
       01  WS-RATE-KEY                  PIC X(4).
       01  WS-RATE-VAL                  PIC X(10).
       01  WS-ZTAL-STATUS               PIC XX.
       01  WS-ZIP5-TAB-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-ZIP3-TAB-CTR              PIC 9(4)    VALUE ZERO.
       01  WS-ZIP3-TABLE.
           03  WS-Z3-ENTRY OCCURS 1000 TIMES.
           03  WS-MAN-BARCODE           PIC X(10).
           03  WS-MAN-SEED              PIC X.
               88  WS-MAN-SEED-PIECE    VALUE 'S'.
           03  WS-MAN-CUST-NOS          PIC X(69).
       01  WS-MAN-INTL-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-MAN-QUAL-PIECES           PIC 9(6)    VALUE ZERO.
       01  WS-MAN-NONQ-PIECES           PIC 9(6)    VALUE ZERO.
           03  WS-CS-DROP               PIC ZZZ,ZZ9.
       01  WS-CAMP-HEAD-LINE            PIC X(40).
      *-----------------------------------------------------------------
      *    CAMPAIGN SCHEDULE - AN OPTIONAL FILE THAT LETS ONE RUN DROP
      *    SEVERAL CAMPAIGNS OFF A SINGLE SORT AND CLEANUP PASS. A
      *    CAMPAIGN ROW OPENS EACH CAMPAIGN'S BLOCK; THE ROWS AFTER IT
      *    APPLY TO THAT CAMPAIGN ONLY:
      *        CAMPAIGN,code
      *        FREQ-DAYS,nnn         (DEFAULT: THE RUN'S FREQ-DAYS)
      *        LABEL-START-ROW,n / LABEL-START-COL,n   (DEFAULT 1/1 -
      *                              A HALF-USED SHEET IS IN THE
      *                              PRINTER FOR ONE LABEL FILE ONLY)
      *        STATE-INCLUDE,XX / STATE-EXCLUDE,XX
      *        ZIP-RANGE,lllll,hhhhh / SCOPE,D|I|B
      *    THE COA, SORT, VALIDATION, SUPPRESSION, STANDARDIZATION AND
      *    HISTORY LOAD RUN ONCE; THEN EACH CAMPAIGN, IN SCHEDULE
      *    ORDER, MAKES ITS OWN PASS OVER THE CLEANED LIST AND WRITES
      *    ITS OWN LABEL FILE, EXTRACT (WITH TRAILER), MANIFEST, STATE
      *    AND SELECTION SUMMARIES, FREQUENCY AND SEED REPORTS AND
      *    CONTROL TOTALS, NAMED WITH THE CAMPAIGN CODE (E.G.
      *    P04-LABELS-SPRING.TXT), PLUS ITS OWN LEDGER ROWS. A
      *    SCHEDULED RUN ALSO CAPS ANY ADDRESS ALREADY MAILED TODAY -
      *    BY AN EARLIER CAMPAIGN IN THE SAME RUN OR BY AN EARLIER RUN
      *    - WHATEVER THE CAMPAIGN'S FREQ-DAYS, SO ONE HOUSEHOLD IS
      *    NEVER HIT BY TWO DROPS ON THE SAME DAY. WITH A SCHEDULE IN
      *    USE, THE CAMPAIGN CODE AND SELECTION RULES FROM THE
      *    CAMPAIGN-PARM AND RUN-CONTROL FILES ARE IGNORED. WITH NO
      *    SCHEDULE THE RUN IS THE SINGLE CAMPAIGN THOSE FILES
      *    DESCRIBE, UNDER THE ORIGINAL FILE NAMES, EXACTLY AS BEFORE.
      *-----------------------------------------------------------------
       01  WS-SCHED-STATUS              PIC XX.
       01  WS-SCHED-SW                  PIC X       VALUE 'N'.
           88  SCHEDULED-RUN                        VALUE 'Y'.
       01  WS-SCHED-CTR                 PIC 9(2)    VALUE ZERO.
       01  WS-SCHED-TABLE               VALUE SPACES.
           03  WS-SCH-ENTRY OCCURS 10 TIMES.
               05  WS-SCH-CODE          PIC X(10).
               05  WS-SCH-FDAYS-SW      PIC X.
                   88  WS-SCH-FDAYS-SET             VALUE 'Y'.
               05  WS-SCH-FREQ-DAYS     PIC 9(3).
               05  WS-SCH-START-ROW     PIC 9(2).
               05  WS-SCH-START-COL     PIC 9(2).
               05  WS-SCH-RULE-CTR      PIC 9(2).
               05  WS-SCH-RULE OCCURS 20 TIMES.
                   07  WS-SCH-SEL-TYPE  PIC X(2).
                   07  WS-SCH-SEL-VAL1  PIC X(15).
                   07  WS-SCH-SEL-VAL2  PIC X(15).
       01  WS-SCH-IDX                   PIC 9(2)    VALUE ZERO.
       01  WS-SCH-CHK-IDX               PIC 9(2)    VALUE ZERO.
       01  WS-SCH-RULE-IDX              PIC 9(2)    VALUE ZERO.
       01  WS-SCH-KEY                   PIC X(16).
       01  WS-SCH-MAX-FDAYS             PIC 9(3)    VALUE ZERO.
       01  WS-SCH-DUP-SW                PIC X       VALUE 'N'.
           88  WS-SCH-DUPLICATE                     VALUE 'Y'.
       01  WS-CAMP-IDX                  PIC 9(2)    VALUE ZERO.
       01  WS-CAMP-CTR                  PIC 9(2)    VALUE 1.
       01  WS-RESUME-CAMP-IDX           PIC 9(2)    VALUE 1.
       01  WS-CKPT-DONE-SW              PIC X       VALUE 'N'.
       01  WS-DROP-OOB-SW               PIC X       VALUE 'N'.
           88  ANY-DROP-OUT-OF-BALANCE              VALUE 'Y'.
      *    PER-CAMPAIGN OUTPUT NAMES - THE VALUES ARE THE UNSCHEDULED
      *    RUN'S NAMES; 615-SET-CAMPAIGN-FILE-NAMES ADDS THE CAMPAIGN
      *    CODE FOR A SCHEDULED RUN.
       01  WS-CAMP-FILE-NAMES.
           03  WS-LABEL-FILE-NAME       PIC X(60)   VALUE
               '..\p04-labels.txt'.
           03  WS-MH-FILE-NAME          PIC X(60)   VALUE
               '..\p04-mailhouse.csv'.
           03  WS-MAN-FILE-NAME         PIC X(60)   VALUE
               '..\p04-postage-manifest.txt'.
           03  WS-CT-FILE-NAME          PIC X(60)   VALUE
               '..\p04-control-totals.txt'.
           03  WS-STATE-FILE-NAME       PIC X(60)   VALUE
               '..\p04-state-summary.txt'.
           03  WS-CSUM-FILE-NAME        PIC X(60)   VALUE
               '..\p04-campaign-summary.txt'.
           03  WS-FREQ-FILE-NAME        PIC X(60)   VALUE
               '..\p04-freq-report.txt'.
           03  WS-SEED-FILE-NAME        PIC X(60)   VALUE
               '..\p04-seed-report.txt'.
           03  WS-PMH-FILE-NAME         PIC X(60)   VALUE
               '..\p04-mailhouse-proof.csv'.
           03  WS-PSTATE-FILE-NAME      PIC X(60)   VALUE
               '..\p04-state-summary-proof.txt'.
           03  WS-PCT-FILE-NAME         PIC X(60)   VALUE
               '..\p04-control-totals-proof.txt'.
       01  WS-FN-STEM                   PIC X(40).
       01  WS-FN-EXT                    PIC X(4).
       01  WS-FN-OUT                    PIC X(60).
      *-----------------------------------------------------------------
      *    POSTNET-STYLE ROUTING CODE - THE ZIP+4 DIGITS PLUS A CHECK
      *    DIGIT (THE DIGIT THAT BRINGS THE SUM TO A MULTIPLE OF TEN),
      *    PRINTED AS AN EXTRA LABEL LINE FOR THE BARCODE FONT AND
      *    MISSING OR ZERO TURNS CAPPING OFF). THE RETENTION PURGE
      *    RUNS ON EVERY RUN - ENTRIES TOO OLD TO EVER BLOCK A
      *    MAILING AGAIN ARE DROPPED WHEN THE HISTORY IS LOADED, SO
      *    THE FILE CANNOT GROW FOREVER EVEN WITH CAPPING OFF. THE
      *    KEPT ROWS ARE LOADED INTO THE KEYED HISTORY INDEX, SO THE
      *    CAP SEES EVERY ROW HOWEVER LARGE THE HISTORY GROWS.
      *-----------------------------------------------------------------
       01  WS-HIST-STATUS               PIC XX.
       01  WS-FDAYS-STATUS              PIC XX.
       01  WS-HISTN-STATUS              PIC XX.
       01  WS-HIDX-STATUS               PIC XX.
      *    SCRATCH FOR ACCEPTING A LEFT-JUSTIFIED OPERATOR ENTRY LIKE
      *    "30" - SEE 112-LOAD-MAIL-HISTORY.
       01  WS-FDAYS-TEMP                PIC X(3).
       01  WS-RUN-DATE-INT              PIC 9(8)    VALUE ZERO.
       01  WS-HIST-DATE-N               PIC 9(8)    VALUE ZERO.
       01  WS-HIST-AGE                  PIC S9(8)   VALUE ZERO.
       01  WS-HIST-TAB-CTR              PIC 9(7)    VALUE ZERO.
       01  WS-HIST-PURGE-CTR            PIC 9(7)    VALUE ZERO.
       01  WS-FREQ-MATCH-SW             PIC X       VALUE 'N'.
           88  WS-FREQ-CAPPED                       VALUE 'Y'.
       01  WS-FREQ-PRIOR-DATE           PIC X(8)    VALUE SPACES.
       01  WS-PEND-COUNTRY              PIC X(20)   VALUE SPACES.
       01  WS-MERGE-TEMP                PIC X(120).
      *-----------------------------------------------------------------
      *    CUSTOMER NUMBERS COVERED BY THE PENDING LABEL, SLASH-
      *    SEPARATED (NNNNNN/NNNNNN/...), SO A HOUSEHOLD-MERGED LABEL
      *    STILL NAMES EVERY CUSTOMER IT WAS PRINTED FOR. ROOM FOR TEN
      *    NUMBERS; A LARGER HOUSEHOLD STILL MERGES ITS NAMES BUT THE
      *    EXTRA NUMBERS ARE WARNED ABOUT AND DROPPED. VALUE SPACES
      *    FOR THE SAME CHECKPOINT REASON AS THE FIELDS ABOVE.
      *    WS-LABEL-CUST-NOS IS THE LIST FOR THE LABEL BEING PRINTED
      *    (SPACES FOR A SEED) AND GOES TO THE EXTRACT'S LAST COLUMN.
      *-----------------------------------------------------------------
       01  WS-CUST-NO                   PIC X(6)    VALUE SPACES.
       01  WS-PEND-CUST-NOS             PIC X(69)   VALUE SPACES.
       01  WS-LABEL-CUST-NOS            PIC X(69)   VALUE SPACES.
       01  WS-CUST-NOS-LEN              PIC 9(2)    VALUE ZERO.
      *-----------------------------------------------------------------
      *    HOLD AREA FOR THE CURRENT RECORD ACROSS THE PENDING-LABEL
      *    FLUSH - 178-FLUSH-PENDING-HOUSEHOLD PRINTS THROUGH THE WS-*
      *    CURRENT FIELDS, SO THE RECORD BEING BUFFERED HAS TO BE SAVED
       01  WS-HOLD-STATE                PIC X(15).
       01  WS-HOLD-ZIP                  PIC X(15).
       01  WS-HOLD-COUNTRY              PIC X(20).
       01  WS-HOLD-CUST-NO              PIC X(6).
      *-----------------------------------------------------------------
      *    LABEL-FILE LAYOUT MODE - '3' FOR 3-UP AVERY LABEL STOCK, OR
      *    '1' FOR THE ORIGINAL SINGLE-COLUMN LAYOUT (PLAIN STOCK).
      *    WRITTEN ALONGSIDE LABEL-FILE FROM 210-PRINT-LABEL.
      *-----------------------------------------------------------------
       01  WS-CSV-COMMA                 PIC X       VALUE ','.
       01  WS-MH-LINE                   PIC X(340).
       01  WS-MH-HEADING.
           03  FILLER                  PIC X(50)  VALUE
               'CAMPAIGN,FULLNAME,ADDRESS,ADDRESS2,CITY,STATE,ZIP,'.
           03  FILLER                  PIC X(110) VALUE
               'COUNTRY,BARCODE,SEED,CUSTNO'.
       01  WS-STATE-REPORT-LINE.
           03  WS-SR-STATE              PIC X(6).
           03  FILLER                   PIC X(3)    VALUE SPACES.

      *-----------------------------------------------------------------
      *    RESTART/CHECKPOINT SUPPORT - THE CHECKPOINT FILE IS REWRITTEN
      *    EVERY WS-CKPT-INTERVAL CLEANED-LIST RECORDS SO A KILLED RUN
      *    CAN RESUME WITHOUT REPRINTING LABELS ALREADY RUN OFF. THE
      *    CLEANUP PASS (AND WITH IT THE EXCEPTION AND SUPPRESSION
      *    REPORTS) IS SIMPLY REDONE; THE CAMPAIGNS A SCHEDULED RUN HAD
      *    ALREADY FINISHED ARE SKIPPED. LABEL-FILE/MAILHOUSE-FILE ARE
      *    REOPENED IN EXTEND MODE FOR THE CAMPAIGN THAT WAS KILLED
      *    RATHER THAN RECONCILED AGAINST WHAT THEY ALREADY HOLD, SO
      *    ANY CLEANED-LIST RECORD PROCESSED SINCE THE LAST CHECKPOINT
      *    GETS REPRINTED - A REAL DUPLICATE LABEL, NOT JUST A
      *    DUPLICATE COUNT. WS-CKPT-INTERVAL IS THEREFORE
      *    KEPT AT 1 (CHECKPOINT AFTER EVERY RECORD) SO THAT WINDOW IS
      *    ALWAYS EMPTY; THE OPEN OUTPUT/WRITE/CLOSE PER RECORD IS
      *    CHEAP NEXT TO THE COST OF A DUPLICATE MAILING.
       01  WS-RESTART-SW                PIC X       VALUE 'N'.
           88  RESTART-RUN                          VALUE 'Y'.
       01  WS-RECS-READ                 PIC 9(6)    VALUE ZERO.
      *    POSITION IN THE CLEANED LIST DURING A CAMPAIGN'S PASS - THE
      *    CHECKPOINTED POSITION, SINCE THE CLEANUP PASS IS SIMPLY
      *    REDONE ON A RESTART.
       01  WS-CLEAN-READ                PIC 9(6)    VALUE ZERO.
       01  WS-CLEAN-CTR                 PIC 9(6)    VALUE ZERO.
       01  WS-CKPT-INTERVAL             PIC 9(4)    VALUE 1.

      *-----------------------------------------------------------------
       01  WS-SEED-IDX                  PIC 9(3)    VALUE ZERO.
       01  WS-SEED-CTR                  PIC 9(6)    VALUE ZERO.
      *    'S' WHILE A SEED PIECE IS GOING THROUGH 210-PRINT-LABEL;
      *    WRITTEN AS THE EXTRACT'S SEED COLUMN FOR EVERY ROW.
       01  WS-SEED-FLAG                 PIC X       VALUE SPACE.
           88  SEED-PIECE                           VALUE 'S'.
       01  WS-SEED-RPT-LINE             PIC X(200).
       01  WS-RC-FDAYS-SW               PIC X       VALUE 'N'.
           88  WS-RC-FDAYS-SET                      VALUE 'Y'.
      *-----------------------------------------------------------------
      *    PERSISTENT RUN LEDGER - ONE CSV ROW APPENDED PER RUN (HERE,
      *    BY THE RESUBMIT RUN AND BY THE MAIL-HOUSE RECONCILIATION)
      *    SO VOLUME AND COST TRENDING READS ONE FILE INSTEAD OF SAVED
      *    COPIES OF THE CONTROL TOTALS - LNAME-P04-RUNTREND READS IT.
      *    COLUMNS: RUN-DATE,RUN-TYPE,CAMPAIGN,RECS-READ,LABELS,
      *    MERGED,EXCEPTIONS,SUPPRESSED,NOT-SELECTED,FREQ-CAPPED,
      *    SEEDS,EST-POSTAGE,RETURN-CODE.
           PERFORM 111-LOAD-POSTAGE-RATES.
           PERFORM 130-LOAD-RUN-CONTROL.
           PERFORM 135-LOAD-SEED-LIST.
           PERFORM 136-LOAD-CAMPAIGN-SCHEDULE.
      *    A PROOF RUN NEITHER CONSUMES NOR DISTURBS A CHECKPOINT LEFT
      *    BY A KILLED LIVE RUN - THE NEXT LIVE RUN STILL RESTARTS.
      *    THE CHECKPOINT IS PROVED USABLE BEFORE THE HISTORY PURGE
      *    OR ANY OUTPUT FILE IS TOUCHED.
           IF NOT PROOF-RUN
               PERFORM 108-CHECK-RESTART
               IF RESTART-RUN
                   PERFORM 123-CHECK-CHECKPOINT-CAMPAIGN
               END-IF
           END-IF.
           PERFORM 112-LOAD-MAIL-HISTORY.
           PERFORM 105-SORT-CUST-LIST.
           PERFORM 140-CLEAN-SORTED-LIST.

           PERFORM 600-RUN-CAMPAIGN
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-CTR.

           CLOSE HIST-INDEX-FILE.
           IF NOT PROOF-RUN
               PERFORM 510-CLEAR-CHECKPOINT
           END-IF.
           IF ANY-DROP-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    ONE CAMPAIGN'S DROP (SEE THE COMMENT AT WS-SCHED-STATUS). AN
      *    UNSCHEDULED RUN COMES THROUGH HERE EXACTLY ONCE, WITH THE
      *    CAMPAIGN SETTINGS THE PARAMETER FILES ALREADY LOADED. ON A
      *    RESTART THE CAMPAIGNS THE KILLED RUN HAD FINISHED ARE
      *    PASSED OVER - THEIR FILES, HISTORY AND LEDGER ROWS ARE
      *    ALREADY WRITTEN.
      *-----------------------------------------------------------------
       600-RUN-CAMPAIGN.
           PERFORM 605-RESET-CAMPAIGN
           IF SCHEDULED-RUN
               PERFORM 610-LOAD-SCHEDULED-CAMPAIGN
               PERFORM 615-SET-CAMPAIGN-FILE-NAMES
           END-IF
           IF WS-CAMP-IDX < WS-RESUME-CAMP-IDX
               DISPLAY 'CAMPAIGN ' FUNCTION TRIM(WS-CAMPAIGN-CODE)
                       ' ALREADY DROPPED - SKIPPED ON RESTART'
           ELSE
               PERFORM 620-DROP-CAMPAIGN
           END-IF.
      *-----------------------------------------------------------------
      *    PUTS EVERY PER-CAMPAIGN COUNTER, BUFFER AND TABLE BACK TO
      *    ITS STARTING VALUE, SO NO CAMPAIGN INHERITS A LABEL, A ZIP
      *    BUNDLE, A SHEET POSITION OR A COUNT FROM THE ONE BEFORE IT.
      *    THE RUN-WIDE COUNTS FROM THE CLEANUP PASS (RECORDS READ,
      *    EXCEPTIONS, SUPPRESSED, MOVES) ARE LEFT ALONE. A NO-OP FOR
      *    THE FIRST (OR ONLY) CAMPAIGN.
      *-----------------------------------------------------------------
       605-RESET-CAMPAIGN.
           MOVE ZERO TO WS-CTR WS-MERGE-CTR WS-INTL-CTR WS-NOSEL-CTR
                        WS-FREQ-CTR WS-SEED-CTR WS-CLEAN-READ
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-RULE-CTR
               MOVE ZERO TO WS-SEL-KEPT(WS-SEL-IDX)
               MOVE ZERO TO WS-SEL-DROP(WS-SEL-IDX)
           END-PERFORM
           MOVE ZERO TO WS-STATE-TAB-CTR
           MOVE SPACES TO WS-STATE-TABLE
           MOVE 'N' TO WS-PEND-ACTIVE-SW
           MOVE SPACES TO WS-PEND-FULLNAME WS-PEND-ADDRESS
                          WS-PEND-ADDR2 WS-PEND-CITY WS-PEND-STATE
                          WS-PEND-ZIP WS-PEND-COUNTRY
                          WS-PEND-CUST-NOS WS-LABEL-CUST-NOS
           MOVE ZERO TO WS-3UP-COUNT
           MOVE SPACES TO WS-3UP-BUF
           MOVE ZERO TO WS-SHEET-ROW-CTR
           MOVE 'N' TO WS-START-DONE-SW
           MOVE 'N' TO WS-PAGE-PEND-SW
           MOVE SPACES TO WS-PREV-ZIP-P1
           MOVE SPACE TO WS-SEED-FLAG
           MOVE ZERO TO WS-ZIP5-TAB-CTR WS-ZIP3-TAB-CTR
                        WS-MAN-INTL-CTR WS-MAN-QUAL-PIECES
                        WS-MAN-NONQ-PIECES WS-MAN-QUAL-COST
                        WS-MAN-NONQ-COST WS-MAN-TOT-COST
                        WS-MH-PHYS-CTR
           MOVE 'N' TO WS-OOB-SW.
      *-----------------------------------------------------------------
      *    MAKES SCHEDULE ENTRY WS-CAMP-IDX THE CURRENT CAMPAIGN - ITS
      *    CODE, FREQUENCY-CAP DAYS, LABEL START POSITION AND
      *    SELECTION RULES, WITH THE RULE COUNTERS ZEROED.
      *-----------------------------------------------------------------
       610-LOAD-SCHEDULED-CAMPAIGN.
           MOVE WS-SCH-CODE(WS-CAMP-IDX)      TO WS-CAMPAIGN-CODE
           MOVE WS-SCH-FREQ-DAYS(WS-CAMP-IDX) TO WS-FREQ-DAYS
           MOVE WS-SCH-START-ROW(WS-CAMP-IDX) TO WS-START-ROW
           MOVE WS-SCH-START-COL(WS-CAMP-IDX) TO WS-START-COL
           MOVE SPACES TO WS-SEL-RULE-TABLE
           MOVE WS-SCH-RULE-CTR(WS-CAMP-IDX) TO WS-SEL-RULE-CTR
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-RULE-CTR
               MOVE WS-SCH-SEL-TYPE(WS-CAMP-IDX WS-SEL-IDX)
                 TO WS-SEL-TYPE(WS-SEL-IDX)
               MOVE WS-SCH-SEL-VAL1(WS-CAMP-IDX WS-SEL-IDX)
                 TO WS-SEL-VAL1(WS-SEL-IDX)
               MOVE WS-SCH-SEL-VAL2(WS-CAMP-IDX WS-SEL-IDX)
                 TO WS-SEL-VAL2(WS-SEL-IDX)
               MOVE ZERO TO WS-SEL-KEPT(WS-SEL-IDX)
               MOVE ZERO TO WS-SEL-DROP(WS-SEL-IDX)
           END-PERFORM.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-CAMP-FILE-NAMES. EACH OUTPUT KEEPS ITS
      *    USUAL NAME WITH -CODE ADDED AHEAD OF THE EXTENSION.
      *-----------------------------------------------------------------
       615-SET-CAMPAIGN-FILE-NAMES.
           MOVE '..\p04-labels' TO WS-FN-STEM
           MOVE '.txt' TO WS-FN-EXT
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-LABEL-FILE-NAME
           MOVE '..\p04-mailhouse' TO WS-FN-STEM
           MOVE '.csv' TO WS-FN-EXT
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-MH-FILE-NAME
           MOVE '..\p04-postage-manifest' TO WS-FN-STEM
           MOVE '.txt' TO WS-FN-EXT
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-MAN-FILE-NAME
           MOVE '..\p04-control-totals' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-CT-FILE-NAME
           MOVE '..\p04-state-summary' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-STATE-FILE-NAME
           MOVE '..\p04-campaign-summary' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-CSUM-FILE-NAME
           MOVE '..\p04-freq-report' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-FREQ-FILE-NAME
           MOVE '..\p04-seed-report' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-SEED-FILE-NAME
           MOVE '..\p04-state-summary-proof' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-PSTATE-FILE-NAME
           MOVE '..\p04-control-totals-proof' TO WS-FN-STEM
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-PCT-FILE-NAME
           MOVE '..\p04-mailhouse-proof' TO WS-FN-STEM
           MOVE '.csv' TO WS-FN-EXT
           PERFORM 616-BUILD-FILE-NAME
           MOVE WS-FN-OUT TO WS-PMH-FILE-NAME.
      *-----------------------------------------------------------------
       616-BUILD-FILE-NAME.
           MOVE SPACES TO WS-FN-OUT
           STRING FUNCTION TRIM(WS-FN-STEM) DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CAMPAIGN-CODE) DELIMITED BY SIZE
                 WS-FN-EXT DELIMITED BY SIZE
                 INTO WS-FN-OUT
           END-STRING.
      *-----------------------------------------------------------------
      *    ONE PASS OVER THE CLEANED LIST FOR THE CURRENT CAMPAIGN -
      *    SELECTION, FREQUENCY CAP, HOUSEHOLDING, LABELS AND EXTRACT,
      *    THEN THE SEEDS, SUMMARIES, TRAILER, MANIFEST, CONTROL
      *    TOTALS AND LEDGER ROW FOR THIS CAMPAIGN ALONE.
      *-----------------------------------------------------------------
       620-DROP-CAMPAIGN.
           OPEN INPUT CLEAN-LIST.
           IF RESTART-RUN AND WS-CAMP-IDX = WS-RESUME-CAMP-IDX
               OPEN EXTEND LABEL-FILE
               OPEN EXTEND MAILHOUSE-FILE
               OPEN EXTEND FREQ-REPORT
               PERFORM 625-RESTORE-CHECKPOINT
               PERFORM 109-SKIP-PROCESSED-RECORDS
           ELSE
               IF PROOF-RUN
                   OPEN OUTPUT PROOF-EXTRACT-FILE
                   OPEN OUTPUT FREQ-REPORT
                   WRITE PROOF-EXTRACT-REC FROM WS-MH-HEADING
               ELSE
                   OPEN OUTPUT LABEL-FILE
                   OPEN OUTPUT MAILHOUSE-FILE
                   OPEN OUTPUT FREQ-REPORT
                   WRITE MAILHOUSE-REC FROM WS-MH-HEADING
      *            A LATER CAMPAIGN CHECKPOINTS ITS START AT ONCE, IN
      *            PLACE OF THE CAMPAIGN BEFORE'S COMPLETION MARK.
                   IF WS-CAMP-IDX > 1
                       PERFORM 500-WRITE-CHECKPOINT
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CLEAN-LIST
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CLEAN-READ
                       MOVE CL-CUST-REC TO CUST-REC
                       PERFORM 200-PROCESS-RECORD
                       IF NOT PROOF-RUN
                          AND FUNCTION MOD(WS-CLEAN-READ
                              WS-CKPT-INTERVAL) = 0
                           PERFORM 500-WRITE-CHECKPOINT
                       END-IF
           DISPLAY 'NOT SELECTED  : ', WS-NOSEL-CTR.
           DISPLAY 'FREQ-CAPPED   : ', WS-FREQ-CTR.
           DISPLAY 'SEEDS INJECTED: ', WS-SEED-CTR.
           CLOSE CLEAN-LIST
                 FREQ-REPORT.
           IF PROOF-RUN
               CLOSE PROOF-EXTRACT-FILE
           ELSE
               PERFORM 935-WRITE-EXTRACT-TRAILER
               CLOSE LABEL-FILE
                     MAILHOUSE-FILE
           END-IF.
           PERFORM 950-POSTAGE-MANIFEST.
           PERFORM 980-CAMPAIGN-SUMMARY.
           PERFORM 970-BALANCE-CONTROL-TOTALS.
      *    EACH LEDGER ROW CARRIES ITS OWN CAMPAIGN'S RETURN CODE; THE
      *    RUN AS A WHOLE ENDS WITH 8 IF ANY CAMPAIGN WAS OUT.
           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
               SET ANY-DROP-OUT-OF-BALANCE TO TRUE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 990-WRITE-RUN-LEDGER.
      *    MARKS THE CAMPAIGN COMPLETE THE MOMENT ITS LEDGER ROW IS
      *    DOWN - A KILL FROM HERE ON MUST NOT REOPEN A FINISHED
      *    EXTRACT BEHIND ITS TRAILER OR LEDGER THE CAMPAIGN TWICE.
           IF NOT PROOF-RUN
               MOVE 'Y' TO WS-CKPT-DONE-SW
               PERFORM 500-WRITE-CHECKPOINT
               MOVE 'N' TO WS-CKPT-DONE-SW
           END-IF.
      *-----------------------------------------------------------------
      *    PICKS THE KILLED CAMPAIGN BACK UP WHERE ITS LAST CHECKPOINT
      *    LEFT IT. THE RUN-WIDE CLEANUP COUNTS (RECORDS READ,
      *    EXCEPTIONS, SUPPRESSED) ARE NOT RESTORED - THE CLEANUP PASS
      *    WAS JUST REDONE AND COUNTED THEM AFRESH.
      *-----------------------------------------------------------------
       625-RESTORE-CHECKPOINT.
           MOVE CKPT-CTR       TO WS-CTR
           MOVE CKPT-FREQ-CTR  TO WS-FREQ-CTR
           MOVE CKPT-MERGE-CTR TO WS-MERGE-CTR
           MOVE CKPT-INTL-CTR  TO WS-INTL-CTR
           MOVE CKPT-STATE-TAB-CTR TO WS-STATE-TAB-CTR
           PERFORM VARYING WS-CKPT-ST-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-ST-IDX > 60
               MOVE CKPT-ST-CODE(WS-CKPT-ST-IDX)
                 TO WS-ST-CODE(WS-CKPT-ST-IDX)
               MOVE CKPT-ST-COUNT(WS-CKPT-ST-IDX)
                 TO WS-ST-COUNT(WS-CKPT-ST-IDX)
           END-PERFORM
           MOVE CKPT-NOSEL-CTR TO WS-NOSEL-CTR
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > 20
               MOVE CKPT-SEL-KEPT(WS-SEL-IDX)
                 TO WS-SEL-KEPT(WS-SEL-IDX)
               MOVE CKPT-SEL-DROP(WS-SEL-IDX)
                 TO WS-SEL-DROP(WS-SEL-IDX)
           END-PERFORM
           MOVE CKPT-RECS-READ TO WS-CLEAN-READ
           MOVE CKPT-PEND-ACTIVE   TO WS-PEND-ACTIVE-SW
           MOVE CKPT-PEND-FULLNAME TO WS-PEND-FULLNAME
           MOVE CKPT-PEND-ADDRESS  TO WS-PEND-ADDRESS
           MOVE CKPT-PEND-ADDR2    TO WS-PEND-ADDR2
           MOVE CKPT-PEND-CITY     TO WS-PEND-CITY
           MOVE CKPT-PEND-STATE    TO WS-PEND-STATE
           MOVE CKPT-PEND-ZIP      TO WS-PEND-ZIP
           MOVE CKPT-PEND-COUNTRY  TO WS-PEND-COUNTRY
           MOVE CKPT-PEND-CUST-NOS TO WS-PEND-CUST-NOS
           MOVE CKPT-3UP-COUNT TO WS-3UP-COUNT
           PERFORM VARYING WS-3UP-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-3UP-CKPT-IDX > 3
               MOVE CKPT-3UP-NAME(WS-3UP-CKPT-IDX)
                 TO WS-3UP-NAME(WS-3UP-CKPT-IDX)
               MOVE CKPT-3UP-ADDR(WS-3UP-CKPT-IDX)
                 TO WS-3UP-ADDR(WS-3UP-CKPT-IDX)
               MOVE CKPT-3UP-ADDR2(WS-3UP-CKPT-IDX)
                 TO WS-3UP-ADDR2(WS-3UP-CKPT-IDX)
               MOVE CKPT-3UP-LAST(WS-3UP-CKPT-IDX)
                 TO WS-3UP-LAST(WS-3UP-CKPT-IDX)
               MOVE CKPT-3UP-CNTRY(WS-3UP-CKPT-IDX)
                 TO WS-3UP-CNTRY(WS-3UP-CKPT-IDX)
               MOVE CKPT-3UP-BCODE(WS-3UP-CKPT-IDX)
                 TO WS-3UP-BCODE(WS-3UP-CKPT-IDX)
           END-PERFORM
           IF CKPT-SHEET-ROW NUMERIC
               MOVE CKPT-SHEET-ROW TO WS-SHEET-ROW-CTR
           END-IF
      *    A CHECKPOINT FROM BEFORE THE SHEET FIELDS EXISTED CARRIES
      *    SPACES HERE - TREAT THAT AS ALREADY APPLIED, SINCE LABELS
      *    ARE ALREADY ON THE FILE BEING EXTENDED.
           IF CKPT-START-DONE = 'N'
               MOVE 'N' TO WS-START-DONE-SW
           ELSE
               SET WS-START-APPLIED TO TRUE
           END-IF
           IF CKPT-PAGE-PEND = 'Y'
               SET WS-PAGE-PENDING TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    LOOKS FOR A CHECKPOINT LEFT BY A PRIOR RUN THAT DID NOT
      *    FINISH. IF ONE IS FOUND, THIS RUN RESUMES FROM IT INSTEAD
                   CLOSE CHECKPOINT-NEW-FILE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    A CHECKPOINT IS ONLY RESTARTED WHEN IT NAMES A CAMPAIGN ON
      *    TODAY'S SCHEDULE. ONE WITH NO CAMPAIGN COUNTS SORTED INPUT
      *    RECORDS, NOT CLEANED-LIST RECORDS, AND ONE NAMING A
      *    CAMPAIGN PAST THE END OF THE SCHEDULE BELONGS TO A
      *    DIFFERENT DROP - SKIPPING BY EITHER COUNT WOULD SILENTLY
      *    LEAVE CUSTOMERS OUT. BOTH STOP THE RUN FOR THE OPERATOR TO
      *    SETTLE BY HAND. A CAMPAIGN MARKED COMPLETE RESUMES AT THE
      *    NEXT ONE, STARTED AFRESH.
      *-----------------------------------------------------------------
       123-CHECK-CHECKPOINT-CAMPAIGN.
           IF CKPT-CAMP-IDX NOT NUMERIC OR CKPT-CAMP-IDX = ZERO
               DISPLAY 'LABELS: CHECKPOINT CARRIES NO CAMPAIGN - IT '
                       'PREDATES THE CLEANED LIST AND CANNOT BE '
                       'RESTARTED. CLEAR p04-checkpoint.dat AND '
                       'p04-checkpoint-new.dat BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CKPT-CAMP-IDX > WS-CAMP-CTR
               DISPLAY 'LABELS: CHECKPOINT CAMPAIGN ' CKPT-CAMP-IDX
                       ' IS NOT ON THE SCHEDULE (' WS-CAMP-CTR
                       ' CAMPAIGNS) - CANNOT RESTART. CLEAR '
                       'p04-checkpoint.dat AND p04-checkpoint-new.dat '
                       'BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CKPT-CAMPAIGN-DONE
               COMPUTE WS-RESUME-CAMP-IDX = CKPT-CAMP-IDX + 1
               MOVE 'N' TO WS-RESTART-SW
           ELSE
               MOVE CKPT-CAMP-IDX TO WS-RESUME-CAMP-IDX
           END-IF.
      *-----------------------------------------------------------------
       109-SKIP-PROCESSED-RECORDS.
           PERFORM CKPT-RECS-READ TIMES
               READ CLEAN-LIST
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
           END-PERFORM.
      *-----------------------------------------------------------------
      *    REWRITES THE CHECKPOINT WITH THE CURRENT COUNTERS, CAMPAIGN
      *    AND CLEANED-LIST POSITION. THE RECORD IS BUILT COMPLETELY
      *    FIRST (SPACE-FILLED UP FRONT - VALUE CLAUSES ARE NOT HONORED
      *    IN THE FILE SECTION, AND LOW-VALUE SEPARATOR BYTES MAKE A
      *    LINE-SEQUENTIAL WRITE FAIL WITH STATUS 71), THEN WRITTEN TO
      *    THE SCRATCH GENERATION AND ONLY AFTERWARDS TO THE LIVE
      *    FILE, SO A KILL AT ANY POINT LEAVES AT LEAST ONE GOOD
      *-----------------------------------------------------------------
       500-WRITE-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-REC
           MOVE WS-CLEAN-READ TO CKPT-RECS-READ
           MOVE WS-CTR       TO CKPT-CTR
           MOVE WS-EXC-CTR   TO CKPT-EXC-CTR
           MOVE WS-SUPP-CTR  TO CKPT-SUPP-CTR
           MOVE WS-PEND-STATE     TO CKPT-PEND-STATE
           MOVE WS-PEND-ZIP       TO CKPT-PEND-ZIP
           MOVE WS-PEND-COUNTRY   TO CKPT-PEND-COUNTRY
           MOVE WS-PEND-CUST-NOS  TO CKPT-PEND-CUST-NOS
           MOVE WS-3UP-COUNT TO CKPT-3UP-COUNT
           PERFORM VARYING WS-3UP-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-3UP-CKPT-IDX > 3
           MOVE WS-SHEET-ROW-CTR TO CKPT-SHEET-ROW
           MOVE WS-START-DONE-SW TO CKPT-START-DONE
           MOVE WS-PAGE-PEND-SW  TO CKPT-PAGE-PEND
           MOVE WS-CAMP-IDX      TO CKPT-CAMP-IDX
           MOVE WS-CKPT-DONE-SW  TO CKPT-CAMP-DONE
           OPEN OUTPUT CHECKPOINT-NEW-FILE
           WRITE CHECKPOINT-NEW-REC FROM CHECKPOINT-REC
           IF WS-CKPTN-STATUS NOT = '00'
               CLOSE LABEL-MODE-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    LOADS LEGAL'S OPTIONAL DO-NOT-MAIL FILE INTO THE KEYED
      *    SUPPRESSION INDEX, REBUILT FROM SCRATCH ON EVERY RUN. IF THE
      *    FILE ISN'T PRESENT THE INDEX STAYS EMPTY AND NOTHING IS
      *    SUPPRESSED. AN INDEX THAT CANNOT BE BUILT STOPS THE RUN -
      *    SILENTLY MAILING SOMEONE ON LEGAL'S LIST IS NOT AN OPTION.
      *-----------------------------------------------------------------
       104-LOAD-SUPPRESSION.
           OPEN OUTPUT SUPP-INDEX-FILE
           IF WS-SIDX-STATUS NOT = '00'
               DISPLAY 'LABELS: CANNOT BUILD SUPPRESSION INDEX, STATUS '
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
                           PERFORM 121-INDEX-SUPPRESSION-ROW
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
      *    A NAME/ADDRESS ALREADY ON THE INDEX KEEPS ITS FIRST ROW'S
      *    REASON, AS THE FIRST MATCHING ROW ALWAYS DID.
      *-----------------------------------------------------------------
       121-INDEX-SUPPRESSION-ROW.
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
       101-GET-RUN-DATE.
               DISPLAY 'SEED ADDRESSES LOADED: ' WS-SEED-TAB-CTR
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-SCHED-STATUS. THE SCHEDULE FILE IS
      *    OPTIONAL - WITHOUT ONE THE RUN IS A SINGLE, UNSCHEDULED
      *    CAMPAIGN.
      *-----------------------------------------------------------------
       136-LOAD-CAMPAIGN-SCHEDULE.
           OPEN INPUT CAMPAIGN-SCHEDULE-FILE
           IF WS-SCHED-STATUS = '00'
               MOVE ZERO TO WS-SCH-IDX
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CAMPAIGN-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 137-PARSE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-SCHEDULE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               IF WS-SCHED-CTR > ZERO
                   SET SCHEDULED-RUN TO TRUE
                   MOVE WS-SCHED-CTR TO WS-CAMP-CTR
                   DISPLAY 'CAMPAIGNS SCHEDULED: ' WS-SCHED-CTR
                   IF WS-SEL-RULE-CTR > ZERO
                      OR WS-CAMPAIGN-CODE NOT = 'ALL'
                       DISPLAY 'WARNING: CAMPAIGN SCHEDULE IN USE - '
                               'CAMPAIGN CODE AND SELECTION RULES '
                               'FROM THE PARAMETER FILES IGNORED'
                   END-IF
               ELSE
                   DISPLAY 'WARNING: CAMPAIGN SCHEDULE HOLDS NO '
                           'CAMPAIGN - RUNNING UNSCHEDULED'
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    A CAMPAIGN ROW OPENS A NEW SCHEDULE ENTRY; EVERY OTHER ROW
      *    BELONGS TO THE ENTRY ABOVE IT. ROWS UNDER A REJECTED
      *    CAMPAIGN (OR AHEAD OF THE FIRST) ARE FLAGGED AND SKIPPED.
      *-----------------------------------------------------------------
       137-PARSE-SCHEDULE-ROW.
           MOVE SPACES TO WS-SCH-KEY WS-CPARM-VAL1 WS-CPARM-VAL2
           UNSTRING CAMPAIGN-SCHEDULE-REC DELIMITED BY ","
             INTO WS-SCH-KEY, WS-CPARM-VAL1, WS-CPARM-VAL2
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-SCH-KEY = SPACES
                   CONTINUE
               WHEN WS-SCH-KEY = 'CAMPAIGN'
                   PERFORM 138-START-SCHEDULE-ENTRY
               WHEN WS-SCH-IDX = ZERO
                   DISPLAY 'WARNING: SCHEDULE ROW NOT UNDER A LOADED '
                           'CAMPAIGN - IGNORED: ' CAMPAIGN-SCHEDULE-REC
               WHEN WS-SCH-KEY = 'FREQ-DAYS'
                   COMPUTE WS-SCH-FREQ-DAYS(WS-SCH-IDX) =
                       FUNCTION NUMVAL(WS-CPARM-VAL1)
                   SET WS-SCH-FDAYS-SET(WS-SCH-IDX) TO TRUE
               WHEN WS-SCH-KEY = 'LABEL-START-ROW'
                   COMPUTE WS-RC-NUM =
                       FUNCTION NUMVAL(WS-CPARM-VAL1)
                   IF WS-RC-NUM >= 1 AND WS-RC-NUM <= WS-SHEET-ROWS
                       MOVE WS-RC-NUM TO WS-SCH-START-ROW(WS-SCH-IDX)
                   ELSE
                       DISPLAY 'WARNING: LABEL-START-ROW NOT 1-10 - '
                               'IGNORED: ' CAMPAIGN-SCHEDULE-REC
                   END-IF
               WHEN WS-SCH-KEY = 'LABEL-START-COL'
                   COMPUTE WS-RC-NUM =
                       FUNCTION NUMVAL(WS-CPARM-VAL1)
                   IF WS-RC-NUM >= 1 AND WS-RC-NUM <= 3
                       MOVE WS-RC-NUM TO WS-SCH-START-COL(WS-SCH-IDX)
                   ELSE
                       DISPLAY 'WARNING: LABEL-START-COL NOT 1-3 - '
                               'IGNORED: ' CAMPAIGN-SCHEDULE-REC
                   END-IF
               WHEN WS-SCH-KEY = 'STATE-INCLUDE'
                   PERFORM 139-ADD-SCHEDULE-RULE
                   IF WS-SCH-RULE-IDX NOT = ZERO
                       MOVE 'SI'
                         TO WS-SCH-SEL-TYPE(WS-SCH-IDX WS-SCH-RULE-IDX)
                   END-IF
               WHEN WS-SCH-KEY = 'STATE-EXCLUDE'
                   PERFORM 139-ADD-SCHEDULE-RULE
                   IF WS-SCH-RULE-IDX NOT = ZERO
                       MOVE 'SX'
                         TO WS-SCH-SEL-TYPE(WS-SCH-IDX WS-SCH-RULE-IDX)
                   END-IF
               WHEN WS-SCH-KEY = 'ZIP-RANGE'
                   PERFORM 139-ADD-SCHEDULE-RULE
                   IF WS-SCH-RULE-IDX NOT = ZERO
                       MOVE 'ZR'
                         TO WS-SCH-SEL-TYPE(WS-SCH-IDX WS-SCH-RULE-IDX)
                   END-IF
               WHEN WS-SCH-KEY = 'SCOPE'
                   PERFORM 139-ADD-SCHEDULE-RULE
                   IF WS-SCH-RULE-IDX NOT = ZERO
                       MOVE 'SC'
                         TO WS-SCH-SEL-TYPE(WS-SCH-IDX WS-SCH-RULE-IDX)
                   END-IF
               WHEN OTHER
                   DISPLAY 'WARNING: CAMPAIGN SCHEDULE PARAMETER NOT '
                           'RECOGNIZED: ' CAMPAIGN-SCHEDULE-REC
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    A BLANK OR REPEATED CODE WOULD LEAVE TWO CAMPAIGNS WRITING
      *    THE SAME FILES, SO EITHER ONE (OR A FULL TABLE) REJECTS THE
      *    ENTRY - WS-SCH-IDX IS LEFT ZERO SO ITS ROWS ARE SKIPPED.
      *-----------------------------------------------------------------
       138-START-SCHEDULE-ENTRY.
           MOVE ZERO TO WS-SCH-IDX
           MOVE 'N' TO WS-SCH-DUP-SW
           PERFORM VARYING WS-SCH-CHK-IDX FROM 1 BY 1
                   UNTIL WS-SCH-CHK-IDX > WS-SCHED-CTR
               IF WS-SCH-CODE(WS-SCH-CHK-IDX) = WS-CPARM-VAL1(1:10)
                   SET WS-SCH-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           IF WS-CPARM-VAL1 = SPACES
               DISPLAY 'WARNING: SCHEDULED CAMPAIGN HAS NO CODE - '
                       'IGNORED: ' CAMPAIGN-SCHEDULE-REC
           ELSE
               IF WS-SCH-DUPLICATE
                   DISPLAY 'WARNING: CAMPAIGN SCHEDULED TWICE - '
                           'IGNORED: ' CAMPAIGN-SCHEDULE-REC
               ELSE
                   IF WS-SCHED-CTR < 10
                       ADD 1 TO WS-SCHED-CTR
                       MOVE WS-SCHED-CTR TO WS-SCH-IDX
                       MOVE WS-CPARM-VAL1 TO WS-SCH-CODE(WS-SCH-IDX)
                       MOVE 'N' TO WS-SCH-FDAYS-SW(WS-SCH-IDX)
                       MOVE ZERO TO WS-SCH-FREQ-DAYS(WS-SCH-IDX)
                       MOVE 1 TO WS-SCH-START-ROW(WS-SCH-IDX)
                       MOVE 1 TO WS-SCH-START-COL(WS-SCH-IDX)
                       MOVE ZERO TO WS-SCH-RULE-CTR(WS-SCH-IDX)
                   ELSE
                       DISPLAY 'WARNING: CAMPAIGN SCHEDULE FULL - '
                               'CAMPAIGN NOT LOADED: '
                               CAMPAIGN-SCHEDULE-REC
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    SAME AS 114-ADD-SELECT-RULE, AGAINST THE CURRENT SCHEDULE
      *    ENTRY'S OWN RULE TABLE.
      *-----------------------------------------------------------------
       139-ADD-SCHEDULE-RULE.
           IF WS-SCH-RULE-CTR(WS-SCH-IDX) < 20
               ADD 1 TO WS-SCH-RULE-CTR(WS-SCH-IDX)
               MOVE WS-SCH-RULE-CTR(WS-SCH-IDX) TO WS-SCH-RULE-IDX
               MOVE WS-CPARM-VAL1
                 TO WS-SCH-SEL-VAL1(WS-SCH-IDX WS-SCH-RULE-IDX)
               MOVE WS-CPARM-VAL2
                 TO WS-SCH-SEL-VAL2(WS-SCH-IDX WS-SCH-RULE-IDX)
           ELSE
               MOVE ZERO TO WS-SCH-RULE-IDX
               DISPLAY 'WARNING: SELECTION RULE TABLE FULL - RULE '
                       'NOT LOADED: ' CAMPAIGN-SCHEDULE-REC
           END-IF.
      *-----------------------------------------------------------------
      *    A SCHEDULED CAMPAIGN WITHOUT ITS OWN FREQ-DAYS TAKES THE
      *    RUN'S. THE HISTORY IS KEPT FOR THE LONGEST WINDOW ON THE
      *    SCHEDULE SO EVERY CAMPAIGN CAN SEE BACK AS FAR AS IT NEEDS.
      *-----------------------------------------------------------------
       134-RESOLVE-SCHEDULE-FDAYS.
           MOVE ZERO TO WS-SCH-MAX-FDAYS
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCHED-CTR
               IF NOT WS-SCH-FDAYS-SET(WS-SCH-IDX)
                   MOVE WS-FREQ-DAYS TO WS-SCH-FREQ-DAYS(WS-SCH-IDX)
               END-IF
               IF WS-SCH-FREQ-DAYS(WS-SCH-IDX) > WS-SCH-MAX-FDAYS
                   MOVE WS-SCH-FREQ-DAYS(WS-SCH-IDX)
                     TO WS-SCH-MAX-FDAYS
               END-IF
           END-PERFORM
           IF WS-SCH-MAX-FDAYS > ZERO
               MOVE WS-SCH-MAX-FDAYS TO WS-RETAIN-DAYS
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-HIST-STATUS. READS THE OPERATOR'S
      *    FREQUENCY-CAP DAYS, THEN LOADS THE ACCUMULATED MAILING
      *    HISTORY, DROPPING (AND COUNTING) ENTRIES OLDER THAN THE
           IF NOT WS-RC-FDAYS-SET
               PERFORM 132-READ-FREQ-DAYS-FILE
           END-IF
           IF SCHEDULED-RUN
               PERFORM 134-RESOLVE-SCHEDULE-FDAYS
           ELSE
               IF WS-FREQ-DAYS > ZERO
                   MOVE WS-FREQ-DAYS TO WS-RETAIN-DAYS
               END-IF
           END-IF
           PERFORM 117-READ-PURGE-HISTORY.
      *-----------------------------------------------------------------
      *    EXIST YET (FIRST EVER RUN) - THE FILE IS OPEN EITHER WAY
      *    AND THE READ LOOP JUST HITS END-OF-FILE AT ONCE.
      *    EVERY ROW STILL INSIDE THE RETENTION WINDOW IS STREAMED TO
      *    THE SCRATCH FILE AND COPIED BACK - THE PURGE DROPS EXPIRED
      *    ROWS ONLY - AND POSTED TO THE HISTORY INDEX THE FREQUENCY
      *    CHECK READS. THE INDEX IS REBUILT ON EVERY RUN, PROOF OR
      *    LIVE, AND LEFT OPEN FOR THE RECORD PASS.
      *    A PROOF RUN BUILDS THE INDEX BUT LEAVES THE FILE EXACTLY AS
      *    FOUND - NO SCRATCH COPY, NO PURGE REWRITE.
       117-READ-PURGE-HISTORY.
           OPEN OUTPUT HIST-INDEX-FILE
           IF WS-HIDX-STATUS = '00'
               CLOSE HIST-INDEX-FILE
               OPEN I-O HIST-INDEX-FILE
           END-IF
           IF WS-HIDX-STATUS NOT = '00'
               DISPLAY 'LABELS: CANNOT BUILD HISTORY INDEX, STATUS '
                       WS-HIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAIL-HISTORY
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '05'
               IF NOT PROOF-RUN
               END-IF
               DISPLAY 'MAIL HISTORY LOADED: ' WS-HIST-TAB-CTR
                       '  PURGED: ' WS-HIST-PURGE-CTR
           END-IF
           CLOSE HIST-INDEX-FILE
      *    A SCHEDULED RUN POSTS EACH CAMPAIGN'S PIECES BACK INTO THE
      *    INDEX AS IT GOES - SEE 954-POST-HISTORY-INDEX.
           IF SCHEDULED-RUN
               OPEN I-O HIST-INDEX-FILE
           ELSE
               OPEN INPUT HIST-INDEX-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    KEEPS ONE HISTORY ROW IF IT IS STILL INSIDE THE RETENTION
      *    WINDOW (AN ENTRY TOO OLD TO BLOCK A MAILING CAN NEVER
      *    MATTER AGAIN); ANYTHING UNPARSABLE IS PURGED WITH THE
      *    EXPIRED ROWS. A KEPT ROW ALWAYS REACHES THE SCRATCH FILE
      *    AND THE HISTORY INDEX.
      *-----------------------------------------------------------------
       118-KEEP-HISTORY-ROW.
           IF HIST-MAIL-DATE NUMERIC
               IF NOT PROOF-RUN
                   WRITE HIST-NEW-REC FROM HISTORY-REC
               END-IF
               ADD 1 TO WS-HIST-TAB-CTR
               PERFORM 122-INDEX-HISTORY-ROW
           ELSE
               ADD 1 TO WS-HIST-PURGE-CTR
           END-IF.
      *-----------------------------------------------------------------
      *    ONE INDEX ENTRY PER ADDRESS, HOLDING THE LATEST MAILING
      *    DATE SEEN FOR IT. THE DOMESTIC SPELLINGS US AND USA ARE
      *    KEYED AS SPACES - SEE 167-CHECK-MAIL-FREQUENCY.
      *-----------------------------------------------------------------
       122-INDEX-HISTORY-ROW.
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
           END-READ.
      *-----------------------------------------------------------------
      *    PRESORTS THE CUSTOMER LIST BY ZIP CODE (ASCENDING) SO
      *    LABEL-FILE COMES OUT BUNDLED FOR THE USPS PRESORT DISCOUNT.
      *-----------------------------------------------------------------
                       MOVE SPACES TO WS-STATE
                       MOVE SPACES TO WS-ZIP
                       MOVE SPACES TO WS-COUNTRY
                       MOVE SPACES TO WS-CUST-NO
                       UNSTRING CUST-REC DELIMITED BY "*" OR ","
                         INTO WS-LNAME, WS-FNAME, WS-ADDRESS, WS-ADDR2,
                         WS-CITY, WS-STATE, WS-ZIP, WS-COUNTRY,
                         WS-CUST-NO
                       END-UNSTRING
                       PERFORM 115-APPLY-MOVE-UPDATE
                       MOVE WS-ZIP TO SR-ZIP
           END-IF.
      *-----------------------------------------------------------------
      *    REBUILDS CUST-REC FROM THE (UPDATED) UNSTRUNG FIELDS IN THE
      *    SAME COMMA LAYOUT THE FILE CARRIES - THE 8 ADDRESS FIELDS
      *    AND THE CUSTOMER NUMBER.
      *-----------------------------------------------------------------
       116-REBUILD-CUST-REC.
           MOVE SPACES TO CUST-REC
                 FUNCTION TRIM(WS-ZIP) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNTRY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-CUST-NO DELIMITED BY SPACE
                 INTO CUST-REC
           END-STRING.
      *-----------------------------------------------------------------
           CLOSE SORTED-LIST.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT CLEAN-LIST. THE CLEANUP HALF OF THE RUN -
      *    VALIDATION, SUPPRESSION AND CASS STANDARDIZATION - DONE ONCE
      *    OVER THE SORTED LIST NO MATTER HOW MANY CAMPAIGNS FOLLOW.
      *    EXCEPTIONS AND SUPPRESSIONS ARE LOGGED HERE, AND EVERY
      *    RECORD THAT SURVIVES GOES TO THE CLEANED LIST WITH ITS
      *    CORRECTED CITY AND STATE.
      *-----------------------------------------------------------------
       140-CLEAN-SORTED-LIST.
           OPEN INPUT SORTED-LIST.
           OPEN OUTPUT CLEAN-LIST.
           OPEN OUTPUT SUPPRESS-REPORT.
           IF NOT PROOF-RUN
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ SORTED-LIST
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       MOVE SORTED-REC TO CUST-REC
                       PERFORM 145-CLEAN-RECORD
               END-READ
           END-PERFORM.
           CLOSE SORTED-LIST
                 CLEAN-LIST
                 SUPPRESS-REPORT
                 SUPP-INDEX-FILE.
           IF NOT PROOF-RUN
               CLOSE EXCEPTION-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       145-CLEAN-RECORD.
               MOVE SPACES TO WS-LNAME
               MOVE SPACES TO WS-FNAME
               MOVE SPACES TO WS-ADDRESS
               MOVE SPACES TO WS-STATE
               MOVE SPACES TO WS-ZIP
               MOVE SPACES TO WS-COUNTRY
               MOVE SPACES TO WS-CUST-NO
               UNSTRING CUST-REC DELIMITED BY "*" OR ","
                 INTO WS-LNAME, WS-FNAME,  WS-ADDRESS, WS-ADDR2,
                 WS-CITY, WS-STATE,  WS-ZIP, WS-COUNTRY, WS-CUST-NO
               END-UNSTRING

               PERFORM 150-VALIDATE-RECORD
                       PERFORM 158-WRITE-SUPPRESSION
                   ELSE
                       PERFORM 155-STANDARDIZE-ADDRESS
                       MOVE SPACES   TO CLEAN-REC
                       MOVE CUST-REC TO CL-CUST-REC
                       MOVE WS-CITY  TO CL-STD-CITY
                       MOVE WS-STATE TO CL-STD-STATE
                       WRITE CLEAN-REC
                       ADD 1 TO WS-CLEAN-CTR
                   END-IF
               END-IF.
      *-----------------------------------------------------------------
       200-PROCESS-RECORD.
               MOVE SPACES TO WS-LNAME
               MOVE SPACES TO WS-FNAME
               MOVE SPACES TO WS-ADDRESS
               MOVE SPACES TO WS-ADDR2
               MOVE SPACES TO WS-CITY
               MOVE SPACES TO WS-STATE
               MOVE SPACES TO WS-ZIP
               MOVE SPACES TO WS-COUNTRY
               MOVE SPACES TO WS-CUST-NO
               UNSTRING CUST-REC DELIMITED BY "*" OR ","
                 INTO WS-LNAME, WS-FNAME,  WS-ADDRESS, WS-ADDR2,
                 WS-CITY, WS-STATE,  WS-ZIP, WS-COUNTRY, WS-CUST-NO
               END-UNSTRING
      *        THE CLEANED LIST CARRIES THE CASS-CORRECTED CITY AND
      *        STATE ALONGSIDE THE RECORD AS SUBMITTED.
               MOVE CL-STD-CITY  TO WS-CITY
               MOVE CL-STD-STATE TO WS-STATE

               PERFORM 159-CHECK-CAMPAIGN-SELECT
               IF NOT REC-SELECTED
                   ADD 1 TO WS-NOSEL-CTR
               ELSE
                   PERFORM 167-CHECK-MAIL-FREQUENCY
                   IF WS-FREQ-CAPPED
                       PERFORM 168-WRITE-FREQ-SKIP
                   ELSE
                       PERFORM 172-BUILD-FULLNAME
                       PERFORM 175-HOUSEHOLD-CHECK
                   END-IF
               END-IF.
      *-----------------------------------------------------------------
           END-IF.
      *-----------------------------------------------------------------
      *    MATCHES THE (VALID) CURRENT RECORD AGAINST THE DO-NOT-MAIL
      *    INDEX ON LAST NAME, FIRST NAME, ADDRESS AND 5-DIGIT ZIP -
      *    THE FIELDS AS SUBMITTED, SINCE LEGAL'S LISTS ARE BUILT FROM
      *    WHAT THE CUSTOMER SENT US, NOT FROM CASS-CORRECTED DATA.
      *-----------------------------------------------------------------
       157-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUPP-MATCH-SW
           MOVE SPACE TO WS-SUPP-REASON-CD
           MOVE WS-LNAME    TO SX-LNAME
           MOVE WS-FNAME    TO SX-FNAME
           MOVE WS-ADDRESS  TO SX-ADDRESS
           MOVE WS-ZIP(1:5) TO SX-ZIP
           READ SUPP-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SUPP-MATCHED TO TRUE
                   MOVE SX-REASON-CD TO WS-SUPP-REASON-CD
           END-READ.
      *-----------------------------------------------------------------
      *    LOGS THE SUPPRESSED RECORD WITH ITS MATCH REASON AND COUNTS
      *    IT APART FROM THE EXCEPTIONS, SO THE END-OF-RUN TOTALS
                            WS-SUPP-REASON-TXT
               WHEN 'U'   MOVE 'PRIOR UNDELIVERABLE' TO
                            WS-SUPP-REASON-TXT
               WHEN 'L'   MOVE 'LEGAL HOLD'          TO
                            WS-SUPP-REASON-TXT
               WHEN OTHER MOVE 'DO NOT MAIL'         TO
                            WS-SUPP-REASON-TXT
           END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-HIST-STATUS. MATCHES THE CURRENT
      *    (STANDARDIZED) RECORD AGAINST THE HISTORY INDEX ON THE
      *    SAME ADDRESS FIELDS 175-HOUSEHOLD-CHECK COMPARES AND CAPS
      *    IT WHEN THE MOST RECENT PRIOR MAILING IS INSIDE THE WINDOW.
      *-----------------------------------------------------------------
       167-CHECK-MAIL-FREQUENCY.
           MOVE 'N' TO WS-FREQ-MATCH-SW
           MOVE SPACES TO WS-FREQ-PRIOR-DATE
           IF WS-FREQ-DAYS > ZERO OR SCHEDULED-RUN
               MOVE WS-ADDRESS TO HX-ADDRESS
               MOVE WS-ADDR2   TO HX-ADDR2
               MOVE WS-CITY    TO HX-CITY
               MOVE WS-STATE   TO HX-STATE
               MOVE WS-ZIP     TO HX-ZIP
      *        A DOMESTIC COUNTRY IS WRITTEN AS SPACES ON THE
      *        EXTRACT WHETHER THE RECORD SAID BLANK, US OR USA,
      *        SO DOMESTIC HISTORY ROWS MATCH ANY DOMESTIC
      *        SPELLING RATHER THAN THE EXACT COUNTRY TEXT.
               IF DOMESTIC-ADDRESS
                   MOVE SPACES TO HX-COUNTRY
               ELSE
                   MOVE WS-COUNTRY TO HX-COUNTRY
               END-IF
               READ HIST-INDEX-FILE
                   INVALID KEY
                       CONTINUE
      *        THE INDEX IS KEPT FOR THE LONGEST WINDOW ON A SCHEDULE,
      *        SO THE ENTRY'S AGE IS HELD AGAINST THIS CAMPAIGN'S OWN
      *        WINDOW. AN ADDRESS ALREADY MAILED TODAY IS CAPPED
      *        WHATEVER THE WINDOW - SEE WS-SCHED-STATUS.
                   NOT INVALID KEY
                       MOVE HX-LAST-DATE TO WS-HIST-DATE-N
                       COMPUTE WS-HIST-AGE = WS-RUN-DATE-INT
                           - FUNCTION INTEGER-OF-DATE(WS-HIST-DATE-N)
                       IF WS-HIST-AGE < WS-FREQ-DAYS
                          OR HX-LAST-DATE = WS-RUN-DATE
                           MOVE HX-LAST-DATE TO WS-FREQ-PRIOR-DATE
                       END-IF
               END-READ
               IF WS-FREQ-PRIOR-DATE NOT = SPACES
                   SET WS-FREQ-CAPPED TO TRUE
               END-IF
           MOVE WS-CITY     TO WS-HOLD-CITY
           MOVE WS-STATE    TO WS-HOLD-STATE
           MOVE WS-ZIP      TO WS-HOLD-ZIP
           MOVE WS-COUNTRY  TO WS-HOLD-COUNTRY
           MOVE WS-CUST-NO  TO WS-HOLD-CUST-NO.
      *-----------------------------------------------------------------
       176-MERGE-INTO-PENDING.
           ADD 1 TO WS-MERGE-CTR
                 ' & ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FULLNAME) DELIMITED BY SIZE
                 INTO WS-PEND-FULLNAME
           END-STRING
           PERFORM 179-ADD-PENDING-CUST-NO.
      *-----------------------------------------------------------------
       177-START-PENDING.
           MOVE WS-HOLD-FULLNAME TO WS-PEND-FULLNAME
           MOVE WS-HOLD-STATE    TO WS-PEND-STATE
           MOVE WS-HOLD-ZIP      TO WS-PEND-ZIP
           MOVE WS-HOLD-COUNTRY  TO WS-PEND-COUNTRY
           MOVE WS-HOLD-CUST-NO  TO WS-PEND-CUST-NOS
           SET WS-PEND-ACTIVE TO TRUE.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-PEND-CUST-NOS. A RECORD WITH NO
      *    CUSTOMER NUMBER (A HAND-BUILT LIST) ADDS NOTHING.
      *-----------------------------------------------------------------
       179-ADD-PENDING-CUST-NO.
           IF WS-CUST-NO NOT = SPACES
               IF WS-PEND-CUST-NOS = SPACES
                   MOVE WS-CUST-NO TO WS-PEND-CUST-NOS
               ELSE
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-PEND-CUST-NOS TRAILING))
                     TO WS-CUST-NOS-LEN
                   IF WS-CUST-NOS-LEN + 7 > 69
                       DISPLAY '** WARNING: HOUSEHOLD AT '
                               FUNCTION TRIM(WS-ADDRESS)
                               ' COVERS MORE THAN TEN CUSTOMERS - '
                               WS-CUST-NO ' NOT LISTED ON EXTRACT **'
                   ELSE
                       MOVE '/' TO
                           WS-PEND-CUST-NOS(WS-CUST-NOS-LEN + 1:1)
                       MOVE WS-CUST-NO TO
                           WS-PEND-CUST-NOS(WS-CUST-NOS-LEN + 2:6)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    PRINTS THE BUFFERED HOUSEHOLD LABEL (IF ANY) AND CLEARS THE
      *    PENDING BUFFER.
      *-----------------------------------------------------------------
               MOVE WS-PEND-STATE    TO WS-STATE
               MOVE WS-PEND-ZIP      TO WS-ZIP
               MOVE WS-PEND-COUNTRY  TO WS-COUNTRY
               MOVE WS-PEND-CUST-NOS TO WS-LABEL-CUST-NOS
               ADD 1 TO WS-CTR
               IF DOMESTIC-ADDRESS
                   PERFORM 170-TALLY-STATE
                         DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-SEED-FLAG DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LABEL-CUST-NOS) DELIMITED BY SIZE
                     INTO WS-MH-LINE
               END-STRING
           ELSE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-SEED-FLAG DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LABEL-CUST-NOS) DELIMITED BY SIZE
                     INTO WS-MH-LINE
               END-STRING
           END-IF
             WS-CITY, WS-STATE, WS-ZIP, WS-COUNTRY
           END-UNSTRING
           PERFORM 172-BUILD-FULLNAME
           MOVE SPACES TO WS-LABEL-CUST-NOS
           MOVE 'S' TO WS-SEED-FLAG
           ADD 1 TO WS-SEED-CTR
           ADD 1 TO WS-CTR
      *    A PROOF RUN RE-READS ITS OWN EXTRACT COPY AND WRITES NO
      *    HISTORY - THE PRICING IS IDENTICAL, THE SIDE EFFECTS GONE.
       950-POSTAGE-MANIFEST.
           OPEN OUTPUT ZIP5-TALLY-FILE
           IF WS-ZTAL-STATUS = '00'
               CLOSE ZIP5-TALLY-FILE
               OPEN I-O ZIP5-TALLY-FILE
           END-IF
           IF WS-ZTAL-STATUS NOT = '00'
               DISPLAY 'LABELS: CANNOT BUILD MANIFEST ZIP TALLY, '
                       'STATUS ' WS-ZTAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PROOF-RUN
               OPEN INPUT PROOF-EXTRACT-FILE
           ELSE
           UNSTRING MAILHOUSE-REC DELIMITED BY ","
             INTO WS-MAN-CAMPAIGN, WS-MAN-NAME, WS-MAN-ADDR,
             WS-MAN-ADDR2, WS-MAN-CITY, WS-MAN-STATE, WS-MAN-ZIP,
             WS-MAN-COUNTRY, WS-MAN-BARCODE, WS-MAN-SEED,
             WS-MAN-CUST-NOS
           END-UNSTRING
           IF WS-MAN-CAMPAIGN = 'CAMPAIGN'
              OR WS-MAN-CAMPAIGN = 'TRAILER'
                   IF NOT PROOF-RUN
                       PERFORM 958-WRITE-HISTORY-ROW
                   END-IF
                   IF SCHEDULED-RUN
                       PERFORM 954-POST-HISTORY-INDEX
                   END-IF
                   IF WS-MAN-DOMESTIC
                      AND WS-MAN-ZIP(1:5) NUMERIC
                       PERFORM 956-TALLY-ZIP5
           MOVE WS-MAN-COUNTRY  TO HIST-COUNTRY
           MOVE WS-RUN-DATE     TO HIST-MAIL-DATE
           MOVE WS-MAN-CAMPAIGN TO HIST-CAMPAIGN
           MOVE WS-MAN-CUST-NOS TO HIST-CUST-NOS
           WRITE HISTORY-REC.
      *-----------------------------------------------------------------
      *    DATES THE EXTRACT ROW'S ADDRESS TODAY IN THE HISTORY INDEX,
      *    KEYED AS 122-INDEX-HISTORY-ROW KEYS IT, SO THE LATER
      *    CAMPAIGNS ON THE SCHEDULE CAP IT. DONE ON A PROOF RUN TOO -
      *    THE INDEX IS REBUILT EVERY RUN AND THE PROOF SHOULD SHOW
      *    WHAT THE LIVE RUN WILL CAP.
      *-----------------------------------------------------------------
       954-POST-HISTORY-INDEX.
           MOVE WS-MAN-ADDR    TO HX-ADDRESS
           MOVE WS-MAN-ADDR2   TO HX-ADDR2
           MOVE WS-MAN-CITY    TO HX-CITY
           MOVE WS-MAN-STATE   TO HX-STATE
           IF WS-MAN-DOMESTIC AND WS-MAN-ZIP(6:1) = '-'
               MOVE SPACES TO HX-ZIP
               MOVE WS-MAN-ZIP(1:5) TO HX-ZIP(1:5)
               MOVE WS-MAN-ZIP(7:4) TO HX-ZIP(6:4)
           ELSE
               MOVE WS-MAN-ZIP TO HX-ZIP
           END-IF
           IF WS-MAN-DOMESTIC
               MOVE SPACES TO HX-COUNTRY
           ELSE
               MOVE WS-MAN-COUNTRY TO HX-COUNTRY
           END-IF
           READ HIST-INDEX-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO HX-LAST-DATE
                   WRITE HIST-INDEX-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO HX-LAST-DATE
                   REWRITE HIST-INDEX-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       956-TALLY-ZIP5.
           MOVE WS-MAN-ZIP(1:5) TO ZT-ZIP5
           READ ZIP5-TALLY-FILE
               INVALID KEY
                   ADD 1 TO WS-ZIP5-TAB-CTR
                   MOVE WS-ZIP5-TAB-CTR TO ZT-SEQ
                   MOVE 1 TO ZT-COUNT
                   WRITE ZIP5-TALLY-REC
                       INVALID KEY
                           DISPLAY 'WARNING: MANIFEST ZIP TALLY '
                                   'WRITE FAILED - PIECE NOT '
                                   'MANIFESTED FOR ZIP '
                                   WS-MAN-ZIP(1:5)
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ZT-COUNT
                   REWRITE ZIP5-TALLY-REC
                       INVALID KEY
                           DISPLAY 'WARNING: MANIFEST ZIP TALLY '
                                   'WRITE FAILED - PIECE NOT '
                                   'MANIFESTED FOR ZIP '
                                   WS-MAN-ZIP(1:5)
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       957-TALLY-ZIP3.
           MOVE 'N' TO WS-MAN-FOUND-SW
           MOVE 'ZIP      PIECES   QUAL  POSTAGE' TO MANIFEST-REC
           WRITE MANIFEST-REC

      *    THE TALLY IS READ BACK IN FIRST-SEEN ORDER (ZT-SEQ), SO
      *    THE DETAIL LINES FOLLOW THE EXTRACT.
           MOVE ZERO TO ZT-SEQ
           START ZIP5-TALLY-FILE KEY IS NOT LESS THAN ZT-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ZIP5-TALLY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 961-PUT-ZIP5-LINE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE ZIP5-TALLY-FILE

           MOVE SPACES TO MANIFEST-REC
           WRITE MANIFEST-REC
           IF NOT PROOF-RUN
               PERFORM 965-WRITE-POSTAGE-LEDGER
           END-IF.
      *-----------------------------------------------------------------
       961-PUT-ZIP5-LINE.
           MOVE SPACES TO WS-MAN-DET-LINE
           MOVE ZT-ZIP5  TO WS-MAN-DET-ZIP
           MOVE ZT-COUNT TO WS-MAN-DET-COUNT
           IF ZT-COUNT < WS-QUAL-MIN
               MOVE 'NO ' TO WS-MAN-DET-QUAL
               ADD ZT-COUNT TO WS-MAN-NONQ-PIECES
               COMPUTE WS-MAN-LINE-COST ROUNDED =
                   ZT-COUNT * WS-NONQ-RATE
           ELSE
               MOVE 'YES' TO WS-MAN-DET-QUAL
               ADD ZT-COUNT TO WS-MAN-QUAL-PIECES
               COMPUTE WS-MAN-LINE-COST ROUNDED =
                   ZT-COUNT * WS-QUAL-RATE
           END-IF
           MOVE WS-MAN-LINE-COST TO WS-MAN-DET-COST
           WRITE MANIFEST-REC FROM WS-MAN-DET-LINE.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-PLED-STATUS. A LEDGER THAT CANNOT BE
      *    EXTENDED IS SHOUTED ABOUT BUT NEVER STOPS THE RUN.

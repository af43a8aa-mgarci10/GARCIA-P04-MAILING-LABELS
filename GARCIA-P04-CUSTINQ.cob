      ******************************************************************
      *PROGRAM : PROJECT 4   Customer Inquiry Report                   *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 09/14/2026                                            *
      *ABSTRACT: Answers "why did (or didn't) I get the mailer" in one *
      *          lookup. Reads an operator list of customer numbers or *
      *          name/ZIP keys (p04-inquiry.csv) and prints one page   *
      *          per customer found: the current master record, every  *
      *          journal change with before and after values, every    *
      *          campaign mailed to the customer or the address with   *
      *          its date, the do-not-mail entries that block the      *
      *          customer with their reason codes, and the returned-   *
      *          mail (nixie) report lines that name the customer or   *
      *          the address. Every file is read, never written; a     *
      *          file that is not there is noted on the page instead   *
      *          of stopping the lookup.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-CUSTINQ.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO '..\p04-inquiry.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-INQ-STATUS.
           SELECT CUST-MASTER ASSIGN TO '..\p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-CM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO '..\p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRNL-STATUS.
           SELECT MAIL-HISTORY
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-HIST-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO '..\p04-suppression.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUPP-STATUS.
           SELECT NIXIE-REPORT ASSIGN TO '..\p04-nixie-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-NXRPT-STATUS.
           SELECT INQUIRY-REPORT
                             ASSIGN TO '..\p04-inquiry-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
       01  INQUIRY-REC                 PIC X(80).

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

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-BATCH-DATE           PIC X(8).
           05  FILLER                  PIC X.
           05  JR-BATCH-TIME           PIC X(6).
           05  FILLER                  PIC X.
           05  JR-SEQ                  PIC 9(6).
           05  FILLER                  PIC X.
           05  JR-ACTION               PIC X.
           05  FILLER                  PIC X.
           05  JR-BEFORE-IMAGE         PIC X(156).
           05  FILLER                  PIC X.
           05  JR-AFTER-IMAGE          PIC X(156).
           05  FILLER                  PIC X.
           05  JR-SOURCE               PIC X(10).
           05  FILLER                  PIC X.
           05  JR-APPROVER             PIC X(10).

       FD  MAIL-HISTORY.
       01  HISTORY-REC.
           05  HIST-ADDRESS            PIC X(25).
           05  FILLER                  PIC X.
           05  HIST-ADDR2              PIC X(25).
           05  FILLER                  PIC X.
           05  HIST-CITY               PIC X(20).
           05  FILLER                  PIC X.
           05  HIST-STATE              PIC X(15).
           05  FILLER                  PIC X.
           05  HIST-ZIP                PIC X(15).
           05  FILLER                  PIC X.
           05  HIST-COUNTRY            PIC X(20).
           05  FILLER                  PIC X.
           05  HIST-MAIL-DATE          PIC X(8).
           05  FILLER                  PIC X.
           05  HIST-CAMPAIGN           PIC X(10).
           05  FILLER                  PIC X.
           05  HIST-CUST-NOS           PIC X(69).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC                PIC X(120).

       FD  NIXIE-REPORT.
       01  NIXIE-RPT-REC               PIC X(360).

       FD  INQUIRY-REPORT.
       01  INQUIRY-RPT-REC             PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-INQ-STATUS               PIC XX.
       01  WS-CM-STATUS                PIC XX.
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-SUPP-STATUS              PIC XX.
       01  WS-NXRPT-STATUS             PIC XX.

       01  WS-RUN-DATE                 PIC X(8).

      *-----------------------------------------------------------------
      *    ONE INQUIRY ROW - EITHER A CUSTOMER NUMBER ("123" MEANS
      *    000123, AS IN CUSTMAINT) OR LNAME,FNAME,ZIP5 WITH THE FIRST
      *    NAME OPTIONAL (BLANK MATCHES ANY). A NAME/ZIP KEY CAN FIND
      *    SEVERAL CUSTOMERS; EACH GETS ITS OWN PAGE.
      *-----------------------------------------------------------------
       01  WS-INQ-FIELDS.
           03  WS-INQ-KEY1             PIC X(15).
           03  WS-INQ-FNAME            PIC X(15).
           03  WS-INQ-ZIP              PIC X(15).
       01  WS-INQ-CUST-NO              PIC X(6).
       01  WS-CUSTNO-TEMP              PIC X(6).
       01  WS-CUSTNO-LEN               PIC 9(2)    VALUE ZERO.
       01  WS-INQ-BY-NUMBER-SW         PIC X       VALUE 'N'.
           88  WS-INQ-BY-NUMBER                    VALUE 'Y'.

      *-----------------------------------------------------------------
      *    CUSTOMERS FOUND FOR THE CURRENT INQUIRY ROW, AS MASTER
      *    IMAGES. A NUMBER NO LONGER ON THE MASTER IS STILL LOOKED
      *    UP - ITS LAST JOURNAL IMAGE STANDS IN FOR THE ADDRESS, SO A
      *    DELETED CUSTOMER'S HISTORY CAN STILL BE SHOWN.
      *-----------------------------------------------------------------
       01  WS-FOUND-TAB-CTR            PIC 9(3)    VALUE ZERO.
       01  WS-FOUND-TABLE.
           03  WS-FOUND-ENTRY OCCURS 50 TIMES.
               05  WS-FOUND-IMAGE      PIC X(156).
               05  WS-FOUND-ON-MASTER  PIC X.
       01  WS-FOUND-IDX                PIC 9(3)    VALUE ZERO.
       01  WS-FOUND-OVFL-CTR           PIC 9(3)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    THE CUSTOMER ON THE CURRENT PAGE.
      *-----------------------------------------------------------------
       01  WS-CUR-IMAGE.
           03  WS-CUR-CUST-NO          PIC X(6).
           03  WS-CUR-LNAME            PIC X(15).
           03  WS-CUR-FNAME            PIC X(15).
           03  WS-CUR-ADDRESS          PIC X(25).
           03  WS-CUR-ADDR2            PIC X(25).
           03  WS-CUR-CITY             PIC X(20).
           03  WS-CUR-STATE            PIC X(15).
           03  WS-CUR-ZIP              PIC X(15).
           03  WS-CUR-COUNTRY          PIC X(20).
       01  WS-CUR-ON-MASTER            PIC X       VALUE 'Y'.
           88  WS-CUR-IS-ON-MASTER                 VALUE 'Y'.

      *-----------------------------------------------------------------
      *    JOURNAL IMAGES, SPLIT FIELD BY FIELD FOR THE BEFORE/AFTER
      *    LINES.
      *-----------------------------------------------------------------
       01  WS-JB-IMAGE.
           03  WS-JB-CUST-NO           PIC X(6).
           03  WS-JB-LNAME             PIC X(15).
           03  WS-JB-FNAME             PIC X(15).
           03  WS-JB-ADDRESS           PIC X(25).
           03  WS-JB-ADDR2             PIC X(25).
           03  WS-JB-CITY              PIC X(20).
           03  WS-JB-STATE             PIC X(15).
           03  WS-JB-ZIP               PIC X(15).
           03  WS-JB-COUNTRY           PIC X(20).
       01  WS-JA-IMAGE.
           03  WS-JA-CUST-NO           PIC X(6).
           03  WS-JA-LNAME             PIC X(15).
           03  WS-JA-FNAME             PIC X(15).
           03  WS-JA-ADDRESS           PIC X(25).
           03  WS-JA-ADDR2             PIC X(25).
           03  WS-JA-CITY              PIC X(20).
           03  WS-JA-STATE             PIC X(15).
           03  WS-JA-ZIP               PIC X(15).
           03  WS-JA-COUNTRY           PIC X(20).
       01  WS-LAST-JRNL-IMAGE          PIC X(156).
       01  WS-FLD-NAME                 PIC X(10).
       01  WS-FLD-BEFORE               PIC X(25).
       01  WS-FLD-AFTER                PIC X(25).
       01  WS-JRNL-ACTION-TXT          PIC X(6).

      *-----------------------------------------------------------------
      *    THE SUPPRESSION ROW AND THE UNSTRUNG NIXIE ROW (THE
      *    EXTRACT COLUMNS PLUS THE RETURN REASON, AS LNAME-P04-NIXIE
      *    READS THEM; THE REPORT LINE CARRIES A 14-CHARACTER
      *    DISPOSITION AND A SPACE AHEAD OF THE ROW).
      *-----------------------------------------------------------------
       01  WS-SUP-FIELDS.
           03  WS-SUP-LNAME            PIC X(15).
           03  WS-SUP-FNAME            PIC X(15).
           03  WS-SUP-ADDRESS          PIC X(25).
           03  WS-SUP-ZIP              PIC X(5).
           03  WS-SUP-REASON-CD        PIC X.
           03  WS-SUP-ADDED-DATE       PIC X(8).
           03  WS-SUP-SOURCE           PIC X(10).
           03  WS-SUP-EXPIRY-DATE      PIC X(8).
       01  WS-SUPP-REASON-TXT          PIC X(20).

       01  WS-NX-FIELDS.
           03  WS-NX-CAMPAIGN          PIC X(10).
           03  WS-NX-NAME              PIC X(120).
           03  WS-NX-ADDR              PIC X(25).
           03  WS-NX-ADDR2             PIC X(25).
           03  WS-NX-CITY              PIC X(20).
           03  WS-NX-STATE             PIC X(15).
           03  WS-NX-ZIP               PIC X(15).
           03  WS-NX-COUNTRY           PIC X(20).
           03  WS-NX-BARCODE           PIC X(10).
           03  WS-NX-SEED              PIC X.
           03  WS-NX-CUST-NOS          PIC X(69).
           03  WS-NX-REASON            PIC X(30).
       01  WS-NX-FLD-CTR               PIC 9(2)    VALUE ZERO.
       01  WS-NX-DISP                  PIC X(14).

       01  WS-CUST-NO-TALLY            PIC 9(2)    VALUE ZERO.
       01  WS-MATCH-BASIS              PIC X(10).
       01  WS-SECTION-CTR              PIC 9(5)    VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-RULE                 PIC X(72)   VALUE ALL '-'.
       01  WS-PAGE-CTR                 PIC 9(5)    VALUE ZERO.

       01  WS-INQ-READ-CTR             PIC 9(5)    VALUE ZERO.
       01  WS-NOT-FOUND-CTR            PIC 9(5)    VALUE ZERO.

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-SCAN-EOF-FLAG        PIC X       VALUE 'N'.
               88  SCAN-EOF                        VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INQUIRY-FILE.
           IF WS-INQ-STATUS NOT = '00'
               DISPLAY 'CUSTINQ: NO INQUIRY FILE - NOTHING TO DO'
               STOP RUN
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'CUSTINQ: CANNOT OPEN MASTER, STATUS '
                       WS-CM-STATUS
               CLOSE INQUIRY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INQUIRY-REPORT.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ INQUIRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF INQUIRY-REC NOT = SPACES
                           ADD 1 TO WS-INQ-READ-CTR
                           PERFORM 200-PROCESS-INQUIRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INQUIRY-FILE
                 CUST-MASTER
                 INQUIRY-REPORT.

           DISPLAY 'INQUIRIES READ       : ', WS-INQ-READ-CTR.
           DISPLAY 'PAGES PRINTED        : ', WS-PAGE-CTR.
           DISPLAY 'KEYS NOT FOUND       : ', WS-NOT-FOUND-CTR.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-INQ-FIELDS. A FIRST FIELD THAT IS ALL
      *    DIGITS (UP TO SIX) IS A CUSTOMER NUMBER; ANYTHING ELSE IS A
      *    LAST NAME.
      *-----------------------------------------------------------------
       200-PROCESS-INQUIRY.
           MOVE SPACES TO WS-INQ-FIELDS
           UNSTRING INQUIRY-REC DELIMITED BY "*" OR ","
             INTO WS-INQ-KEY1, WS-INQ-FNAME, WS-INQ-ZIP
           END-UNSTRING
           MOVE 'N' TO WS-INQ-BY-NUMBER-SW
           MOVE SPACES TO WS-INQ-CUST-NO
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INQ-KEY1))
             TO WS-CUSTNO-LEN
           IF WS-CUSTNO-LEN NOT > 6
               MOVE FUNCTION TRIM(WS-INQ-KEY1) TO WS-CUSTNO-TEMP
               IF WS-CUSTNO-TEMP(1:WS-CUSTNO-LEN) NUMERIC
                   MOVE ZEROES TO WS-INQ-CUST-NO
                   MOVE WS-CUSTNO-TEMP(1:WS-CUSTNO-LEN)
                     TO WS-INQ-CUST-NO(7 - WS-CUSTNO-LEN:
                        WS-CUSTNO-LEN)
                   SET WS-INQ-BY-NUMBER TO TRUE
               END-IF
           END-IF

           MOVE ZERO TO WS-FOUND-TAB-CTR
           MOVE ZERO TO WS-FOUND-OVFL-CTR
           IF WS-INQ-BY-NUMBER
               PERFORM 210-FIND-BY-NUMBER
           ELSE
               PERFORM 220-FIND-BY-NAME-ZIP
           END-IF

           IF WS-FOUND-TAB-CTR = ZERO
               ADD 1 TO WS-NOT-FOUND-CTR
               PERFORM 290-WRITE-NOT-FOUND-PAGE
           ELSE
               PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                       UNTIL WS-FOUND-IDX > WS-FOUND-TAB-CTR
                   MOVE WS-FOUND-IMAGE(WS-FOUND-IDX) TO WS-CUR-IMAGE
                   MOVE WS-FOUND-ON-MASTER(WS-FOUND-IDX)
                     TO WS-CUR-ON-MASTER
                   PERFORM 300-PRINT-CUSTOMER-PAGE
               END-PERFORM
               IF WS-FOUND-OVFL-CTR > ZERO
                   DISPLAY '** WARNING: ' WS-FOUND-OVFL-CTR
                           ' MORE CUSTOMERS MATCH '
                           FUNCTION TRIM(INQUIRY-REC)
                           ' - NARROW THE KEY **'
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    RANDOM READ ON THE KEY. NOT ON THE MASTER IS NOT THE END OF
      *    THE LOOKUP: A DELETED CUSTOMER'S LAST JOURNAL IMAGE GIVES
      *    THE ADDRESS THE OTHER SECTIONS ARE MATCHED ON.
      *-----------------------------------------------------------------
       210-FIND-BY-NUMBER.
           MOVE WS-INQ-CUST-NO TO CM-CUST-NO
           READ CUST-MASTER
               INVALID KEY
                   PERFORM 215-FIND-LAST-JOURNAL-IMAGE
                   IF WS-LAST-JRNL-IMAGE NOT = SPACES
                       ADD 1 TO WS-FOUND-TAB-CTR
                       MOVE WS-LAST-JRNL-IMAGE
                         TO WS-FOUND-IMAGE(WS-FOUND-TAB-CTR)
                       MOVE 'N' TO WS-FOUND-ON-MASTER(WS-FOUND-TAB-CTR)
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-TAB-CTR
                   MOVE CM-REC TO WS-FOUND-IMAGE(WS-FOUND-TAB-CTR)
                   MOVE 'Y' TO WS-FOUND-ON-MASTER(WS-FOUND-TAB-CTR)
           END-READ.
      *-----------------------------------------------------------------
      *    THE MOST RECENT NON-BLANK IMAGE OF THE CUSTOMER IN THE
      *    JOURNAL - A DELETE'S BEFORE IMAGE, OR AN ADD'S OR CHANGE'S
      *    AFTER IMAGE.
      *-----------------------------------------------------------------
       215-FIND-LAST-JOURNAL-IMAGE.
           MOVE SPACES TO WS-LAST-JRNL-IMAGE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF JR-AFTER-IMAGE(1:6) = WS-INQ-CUST-NO
                               MOVE JR-AFTER-IMAGE
                                 TO WS-LAST-JRNL-IMAGE
                           ELSE
                               IF JR-BEFORE-IMAGE(1:6)
                                      = WS-INQ-CUST-NO
                                   MOVE JR-BEFORE-IMAGE
                                     TO WS-LAST-JRNL-IMAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    NO NAME INDEX ON THE MASTER, SO A NAME/ZIP KEY IS A FULL
      *    PASS FROM THE LOWEST KEY. FIRST NAME IS OPTIONAL.
      *-----------------------------------------------------------------
       220-FIND-BY-NAME-ZIP.
           MOVE ZERO TO CM-CUST-NO
           START CUST-MASTER KEY IS NOT LESS THAN CM-CUST-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM UNTIL SCAN-EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       IF CM-LNAME = WS-INQ-KEY1
                          AND (WS-INQ-FNAME = SPACES
                               OR CM-FNAME = WS-INQ-FNAME)
                          AND (WS-INQ-ZIP = SPACES
                               OR CM-ZIP(1:5) = WS-INQ-ZIP(1:5))
                           IF WS-FOUND-TAB-CTR < 50
                               ADD 1 TO WS-FOUND-TAB-CTR
                               MOVE CM-REC
                                 TO WS-FOUND-IMAGE(WS-FOUND-TAB-CTR)
                               MOVE 'Y'
                                 TO WS-FOUND-ON-MASTER(WS-FOUND-TAB-CTR)
                           ELSE
                               ADD 1 TO WS-FOUND-OVFL-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       290-WRITE-NOT-FOUND-PAGE.
           ADD 1 TO WS-PAGE-CTR
           PERFORM 310-WRITE-PAGE-HEADING
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NO CUSTOMER FOUND FOR KEY: ' DELIMITED BY SIZE
                 FUNCTION TRIM(INQUIRY-REC) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    ONE CUSTOMER, ONE PAGE, ONE SECTION PER SOURCE FILE.
      *-----------------------------------------------------------------
       300-PRINT-CUSTOMER-PAGE.
           ADD 1 TO WS-PAGE-CTR
           PERFORM 310-WRITE-PAGE-HEADING
           PERFORM 320-WRITE-MASTER-SECTION
           PERFORM 400-JOURNAL-SECTION
           PERFORM 500-MAIL-HISTORY-SECTION
           PERFORM 600-SUPPRESSION-SECTION
           PERFORM 700-NIXIE-SECTION.
      *-----------------------------------------------------------------
       310-WRITE-PAGE-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER INQUIRY' DELIMITED BY SIZE
                 '          RUN DATE ' DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 '          PAGE ' DELIMITED BY SIZE
                 WS-PAGE-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           IF WS-PAGE-CTR > 1
               WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INQUIRY KEY: ' DELIMITED BY SIZE
                 FUNCTION TRIM(INQUIRY-REC) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           WRITE INQUIRY-RPT-REC FROM WS-RPT-RULE.
      *-----------------------------------------------------------------
       320-WRITE-MASTER-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CUR-IS-ON-MASTER
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                     WS-CUR-CUST-NO DELIMITED BY SIZE
                     '   (CURRENT MASTER RECORD)' DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                     WS-CUR-CUST-NO DELIMITED BY SIZE
                     '   ** NOT ON MASTER - LAST JOURNAL IMAGE **'
                         DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NAME     : ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-LNAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-FNAME) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ADDRESS  : ' DELIMITED BY SIZE
                 WS-CUR-ADDRESS DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ADDRESS2 : ' DELIMITED BY SIZE
                 WS-CUR-ADDR2 DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  CITY/ST  : ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-CITY) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-STATE) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-ZIP) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  COUNTRY  : ' DELIMITED BY SIZE
                 WS-CUR-COUNTRY DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    EVERY JOURNAL ROW FOR THE CUSTOMER, OLDEST FIRST. A CHANGE
      *    LISTS ONLY THE FIELDS IT ALTERED; AN ADD OR DELETE LISTS
      *    THE WHOLE RECORD IT PUT ON OR TOOK OFF.
      *-----------------------------------------------------------------
       400-JOURNAL-SECTION.
           MOVE SPACES TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE 'MASTER CHANGES (CUSTOMER JOURNAL)' TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE ZERO TO WS-SECTION-CTR
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               MOVE '  ** JOURNAL NOT AVAILABLE **' TO INQUIRY-RPT-REC
               WRITE INQUIRY-RPT-REC
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF JR-BEFORE-IMAGE(1:6) = WS-CUR-CUST-NO
                              OR JR-AFTER-IMAGE(1:6) = WS-CUR-CUST-NO
                               ADD 1 TO WS-SECTION-CTR
                               PERFORM 410-WRITE-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-SECTION-CTR = ZERO
                   MOVE '  NONE' TO INQUIRY-RPT-REC
                   WRITE INQUIRY-RPT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       410-WRITE-JOURNAL-ENTRY.
           MOVE JR-BEFORE-IMAGE TO WS-JB-IMAGE
           MOVE JR-AFTER-IMAGE  TO WS-JA-IMAGE
           EVALUATE JR-ACTION
               WHEN 'A'   MOVE 'ADD'    TO WS-JRNL-ACTION-TXT
               WHEN 'C'   MOVE 'CHANGE' TO WS-JRNL-ACTION-TXT
               WHEN 'D'   MOVE 'DELETE' TO WS-JRNL-ACTION-TXT
               WHEN OTHER MOVE JR-ACTION TO WS-JRNL-ACTION-TXT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                 JR-BATCH-DATE DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 JR-BATCH-TIME DELIMITED BY SIZE
                 '  SEQ ' DELIMITED BY SIZE
                 JR-SEQ DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 WS-JRNL-ACTION-TXT DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           IF JR-SOURCE NOT = SPACES OR JR-APPROVER NOT = SPACES
               STRING 'SOURCE ' DELIMITED BY SIZE
                     JR-SOURCE DELIMITED BY SIZE
                     '  APPROVED BY ' DELIMITED BY SIZE
                     JR-APPROVER DELIMITED BY SIZE
                     INTO WS-RPT-LINE(40:)
               END-STRING
           END-IF
           WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE

           MOVE 'LNAME'    TO WS-FLD-NAME
           MOVE WS-JB-LNAME   TO WS-FLD-BEFORE
           MOVE WS-JA-LNAME   TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'FNAME'    TO WS-FLD-NAME
           MOVE WS-JB-FNAME   TO WS-FLD-BEFORE
           MOVE WS-JA-FNAME   TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'ADDRESS'  TO WS-FLD-NAME
           MOVE WS-JB-ADDRESS TO WS-FLD-BEFORE
           MOVE WS-JA-ADDRESS TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'ADDRESS2' TO WS-FLD-NAME
           MOVE WS-JB-ADDR2   TO WS-FLD-BEFORE
           MOVE WS-JA-ADDR2   TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'CITY'     TO WS-FLD-NAME
           MOVE WS-JB-CITY    TO WS-FLD-BEFORE
           MOVE WS-JA-CITY    TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'STATE'    TO WS-FLD-NAME
           MOVE WS-JB-STATE   TO WS-FLD-BEFORE
           MOVE WS-JA-STATE   TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'ZIP'      TO WS-FLD-NAME
           MOVE WS-JB-ZIP     TO WS-FLD-BEFORE
           MOVE WS-JA-ZIP     TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE
           MOVE 'COUNTRY'  TO WS-FLD-NAME
           MOVE WS-JB-COUNTRY TO WS-FLD-BEFORE
           MOVE WS-JA-COUNTRY TO WS-FLD-AFTER
           PERFORM 420-WRITE-FIELD-CHANGE.
      *-----------------------------------------------------------------
      *    ONE FIELD OF A JOURNAL ROW. AN ADD'S BEFORE IMAGE AND A
      *    DELETE'S AFTER IMAGE ARE SPACES, SO EVERY NON-BLANK FIELD
      *    OF THOSE SHOWS; A CHANGE SHOWS ONLY WHAT MOVED.
      *-----------------------------------------------------------------
       420-WRITE-FIELD-CHANGE.
           IF WS-FLD-BEFORE NOT = WS-FLD-AFTER
               MOVE SPACES TO WS-RPT-LINE
               STRING '      ' DELIMITED BY SIZE
                     WS-FLD-NAME DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     WS-FLD-BEFORE DELIMITED BY SIZE
                     ' -> ' DELIMITED BY SIZE
                     WS-FLD-AFTER DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
               WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           END-IF.
      *-----------------------------------------------------------------
      *    EVERY HISTORY ROW THAT NAMES THE CUSTOMER NUMBER OR WAS
      *    MAILED TO THE CUSTOMER'S ADDRESS (SAME STREET LINE AND
      *    ZIP5 - HISTORY WRITTEN BEFORE CUSTOMER NUMBERS WERE
      *    CARRIED, OR A HOUSEHOLD LABEL UNDER SOMEONE ELSE'S NAME,
      *    CAN ONLY BE FOUND THAT WAY). THE MATCH BASIS IS SHOWN.
      *-----------------------------------------------------------------
       500-MAIL-HISTORY-SECTION.
           MOVE SPACES TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE 'MAILINGS (MAIL HISTORY)   DATE      CAMPAIGN    MATCH'
             TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE ZERO TO WS-SECTION-CTR
           OPEN INPUT MAIL-HISTORY
           IF WS-HIST-STATUS NOT = '00'
               MOVE '  ** MAIL HISTORY NOT AVAILABLE **'
                 TO INQUIRY-RPT-REC
               WRITE INQUIRY-RPT-REC
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-EOF
                   READ MAIL-HISTORY
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 510-CHECK-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE MAIL-HISTORY
               IF WS-SECTION-CTR = ZERO
                   MOVE '  NONE' TO INQUIRY-RPT-REC
                   WRITE INQUIRY-RPT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       510-CHECK-HISTORY-ROW.
           MOVE SPACES TO WS-MATCH-BASIS
           MOVE ZERO TO WS-CUST-NO-TALLY
           INSPECT HIST-CUST-NOS TALLYING WS-CUST-NO-TALLY
               FOR ALL WS-CUR-CUST-NO
           IF WS-CUST-NO-TALLY > ZERO
               MOVE 'CUSTOMER' TO WS-MATCH-BASIS
           ELSE
               IF HIST-ADDRESS = WS-CUR-ADDRESS
                  AND HIST-ZIP(1:5) = WS-CUR-ZIP(1:5)
                   MOVE 'ADDRESS' TO WS-MATCH-BASIS
               END-IF
           END-IF
           IF WS-MATCH-BASIS NOT = SPACES
               ADD 1 TO WS-SECTION-CTR
               MOVE SPACES TO WS-RPT-LINE
               STRING '                          ' DELIMITED BY SIZE
                     HIST-MAIL-DATE DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     HIST-CAMPAIGN DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-MATCH-BASIS DELIMITED BY SIZE
                     FUNCTION TRIM(HIST-ADDRESS) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(HIST-ZIP) DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
               WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           END-IF.
      *-----------------------------------------------------------------
      *    DO-NOT-MAIL ENTRIES THAT BLOCK THIS CUSTOMER - MATCHED ON
      *    NAME, STREET LINE AND ZIP5 EXACTLY AS THE LABEL RUN'S
      *    157-CHECK-SUPPRESSION DOES, SO WHAT SHOWS HERE IS WHAT
      *    STOPPED THE LABEL.
      *-----------------------------------------------------------------
       600-SUPPRESSION-SECTION.
           MOVE SPACES TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE 'DO-NOT-MAIL (SUPPRESSION LIST)' TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE ZERO TO WS-SECTION-CTR
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUPP-STATUS NOT = '00'
               MOVE '  ** SUPPRESSION LIST NOT AVAILABLE **'
                 TO INQUIRY-RPT-REC
               WRITE INQUIRY-RPT-REC
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-EOF
                   READ SUPPRESS-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 610-CHECK-SUPPRESSION-ROW
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
               IF WS-SECTION-CTR = ZERO
                   MOVE '  NONE' TO INQUIRY-RPT-REC
                   WRITE INQUIRY-RPT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       610-CHECK-SUPPRESSION-ROW.
           MOVE SPACES TO WS-SUP-FIELDS
           UNSTRING SUPPRESS-REC DELIMITED BY ","
             INTO WS-SUP-LNAME, WS-SUP-FNAME, WS-SUP-ADDRESS,
             WS-SUP-ZIP, WS-SUP-REASON-CD, WS-SUP-ADDED-DATE,
             WS-SUP-SOURCE, WS-SUP-EXPIRY-DATE
           END-UNSTRING
           IF WS-SUP-LNAME = WS-CUR-LNAME
              AND WS-SUP-FNAME = WS-CUR-FNAME
              AND WS-SUP-ADDRESS = WS-CUR-ADDRESS
              AND WS-SUP-ZIP = WS-CUR-ZIP(1:5)
               ADD 1 TO WS-SECTION-CTR
               EVALUATE WS-SUP-REASON-CD
                   WHEN 'O'   MOVE 'OPT-OUT'             TO
                                WS-SUPP-REASON-TXT
                   WHEN 'D'   MOVE 'DECEASED'            TO
                                WS-SUPP-REASON-TXT
                   WHEN 'U'   MOVE 'PRIOR UNDELIVERABLE' TO
                                WS-SUPP-REASON-TXT
                   WHEN 'L'   MOVE 'LEGAL HOLD'          TO
                                WS-SUPP-REASON-TXT
                   WHEN OTHER MOVE 'DO NOT MAIL'         TO
                                WS-SUPP-REASON-TXT
               END-EVALUATE
               MOVE SPACES TO WS-RPT-LINE
               STRING '  REASON ' DELIMITED BY SIZE
                     WS-SUP-REASON-CD DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SUPP-REASON-TXT DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     FUNCTION TRIM(SUPPRESS-REC) DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
               WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
      *        AN EXPIRED ROW STILL SHOWS (SUPPMAINT HAS NOT PURGED IT
      *        YET) BUT NO LONGER STOPS A LABEL - SAY SO.
               IF WS-SUP-EXPIRY-DATE NOT = SPACES
                  AND WS-SUP-EXPIRY-DATE < WS-RUN-DATE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '           ** EXPIRED ' DELIMITED BY SIZE
                         WS-SUP-EXPIRY-DATE DELIMITED BY SIZE
                         ' - NO LONGER APPLIED **' DELIMITED BY SIZE
                         INTO WS-RPT-LINE
                   END-STRING
                   WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    RETURNED-MAIL REPORT LINES FOR THE CUSTOMER: THE ROW NAMES
      *    THE CUSTOMER NUMBER, OR (A ROW WITHOUT NUMBERS) WAS
      *    RETURNED FROM THE CUSTOMER'S STREET LINE AND ZIP5 - THE
      *    SAME TEST LNAME-P04-NIXIE APPLIES.
      *-----------------------------------------------------------------
       700-NIXIE-SECTION.
           MOVE SPACES TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE 'RETURNED MAIL (NIXIE REPORT)' TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE ZERO TO WS-SECTION-CTR
           OPEN INPUT NIXIE-REPORT
           IF WS-NXRPT-STATUS NOT = '00'
               MOVE '  ** NIXIE REPORT NOT AVAILABLE **'
                 TO INQUIRY-RPT-REC
               WRITE INQUIRY-RPT-REC
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-EOF
                   READ NIXIE-REPORT
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 710-CHECK-NIXIE-LINE
                   END-READ
               END-PERFORM
               CLOSE NIXIE-REPORT
               IF WS-SECTION-CTR = ZERO
                   MOVE '  NONE' TO INQUIRY-RPT-REC
                   WRITE INQUIRY-RPT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       710-CHECK-NIXIE-LINE.
           MOVE NIXIE-RPT-REC(1:14) TO WS-NX-DISP
           MOVE SPACES TO WS-NX-FIELDS
           MOVE ZERO TO WS-NX-FLD-CTR
           UNSTRING NIXIE-RPT-REC(16:) DELIMITED BY ","
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
           MOVE SPACES TO WS-MATCH-BASIS
           IF WS-NX-CUST-NOS NOT = SPACES
               MOVE ZERO TO WS-CUST-NO-TALLY
               INSPECT WS-NX-CUST-NOS TALLYING WS-CUST-NO-TALLY
                   FOR ALL WS-CUR-CUST-NO
               IF WS-CUST-NO-TALLY > ZERO
                   MOVE 'CUSTOMER' TO WS-MATCH-BASIS
               END-IF
           ELSE
               IF WS-NX-ADDR = WS-CUR-ADDRESS
                  AND WS-NX-ZIP(1:5) = WS-CUR-ZIP(1:5)
                   MOVE 'ADDRESS' TO WS-MATCH-BASIS
               END-IF
           END-IF
           IF WS-MATCH-BASIS NOT = SPACES
               ADD 1 TO WS-SECTION-CTR
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' DELIMITED BY SIZE
                     WS-NX-DISP DELIMITED BY SIZE
                     WS-NX-CAMPAIGN DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-MATCH-BASIS DELIMITED BY SIZE
                     'REASON: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NX-REASON) DELIMITED BY SIZE
                     '  (' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NX-NAME) DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO WS-RPT-LINE
               END-STRING
               WRITE INQUIRY-RPT-REC FROM WS-RPT-LINE
           END-IF.

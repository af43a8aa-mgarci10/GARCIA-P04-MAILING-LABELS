      ******************************************************************
      *PROGRAM : PROJECT 4   Customer Archive and Purge                *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Takes customers who no longer belong on the mailing   *
      *          master off it without losing them. A customer is      *
      *          archived when a criterion in p04-archive-parms.txt is *
      *          met: no activity (last mailing in p04-mail-history.dat*
      *          or last journaled master change) for INACTIVE-DAYS, a *
      *          live 'U' row on the do-not-mail list, or NIXIE-COUNT  *
      *          returned pieces on the mail house's p04-nixie.csv.    *
      *          Each one is written to p04-cust-archive.dat with the  *
      *          reason and date, and a 'D' transaction (source        *
      *          ARCHIVE) is appended to p04-cust-trans.csv, so the    *
      *          delete goes through CUSTMAINT's journal and CUSTBACK  *
      *          can still put the batch back. A REINSTATE,custno row  *
      *          turns the customer's archive entry back into an 'A'   *
      *          transaction. The purge summary on                     *
      *          p04-archive-report.txt lists everyone archived and    *
      *          reinstated, with totals by reason. A customer with no *
      *          dated activity at all is listed, never archived, and  *
      *          an INACTIVE-DAYS reaching past the oldest history row *
      *          stops the run RC 16. Ends RC 8 when a reinstatement   *
      *          request cannot be honored. Run ahead of CUSTMAINT.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-ARCHIVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO '..\p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-CM-STATUS.
           SELECT ARCHIVE-PARM-FILE
                             ASSIGN TO '..\p04-archive-parms.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-APRM-STATUS.
           SELECT MAIL-HISTORY ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO '..\p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRNL-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO '..\p04-suppression.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUPP-STATUS.
           SELECT SUPP-INDEX-FILE
                             ASSIGN TO '..\p04-supp-index.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS SX-KEY
                             FILE STATUS IS WS-SIDX-STATUS.
           SELECT NIXIE-FILE ASSIGN TO '..\p04-nixie.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-NIXIE-STATUS.
           SELECT NIXIE-INDEX-FILE
                             ASSIGN TO '..\p04-arch-nixie.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS NXI-KEY
                             FILE STATUS IS WS-NXI-STATUS.
           SELECT ACTIVITY-INDEX-FILE
                             ASSIGN TO '..\p04-arch-activity.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS AX-CUST-NO
                             FILE STATUS IS WS-AX-STATUS.
           SELECT ADDR-ACTIVITY-FILE
                             ASSIGN TO '..\p04-arch-addr-act.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS AA-KEY
                             FILE STATUS IS WS-AA-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE
                             ASSIGN TO '..\p04-cust-archive.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCHIVE-NEW-FILE
                             ASSIGN TO '..\p04-cust-archive.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ARCHN-STATUS.
           SELECT OPTIONAL TRANS-FILE
                             ASSIGN TO '..\p04-cust-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TRANS-STATUS.
           SELECT ARCHIVE-REPORT
                             ASSIGN TO '..\p04-archive-report.txt'
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

       FD  ARCHIVE-PARM-FILE.
       01  ARCHIVE-PARM-REC            PIC X(60).

       FD  MAIL-HISTORY.
       01  HISTORY-REC.
           05  HIST-ADDRESS            PIC X(25).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-ADDR2              PIC X(25).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CITY               PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-STATE              PIC X(15).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-ZIP                PIC X(15).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-COUNTRY            PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-MAIL-DATE          PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CAMPAIGN           PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HIST-CUST-NOS           PIC X(69).

      *    THE CUSTMAINT JOURNAL. THE IMAGES ARE CM-REC, SO THE
      *    CUSTOMER NUMBER LEADS EACH ONE.
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

       FD  NIXIE-FILE.
       01  NIXIE-REC                   PIC X(340).

      *-----------------------------------------------------------------
      *    RETURNED PIECES PER CUSTOMER AT AN ADDRESS. A NIXIE THAT
      *    CARRIES CUSTOMER NUMBERS COUNTS ONCE UNDER EACH NUMBER AT
      *    THE RETURNED ADDRESS AND ZIP5; ONE RETURNED AGAINST AN
      *    EXTRACT FROM BEFORE THE NUMBERS EXISTED COUNTS UNDER A
      *    BLANK NUMBER, FOR EVERYONE AT THAT ADDRESS. KEEPING THE
      *    ADDRESS IN THE KEY MEANS A CUSTOMER WHO HAS SINCE MOVED IS
      *    NOT ARCHIVED FOR MAIL RETURNED AT THE OLD ADDRESS - THE
      *    RULE NIXIE ITSELF FOLLOWS.
      *-----------------------------------------------------------------
       FD  NIXIE-INDEX-FILE.
       01  NIXIE-INDEX-REC.
           05  NXI-KEY.
               10  NXI-CUST-NO         PIC X(6).
               10  NXI-ADDRESS         PIC X(25).
               10  NXI-ZIP5            PIC X(5).
           05  NXI-COUNT               PIC 9(4).

      *-----------------------------------------------------------------
      *    ONE ENTRY PER CUSTOMER NUMBER: THE LATEST DATED ACTIVITY
      *    (A MAILING OR A JOURNALED MASTER CHANGE) AND WHERE IT CAME
      *    FROM, AND WHETHER THE CUSTOMER IS ALREADY ON THE ARCHIVE OR
      *    BEING REINSTATED THIS RUN. AX-DEL-DATE IS THE LATEST
      *    JOURNALED DELETE THIS PROGRAM POSTED, AX-REINST-DATE THE
      *    LATEST STATUS DATE OF AN R ARCHIVE ROW. AX-RESTORED-SW MARKS
      *    AN OPEN ROW TO BE CLOSED - SEE 300-CHECK-CUSTOMER.
      *-----------------------------------------------------------------
       FD  ACTIVITY-INDEX-FILE.
       01  ACTIVITY-INDEX-REC.
           05  AX-CUST-NO              PIC X(6).
           05  AX-LAST-DATE            PIC X(8).
           05  AX-LAST-SOURCE          PIC X(7).
           05  AX-ARCH-SW              PIC X.
               88  AX-ARCHIVED                     VALUE 'Y'.
           05  AX-ARCH-DATE            PIC X(8).
           05  AX-REINST-SW            PIC X.
               88  AX-REINSTATED                   VALUE 'Y'.
           05  AX-DEL-DATE             PIC X(8).
           05  AX-REINST-DATE          PIC X(8).
           05  AX-RESTORED-SW          PIC X.
               88  AX-RESTORED                     VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE LATEST MAILING PER ADDRESS AND ZIP5 FROM HISTORY ROWS
      *    WRITTEN BEFORE THE CUSTOMER NUMBERS WERE CARRIED. IT IS KEYED
      *    AS THE NIXIE INDEX IS, SO SUCH A MAILING COUNTS AS ACTIVITY
      *    FOR WHOEVER IS ON THE MASTER AT THAT ADDRESS NOW.
      *-----------------------------------------------------------------
       FD  ADDR-ACTIVITY-FILE.
       01  ADDR-ACTIVITY-REC.
           05  AA-KEY.
               10  AA-ADDRESS          PIC X(25).
               10  AA-ZIP5             PIC X(5).
           05  AA-LAST-DATE            PIC X(8).

      *    SEE THE COMMENT AT WS-ARCHIVE-REC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(219).

       FD  ARCHIVE-NEW-FILE.
       01  ARCHIVE-NEW-REC             PIC X(219).

       FD  TRANS-FILE.
       01  TRANS-REC                   PIC X(200).

       FD  ARCHIVE-REPORT.
       01  ARCHIVE-RPT-REC             PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-CM-STATUS                PIC XX.
       01  WS-APRM-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-SUPP-STATUS              PIC XX.
       01  WS-SIDX-STATUS              PIC XX.
       01  WS-NIXIE-STATUS             PIC XX.
       01  WS-NXI-STATUS               PIC XX.
       01  WS-AX-STATUS                PIC XX.
       01  WS-AA-STATUS                PIC XX.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-ARCHN-STATUS             PIC XX.
       01  WS-TRANS-STATUS             PIC XX.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-N               PIC 9(8)    VALUE ZERO.
       01  WS-RUN-DATE-INT             PIC 9(8)    VALUE ZERO.
       01  WS-ACT-DATE-N               PIC 9(8)    VALUE ZERO.
       01  WS-ACT-AGE                  PIC S9(8)   VALUE ZERO.
       01  WS-OLDEST-HIST-DATE         PIC X(8)    VALUE SPACES.
       01  WS-HIST-AGE                 PIC S9(8)   VALUE ZERO.
       01  WS-LAST-DATE                PIC X(8).
       01  WS-LAST-SOURCE              PIC X(7).
       01  WS-CSV-COMMA                PIC X       VALUE ','.

      *-----------------------------------------------------------------
      *    ARCHIVE CRITERIA (p04-archive-parms.txt, KEY,VALUE ROWS -
      *    THE FILE AND EVERY ROW ARE OPTIONAL, AND EACH CRITERION IS
      *    OFF UNTIL IT IS SET, SO A RUN WITH NO PARAMETERS ARCHIVES
      *    NOBODY):
      *        INACTIVE-DAYS,n    NO ACTIVITY FOR n DAYS OR MORE. THE
      *                           HISTORY ONLY GOES BACK AS FAR AS THE
      *                           LABEL RUN RETAINS IT, SO AN n OLDER
      *                           THAN THE OLDEST HISTORY ROW (OR SET
      *                           WITH NO HISTORY AT ALL) STOPS THE RUN
      *                           RC 16. A CUSTOMER WITH NO DATED
      *                           ACTIVITY AT ALL IS LISTED, NEVER
      *                           ARCHIVED.
      *        NIXIE-COUNT,n      n OR MORE PIECES RETURNED AT THE
      *                           CUSTOMER'S CURRENT ADDRESS ON THE
      *                           CURRENT NIXIE FILE
      *        UNDELIVERABLE,Y    A LIVE 'U' ROW ON THE DO-NOT-MAIL
      *                           LIST FOR THE CUSTOMER'S NAME/ADDRESS
      *        REINSTATE,custno[,requested-by]
      *                           PUT AN ARCHIVED CUSTOMER BACK (UP TO
      *                           100 PER RUN). FROM THEN ON ONLY
      *                           INACTIVITY CAN ARCHIVE THEM AGAIN.
      *    A CUSTOMER MEETING MORE THAN ONE IS ARCHIVED FOR THE FIRST
      *    IN THE ORDER UNDELIVERABLE, RETURNED MAIL, INACTIVE.
      *-----------------------------------------------------------------
       01  WS-AP-KEY                   PIC X(16).
       01  WS-AP-VAL1                  PIC X(15).
       01  WS-AP-VAL2                  PIC X(15).
       01  WS-INACTIVE-DAYS            PIC 9(4)    VALUE ZERO.
       01  WS-NIXIE-LIMIT              PIC 9(3)    VALUE ZERO.
       01  WS-UNDELIV-SW               PIC X       VALUE 'N'.
           88  ARCHIVE-UNDELIVERABLE               VALUE 'Y'.

      *-----------------------------------------------------------------
      *    REINSTATEMENT REQUESTS. WS-RI-DISP IS THE OUTCOME:
      *        SPACE NOT YET MATCHED   R REINSTATED
      *        N NO OPEN ARCHIVE ENTRY X INVALID CUSTOMER NUMBER
      *-----------------------------------------------------------------
       01  WS-RI-TAB-CTR               PIC 9(3)    VALUE ZERO.
       01  WS-RI-TABLE.
           03  WS-RI-ENTRY OCCURS 100 TIMES.
               05  WS-RI-CUST-NO       PIC X(6).
               05  WS-RI-BY            PIC X(10).
               05  WS-RI-DISP          PIC X.
       01  WS-RI-IDX                   PIC 9(3)    VALUE ZERO.
       01  WS-RI-MATCH-IDX             PIC 9(3)    VALUE ZERO.
       01  WS-RI-CUST-NO-WORK          PIC X(6).

      *-----------------------------------------------------------------
      *    SCRATCH FOR RIGHT-JUSTIFYING A SHORT CUSTOMER NUMBER ("123")
      *    INTO THE 6-DIGIT KEY ("000123"), AS CUSTMAINT DOES IT.
      *-----------------------------------------------------------------
       01  WS-CUSTNO-TEMP              PIC X(6).
       01  WS-CUSTNO-LEN               PIC 9(2)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    ONE ACTIVITY BEING POSTED TO THE ACTIVITY INDEX, AND THE
      *    SLASH-SEPARATED CUSTOMER-NUMBER LIST IT CAME WITH (HISTORY
      *    AND NIXIE ROWS CARRY A WHOLE HOUSEHOLD'S NUMBERS).
      *-----------------------------------------------------------------
       01  WS-ACT-CUST-NO              PIC X(6).
       01  WS-ACT-DATE                 PIC X(8).
       01  WS-ACT-SOURCE               PIC X(7).
       01  WS-CN-LIST                  PIC X(69).
       01  WS-CN-ONE                   PIC X(6).
       01  WS-CN-PTR                   PIC 9(3)    VALUE ZERO.

      *-----------------------------------------------------------------
      *    THE UNSTRUNG NIXIE ROW, AS NIXIE UNSTRINGS IT - A ROW FROM
      *    BEFORE THE CUSTOMER-NUMBER COLUMN HAS ONE FIELD FEWER.
      *-----------------------------------------------------------------
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
       01  WS-NX-TOTAL                 PIC 9(4)    VALUE ZERO.

       01  WS-SUPP-ADDED-DATE          PIC X(8).
       01  WS-SUPP-SOURCE              PIC X(10).
       01  WS-SUPP-EXPIRY-DATE         PIC X(8).

      *-----------------------------------------------------------------
      *    ONE ARCHIVE ROW: THE DATE AND REASON THE CUSTOMER WAS
      *    ARCHIVED, ITS STATUS (A ARCHIVED, R REINSTATED - ON REQUEST,
      *    OR FOUND PUT BACK OUTSIDE THIS PROGRAM, AS BY A CUSTBACK OF
      *    THE DELETE) AND THE DATE OF THE LAST STATUS CHANGE, THEN THE
      *    MASTER RECORD AS IT STOOD - WHAT A REINSTATEMENT PUTS BACK.
      *    REASON CODES:
      *        I INACTIVE   U UNDELIVERABLE   N RETURNED MAIL (NIXIE)
      *    ROWS ARE NEVER DROPPED; A REINSTATED ROW STAYS AS THE
      *    RECORD THAT THE CUSTOMER WAS ONCE ARCHIVED.
      *-----------------------------------------------------------------
       01  WS-ARCHIVE-REC.
           05  WS-AR-ARCH-DATE         PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-AR-REASON-CD         PIC X.
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-AR-REASON            PIC X(40).
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-AR-STATUS            PIC X.
               88  WS-AR-OPEN                      VALUE 'A'.
               88  WS-AR-REINSTATED                VALUE 'R'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-AR-STATUS-DATE       PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-AR-IMAGE.
               10  WS-AR-CUST-NO       PIC X(6).
               10  WS-AR-LNAME         PIC X(15).
               10  WS-AR-FNAME         PIC X(15).
               10  WS-AR-ADDRESS       PIC X(25).
               10  WS-AR-ADDR2         PIC X(25).
               10  WS-AR-CITY          PIC X(20).
               10  WS-AR-STATE         PIC X(15).
               10  WS-AR-ZIP           PIC X(15).
               10  WS-AR-COUNTRY       PIC X(20).

       01  WS-NEW-REASON-CD            PIC X.
       01  WS-NEW-REASON               PIC X(40).
       01  WS-AX-FOUND-SW              PIC X       VALUE 'N'.
           88  WS-AX-FOUND                         VALUE 'Y'.
       01  WS-SUPP-MATCH-SW            PIC X       VALUE 'N'.
           88  WS-SUPP-MATCHED                     VALUE 'Y'.

       01  WS-OUT-LINE                 PIC X(200).
       01  WS-RPT-LINE                 PIC X(132).
       01  WS-EDIT-SMALL               PIC ZZZ9.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-DESC               PIC X(26).

       01  WS-COUNTERS.
           03  WS-MASTER-READ-CTR      PIC 9(6)    VALUE ZERO.
           03  WS-HIST-ROW-CTR         PIC 9(7)    VALUE ZERO.
           03  WS-JRNL-ROW-CTR         PIC 9(7)    VALUE ZERO.
           03  WS-NIXIE-ROW-CTR        PIC 9(6)    VALUE ZERO.
           03  WS-INACTIVE-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-NO-ACTIVITY-CTR      PIC 9(6)    VALUE ZERO.
           03  WS-UNDELIV-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-RETURNED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-REPOST-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-RESTORED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-CAUSE-REMAINS-CTR    PIC 9(6)    VALUE ZERO.
           03  WS-REINST-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-RI-REJECT-CTR        PIC 9(6)    VALUE ZERO.
           03  WS-ARCH-BEFORE-CTR      PIC 9(6)    VALUE ZERO.
           03  WS-ARCH-AFTER-CTR       PIC 9(6)    VALUE ZERO.
           03  WS-SECTION-CTR          PIC 9(6)    VALUE ZERO.

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-CN-USE-SW            PIC X       VALUE 'A'.
               88  CN-FOR-ACTIVITY                 VALUE 'A'.
               88  CN-FOR-NIXIE                    VALUE 'N'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           PERFORM 110-LOAD-PARAMETERS.
           IF ARCHIVE-UNDELIVERABLE
               PERFORM 120-LOAD-SUPPRESSION
           END-IF.
           PERFORM 130-BUILD-ACTIVITY-INDEX.
           IF WS-INACTIVE-DAYS > ZERO
               PERFORM 139-CHECK-HISTORY-WINDOW
           END-IF.
           IF WS-NIXIE-LIMIT > ZERO
               PERFORM 140-BUILD-NIXIE-INDEX
           END-IF.

           OPEN INPUT CUST-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT OPEN MASTER, STATUS '
                       WS-CM-STATUS ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00' AND WS-TRANS-STATUS NOT = '05'
               DISPLAY 'ARCHIVE: CANNOT EXTEND TRANSACTION FILE, '
                       'STATUS ' WS-TRANS-STATUS ' - NOTHING ARCHIVED'
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCHIVE-REPORT.
           PERFORM 150-WRITE-HEADINGS.

           PERFORM 200-CARRY-ARCHIVE.
           PERFORM 250-WRITE-REJECTED-REQUESTS.

           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'CUSTOMERS ARCHIVED' TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE ZERO TO WS-SECTION-CTR
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-CTR
                       PERFORM 300-CHECK-CUSTOMER
               END-READ
           END-PERFORM.
           IF WS-SECTION-CTR = ZERO
               MOVE '  NONE' TO ARCHIVE-RPT-REC
               WRITE ARCHIVE-RPT-REC
           END-IF.
           IF WS-INACTIVE-DAYS > ZERO
               PERFORM 350-LIST-NO-ACTIVITY
           END-IF.
           CLOSE CUST-MASTER
                 TRANS-FILE
                 ADDR-ACTIVITY-FILE.
           IF ARCHIVE-UNDELIVERABLE
               CLOSE SUPP-INDEX-FILE
           END-IF.
           IF WS-NIXIE-LIMIT > ZERO
               CLOSE NIXIE-INDEX-FILE
           END-IF.

           PERFORM 400-REWRITE-ARCHIVE.
           CLOSE ACTIVITY-INDEX-FILE.
           PERFORM 900-WRITE-TOTALS.
           CLOSE ARCHIVE-REPORT.

           DISPLAY 'MASTER RECORDS READ  : ', WS-MASTER-READ-CTR.
           DISPLAY 'ARCHIVED - UNDELIV   : ', WS-UNDELIV-CTR.
           DISPLAY 'ARCHIVED - RETURNED  : ', WS-RETURNED-CTR.
           DISPLAY 'ARCHIVED - INACTIVE  : ', WS-INACTIVE-CTR.
           DISPLAY 'NO ACTIVITY ON FILE  : ', WS-NO-ACTIVITY-CTR.
           DISPLAY 'DELETES RE-POSTED    : ', WS-REPOST-CTR.
           DISPLAY 'RESTORED OUTSIDE ARCH: ', WS-RESTORED-CTR.
           DISPLAY 'CUSTOMERS REINSTATED : ', WS-REINST-CTR.
           DISPLAY 'REINSTATED, CAUSE ON : ', WS-CAUSE-REMAINS-CTR.
           DISPLAY 'REINSTATES REJECTED  : ', WS-RI-REJECT-CTR.
           DISPLAY 'ARCHIVE OPEN BEFORE  : ', WS-ARCH-BEFORE-CTR.
           DISPLAY 'ARCHIVE OPEN AFTER   : ', WS-ARCH-AFTER-CTR.
           IF WS-RI-REJECT-CTR > ZERO
               DISPLAY '** WARNING: ' WS-RI-REJECT-CTR
                       ' REINSTATEMENTS NOT HONORED - SEE '
                       'p04-archive-report.txt **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-AP-KEY. UNKNOWN ROWS ARE FLAGGED; A
      *    LIMIT THAT IS NOT A NUMBER COMES OUT ZERO AND LEAVES THAT
      *    CRITERION OFF - A MISKEYED LIMIT MUST NOT ARCHIVE THE WRONG
      *    CUSTOMERS.
      *-----------------------------------------------------------------
       110-LOAD-PARAMETERS.
           OPEN INPUT ARCHIVE-PARM-FILE
           IF WS-APRM-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ ARCHIVE-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF ARCHIVE-PARM-REC NOT = SPACES
                               PERFORM 115-LOAD-PARAMETER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-PARM-FILE
               MOVE 'N' TO WS-EOF-FLAG
           ELSE
               DISPLAY 'ARCHIVE: NO PARAMETER FILE - NO CRITERIA SET'
           END-IF.
      *-----------------------------------------------------------------
       115-LOAD-PARAMETER-ROW.
           MOVE SPACES TO WS-AP-KEY WS-AP-VAL1 WS-AP-VAL2
           UNSTRING ARCHIVE-PARM-REC DELIMITED BY ","
             INTO WS-AP-KEY, WS-AP-VAL1, WS-AP-VAL2
           END-UNSTRING
           EVALUATE WS-AP-KEY
               WHEN 'INACTIVE-DAYS'
                   COMPUTE WS-INACTIVE-DAYS =
                       FUNCTION NUMVAL(WS-AP-VAL1)
               WHEN 'NIXIE-COUNT'
                   COMPUTE WS-NIXIE-LIMIT =
                       FUNCTION NUMVAL(WS-AP-VAL1)
               WHEN 'UNDELIVERABLE'
                   IF WS-AP-VAL1 = 'Y' OR WS-AP-VAL1 = 'N'
                       MOVE WS-AP-VAL1 TO WS-UNDELIV-SW
                   ELSE
                       DISPLAY 'WARNING: ARCHIVE PARAMETER '
                               'NOT Y OR N: ' ARCHIVE-PARM-REC
                   END-IF
               WHEN 'REINSTATE'
                   PERFORM 117-ADD-REINSTATEMENT
               WHEN OTHER
                   DISPLAY 'WARNING: ARCHIVE PARAMETER '
                           'NOT RECOGNIZED: ' ARCHIVE-PARM-REC
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-RI-TABLE. A NUMBER THAT IS NOT SIX
      *    DIGITS EVEN AFTER ZERO-FILLING IS KEPT SO THE REPORT CAN
      *    SHOW IT; A REPEATED NUMBER IS DROPPED WITH A WARNING.
      *-----------------------------------------------------------------
       117-ADD-REINSTATEMENT.
           MOVE WS-AP-VAL1 TO WS-RI-CUST-NO-WORK
           IF WS-RI-CUST-NO-WORK NOT NUMERIC
              AND WS-RI-CUST-NO-WORK NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RI-CUST-NO-WORK))
                 TO WS-CUSTNO-LEN
               IF WS-CUSTNO-LEN < 6
                   MOVE WS-RI-CUST-NO-WORK TO WS-CUSTNO-TEMP
                   IF WS-CUSTNO-TEMP(1:WS-CUSTNO-LEN) NUMERIC
                       MOVE ZEROES TO WS-RI-CUST-NO-WORK
                       MOVE WS-CUSTNO-TEMP(1:WS-CUSTNO-LEN)
                         TO WS-RI-CUST-NO-WORK(7 - WS-CUSTNO-LEN:
                            WS-CUSTNO-LEN)
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-RI-MATCH-IDX
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-RI-TAB-CTR
               IF WS-RI-CUST-NO(WS-RI-IDX) = WS-RI-CUST-NO-WORK
                   MOVE WS-RI-IDX TO WS-RI-MATCH-IDX
                   MOVE WS-RI-TAB-CTR TO WS-RI-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RI-MATCH-IDX > ZERO
                   DISPLAY 'WARNING: REINSTATEMENT REPEATED - '
                           'IGNORED: ' ARCHIVE-PARM-REC
               WHEN WS-RI-TAB-CTR NOT < 100
                   DISPLAY 'WARNING: REINSTATEMENT TABLE FULL - '
                           'NOT LOADED: ' ARCHIVE-PARM-REC
               WHEN OTHER
                   ADD 1 TO WS-RI-TAB-CTR
                   MOVE WS-RI-CUST-NO-WORK
                     TO WS-RI-CUST-NO(WS-RI-TAB-CTR)
                   MOVE WS-AP-VAL2 TO WS-RI-BY(WS-RI-TAB-CTR)
                   IF WS-RI-CUST-NO-WORK NUMERIC
                       MOVE SPACE TO WS-RI-DISP(WS-RI-TAB-CTR)
                   ELSE
                       MOVE 'X' TO WS-RI-DISP(WS-RI-TAB-CTR)
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    THE DO-NOT-MAIL LIST AS THE LABEL RUN AND COAPOST KEY IT:
      *    LIVE ROWS ONLY, FIRST ROW FOR A NAME/ADDRESS WINS. AN INDEX
      *    THAT CANNOT BE BUILT STOPS THE RUN BEFORE ANYTHING IS
      *    ARCHIVED.
      *-----------------------------------------------------------------
       120-LOAD-SUPPRESSION.
           OPEN OUTPUT SUPP-INDEX-FILE
           IF WS-SIDX-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT BUILD SUPPRESSION INDEX, '
                       'STATUS ' WS-SIDX-STATUS ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUPP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ SUPPRESS-FILE
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
               CLOSE SUPPRESS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           CLOSE SUPP-INDEX-FILE
           OPEN INPUT SUPP-INDEX-FILE.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT ACTIVITY-INDEX-REC. EVERY MAILING IN THE
      *    HISTORY AND EVERY JOURNALED ADD OR CHANGE COUNTS AS
      *    ACTIVITY; NEITHER FILE IS REQUIRED. THE INDEXES ARE LEFT
      *    OPEN FOR THE ARCHIVE AND MASTER PASSES.
      *-----------------------------------------------------------------
       130-BUILD-ACTIVITY-INDEX.
           OPEN OUTPUT ACTIVITY-INDEX-FILE
           IF WS-AX-STATUS = '00'
               CLOSE ACTIVITY-INDEX-FILE
               OPEN I-O ACTIVITY-INDEX-FILE
           END-IF
           IF WS-AX-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT BUILD ACTIVITY INDEX, STATUS '
                       WS-AX-STATUS ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADDR-ACTIVITY-FILE
           IF WS-AA-STATUS = '00'
               CLOSE ADDR-ACTIVITY-FILE
               OPEN I-O ADDR-ACTIVITY-FILE
           END-IF
           IF WS-AA-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT BUILD ADDRESS ACTIVITY INDEX, '
                       'STATUS ' WS-AA-STATUS ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CN-FOR-ACTIVITY TO TRUE
           OPEN INPUT MAIL-HISTORY
           IF WS-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ MAIL-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HIST-ROW-CTR
                           PERFORM 131-POST-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE MAIL-HISTORY
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JRNL-ROW-CTR
                           PERFORM 133-POST-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    A HISTORY ROW FROM BEFORE THE CUSTOMER NUMBERS WERE CARRIED
      *    IS POSTED BY ITS ADDRESS - SEE ADDR-ACTIVITY-REC. THE OLDEST
      *    MAILING DATE IS KEPT FOR 139-CHECK-HISTORY-WINDOW.
      *-----------------------------------------------------------------
       131-POST-HISTORY-ROW.
           IF HIST-MAIL-DATE NUMERIC
               IF WS-OLDEST-HIST-DATE = SPACES
                  OR HIST-MAIL-DATE < WS-OLDEST-HIST-DATE
                   MOVE HIST-MAIL-DATE TO WS-OLDEST-HIST-DATE
               END-IF
               IF HIST-CUST-NOS = SPACES
                   PERFORM 132-POST-ADDRESS-ACTIVITY
               ELSE
                   MOVE HIST-MAIL-DATE TO WS-ACT-DATE
                   MOVE 'MAILED' TO WS-ACT-SOURCE
                   MOVE HIST-CUST-NOS TO WS-CN-LIST
                   PERFORM 135-POST-CUST-NO-LIST
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    KEEPS THE LATEST MAILING PER ADDRESS AND ZIP5.
      *-----------------------------------------------------------------
       132-POST-ADDRESS-ACTIVITY.
           MOVE HIST-ADDRESS  TO AA-ADDRESS
           MOVE HIST-ZIP(1:5) TO AA-ZIP5
           READ ADDR-ACTIVITY-FILE
               INVALID KEY
                   MOVE HIST-MAIL-DATE TO AA-LAST-DATE
                   WRITE ADDR-ACTIVITY-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF HIST-MAIL-DATE > AA-LAST-DATE
                       MOVE HIST-MAIL-DATE TO AA-LAST-DATE
                       REWRITE ADDR-ACTIVITY-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *    A DELETE'S CUSTOMER IS IN THE BEFORE IMAGE, AN ADD'S OR
      *    CHANGE'S IN THE AFTER IMAGE - EITHER WAY THE NUMBER LEADS.
      *    A DELETE THIS PROGRAM POSTED IS ALSO KEPT AS AX-DEL-DATE, SO
      *    THE MASTER PASS KNOWS THE DELETE LANDED.
      *-----------------------------------------------------------------
       133-POST-JOURNAL-ROW.
           IF JR-BATCH-DATE NUMERIC
               IF JR-ACTION = 'D'
                   MOVE JR-BEFORE-IMAGE(1:6) TO WS-ACT-CUST-NO
               ELSE
                   MOVE JR-AFTER-IMAGE(1:6) TO WS-ACT-CUST-NO
               END-IF
               MOVE JR-BATCH-DATE TO WS-ACT-DATE
               MOVE 'MASTER' TO WS-ACT-SOURCE
               IF WS-ACT-CUST-NO NUMERIC
                   PERFORM 137-POST-ACTIVITY
                   IF JR-ACTION = 'D' AND JR-SOURCE = 'ARCHIVE'
                       PERFORM 138-POST-ARCHIVE-DELETE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    WALKS A SLASH-SEPARATED CUSTOMER-NUMBER LIST, POSTING EACH
      *    NUMBER TO THE ACTIVITY OR THE NIXIE INDEX (WS-CN-USE-SW).
      *-----------------------------------------------------------------
       135-POST-CUST-NO-LIST.
           MOVE 1 TO WS-CN-PTR
           PERFORM UNTIL WS-CN-PTR > 69
               MOVE SPACES TO WS-CN-ONE
               UNSTRING WS-CN-LIST DELIMITED BY '/'
                 INTO WS-CN-ONE
                 WITH POINTER WS-CN-PTR
               END-UNSTRING
               IF WS-CN-ONE NUMERIC
                   IF CN-FOR-ACTIVITY
                       MOVE WS-CN-ONE TO WS-ACT-CUST-NO
                       PERFORM 137-POST-ACTIVITY
                   ELSE
                       MOVE WS-CN-ONE TO NXI-CUST-NO
                       PERFORM 147-POST-NIXIE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    KEEPS THE LATEST DATE PER CUSTOMER; ON A TIE THE MAILING
      *    POSTED FIRST STANDS.
      *-----------------------------------------------------------------
       137-POST-ACTIVITY.
           MOVE WS-ACT-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           IF NOT WS-AX-FOUND
              OR AX-LAST-DATE = SPACES
              OR WS-ACT-DATE > AX-LAST-DATE
               MOVE WS-ACT-DATE TO AX-LAST-DATE
               MOVE WS-ACT-SOURCE TO AX-LAST-SOURCE
               PERFORM 215-PUT-ACTIVITY
           END-IF.
      *-----------------------------------------------------------------
       138-POST-ARCHIVE-DELETE.
           MOVE WS-ACT-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           IF AX-DEL-DATE NOT NUMERIC
              OR JR-BATCH-DATE > AX-DEL-DATE
               MOVE JR-BATCH-DATE TO AX-DEL-DATE
               PERFORM 215-PUT-ACTIVITY
           END-IF.
      *-----------------------------------------------------------------
      *    A CUSTOMER WHO LAST MAILED BEFORE THE OLDEST HISTORY ROW
      *    LOOKS THE SAME AS ONE NEVER MAILED, SO AN INACTIVITY WINDOW
      *    REACHING PAST THE HISTORY WOULD ARCHIVE ON MISSING DATA. SUCH
      *    A WINDOW, OR ONE SET WITH NO HISTORY AT ALL, STOPS THE RUN
      *    BEFORE ANYTHING IS WRITTEN.
      *-----------------------------------------------------------------
       139-CHECK-HISTORY-WINDOW.
           IF WS-OLDEST-HIST-DATE = SPACES
               DISPLAY 'ARCHIVE: INACTIVE-DAYS IS SET BUT THERE IS NO '
                       'MAIL HISTORY TO MEASURE IT AGAINST - NOTHING '
                       'ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OLDEST-HIST-DATE TO WS-ACT-DATE-N
           COMPUTE WS-HIST-AGE = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-ACT-DATE-N)
           IF WS-INACTIVE-DAYS > WS-HIST-AGE
               MOVE WS-HIST-AGE TO WS-EDIT-COUNT
               DISPLAY 'ARCHIVE: INACTIVE-DAYS ' WS-INACTIVE-DAYS
                       ' EXCEEDS THE MAIL HISTORY, WHICH GOES BACK '
                       FUNCTION TRIM(WS-EDIT-COUNT) ' DAYS TO '
                       WS-OLDEST-HIST-DATE ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT NIXIE-INDEX-REC. SEED PIECES ARE OUR OWN
      *    ADDRESSES AND NEVER COUNT. NO NIXIE FILE MEANS NOTHING IS
      *    ARCHIVED FOR RETURNED MAIL THIS RUN.
      *-----------------------------------------------------------------
       140-BUILD-NIXIE-INDEX.
           OPEN OUTPUT NIXIE-INDEX-FILE
           IF WS-NXI-STATUS = '00'
               CLOSE NIXIE-INDEX-FILE
               OPEN I-O NIXIE-INDEX-FILE
           END-IF
           IF WS-NXI-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT BUILD NIXIE INDEX, STATUS '
                       WS-NXI-STATUS ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CN-FOR-NIXIE TO TRUE
           OPEN INPUT NIXIE-FILE
           IF WS-NIXIE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ NIXIE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 145-POST-NIXIE-ROW
                   END-READ
               END-PERFORM
               CLOSE NIXIE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           ELSE
               DISPLAY 'ARCHIVE: NO NIXIE FILE - RETURNED-MAIL '
                       'CRITERION HAS NOTHING TO COUNT'
           END-IF
           SET CN-FOR-ACTIVITY TO TRUE.
      *-----------------------------------------------------------------
       145-POST-NIXIE-ROW.
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
           IF WS-NX-CAMPAIGN NOT = 'CAMPAIGN'
              AND WS-NX-SEED NOT = 'S'
              AND NIXIE-REC NOT = SPACES
               ADD 1 TO WS-NIXIE-ROW-CTR
               MOVE WS-NX-ADDR TO NXI-ADDRESS
               MOVE WS-NX-ZIP(1:5) TO NXI-ZIP5
               IF WS-NX-CUST-NOS = SPACES
                   MOVE SPACES TO NXI-CUST-NO
                   PERFORM 147-POST-NIXIE-COUNT
               ELSE
                   MOVE WS-NX-CUST-NOS TO WS-CN-LIST
                   PERFORM 135-POST-CUST-NO-LIST
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    NXI-KEY IS SET BY THE CALLER.
      *-----------------------------------------------------------------
       147-POST-NIXIE-COUNT.
           READ NIXIE-INDEX-FILE
               INVALID KEY
                   MOVE 1 TO NXI-COUNT
                   WRITE NIXIE-INDEX-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF NXI-COUNT < 9999
                       ADD 1 TO NXI-COUNT
                   END-IF
                   REWRITE NIXIE-INDEX-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
      *    THE CRITERIA IN FORCE HEAD THE REPORT SO IT STANDS ON ITS
      *    OWN.
      *-----------------------------------------------------------------
       150-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER ARCHIVE AND PURGE SUMMARY    RUN DATE '
                     DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'ARCHIVE CRITERIA' TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  UNDELIVERABLE (DO-NOT-MAIL U): ' TO WS-RPT-LINE
           IF ARCHIVE-UNDELIVERABLE
               MOVE 'ON' TO WS-RPT-LINE(36:2)
           ELSE
               MOVE 'OFF' TO WS-RPT-LINE(36:3)
           END-IF
           WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  RETURNED PIECES AT ADDRESS   : ' TO WS-RPT-LINE
           IF WS-NIXIE-LIMIT > ZERO
               MOVE WS-NIXIE-LIMIT TO WS-EDIT-SMALL
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                     ' OR MORE' DELIMITED BY SIZE
                     INTO WS-RPT-LINE(36:20)
               END-STRING
           ELSE
               MOVE 'OFF' TO WS-RPT-LINE(36:3)
           END-IF
           WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  DAYS WITHOUT ACTIVITY        : ' TO WS-RPT-LINE
           IF WS-INACTIVE-DAYS > ZERO
               MOVE WS-INACTIVE-DAYS TO WS-EDIT-SMALL
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                     ' OR MORE' DELIMITED BY SIZE
                     INTO WS-RPT-LINE(36:20)
               END-STRING
           ELSE
               MOVE 'OFF' TO WS-RPT-LINE(36:3)
           END-IF
           WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    COPIES THE ARCHIVE TO THE SCRATCH FILE, HONORING EACH
      *    REINSTATEMENT AGAINST ITS OPEN ROW: THE ROW IS MARKED R AND
      *    AN 'A' TRANSACTION PUTS THE RECORD BACK ON THE MASTER
      *    THROUGH CUSTMAINT. EVERY OTHER OPEN ROW IS POSTED TO THE
      *    ACTIVITY INDEX SO THE MASTER PASS KNOWS THE CUSTOMER IS
      *    ALREADY ARCHIVED, AND AN R ROW'S DATE SO IT KNOWS THE
      *    CUSTOMER WAS PUT BACK. NO ARCHIVE FILE YET IS NOT AN ERROR;
      *    ONE THAT WILL NOT OPEN STOPS THE RUN, SINCE 400 WOULD
      *    OTHERWISE REWRITE IT WITH TODAY'S ROWS ALONE.
      *-----------------------------------------------------------------
       200-CARRY-ARCHIVE.
           OPEN OUTPUT ARCHIVE-NEW-FILE
           IF WS-ARCHN-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT OPEN p04-cust-archive.tmp, '
                       'STATUS ' WS-ARCHN-STATUS ' - NOTHING ARCHIVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = '00' AND WS-ARCH-STATUS NOT = '05'
               DISPLAY 'ARCHIVE: CANNOT OPEN p04-cust-archive.dat, '
                       'STATUS ' WS-ARCH-STATUS ' - NOTHING ARCHIVED'
               CLOSE ARCHIVE-NEW-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'CUSTOMERS REINSTATED' TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ ARCHIVE-FILE INTO WS-ARCHIVE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-AR-OPEN
                               ADD 1 TO WS-ARCH-BEFORE-CTR
                               PERFORM 205-CARRY-OPEN-ROW
                           WHEN WS-AR-REINSTATED
                               PERFORM 203-POST-REINSTATED-ROW
                       END-EVALUATE
                       WRITE ARCHIVE-NEW-REC FROM WS-ARCHIVE-REC
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-REINST-CTR = ZERO
               MOVE '  NONE' TO ARCHIVE-RPT-REC
               WRITE ARCHIVE-RPT-REC
           END-IF.
      *-----------------------------------------------------------------
       203-POST-REINSTATED-ROW.
           MOVE WS-AR-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           IF AX-REINST-DATE NOT NUMERIC
              OR WS-AR-STATUS-DATE > AX-REINST-DATE
               MOVE WS-AR-STATUS-DATE TO AX-REINST-DATE
               PERFORM 215-PUT-ACTIVITY
           END-IF.
      *-----------------------------------------------------------------
       205-CARRY-OPEN-ROW.
           MOVE ZERO TO WS-RI-MATCH-IDX
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-RI-TAB-CTR
               IF WS-RI-CUST-NO(WS-RI-IDX) = WS-AR-CUST-NO
                  AND WS-RI-DISP(WS-RI-IDX) = SPACE
                   MOVE WS-RI-IDX TO WS-RI-MATCH-IDX
                   MOVE WS-RI-TAB-CTR TO WS-RI-IDX
               END-IF
           END-PERFORM
           MOVE WS-AR-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           IF WS-RI-MATCH-IDX > ZERO
               MOVE 'R' TO WS-RI-DISP(WS-RI-MATCH-IDX)
               MOVE 'R' TO WS-AR-STATUS
               MOVE WS-RUN-DATE TO WS-AR-STATUS-DATE
               MOVE 'Y' TO AX-REINST-SW
               ADD 1 TO WS-REINST-CTR
               PERFORM 220-WRITE-ADD-TRANS
               PERFORM 230-WRITE-REINSTATED-LINE
               PERFORM 207-CHECK-CAUSE-REMAINS
           ELSE
               MOVE 'Y' TO AX-ARCH-SW
               IF WS-AR-ARCH-DATE > AX-ARCH-DATE
                  OR AX-ARCH-DATE = SPACES
                   MOVE WS-AR-ARCH-DATE TO AX-ARCH-DATE
               END-IF
           END-IF
           PERFORM 215-PUT-ACTIVITY.
      *-----------------------------------------------------------------
      *    A CUSTOMER REINSTATED HERE IS NOT ARCHIVED AGAIN FOR AN
      *    UNDELIVERABLE OR RETURNED-MAIL CAUSE (SEE 310), SO WHEN THAT
      *    CAUSE IS STILL ON FILE - THE U ROW STILL LIVE, OR THE RETURNS
      *    STILL ON THE NIXIE FILE - THE REVIEWER IS TOLD UNDER THE
      *    REINSTATED LINE. ONLY A CRITERION IN FORCE THIS RUN HAS ITS
      *    INDEX BUILT, SO ONLY THAT ONE CAN BE CHECKED.
      *-----------------------------------------------------------------
       207-CHECK-CAUSE-REMAINS.
           MOVE SPACES TO WS-NEW-REASON
           IF WS-AR-REASON-CD = 'U' AND ARCHIVE-UNDELIVERABLE
               MOVE WS-AR-LNAME    TO SX-LNAME
               MOVE WS-AR-FNAME    TO SX-FNAME
               MOVE WS-AR-ADDRESS  TO SX-ADDRESS
               MOVE WS-AR-ZIP(1:5) TO SX-ZIP
               READ SUPP-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SX-REASON-CD = 'U'
                           MOVE '** U ROW STILL ON DO-NOT-MAIL LIST'
                             TO WS-NEW-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-AR-REASON-CD = 'N' AND WS-NIXIE-LIMIT > ZERO
               MOVE ZERO TO WS-NX-TOTAL
               MOVE WS-AR-CUST-NO  TO NXI-CUST-NO
               MOVE WS-AR-ADDRESS  TO NXI-ADDRESS
               MOVE WS-AR-ZIP(1:5) TO NXI-ZIP5
               READ NIXIE-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD NXI-COUNT TO WS-NX-TOTAL
               END-READ
               MOVE SPACES         TO NXI-CUST-NO
               MOVE WS-AR-ADDRESS  TO NXI-ADDRESS
               MOVE WS-AR-ZIP(1:5) TO NXI-ZIP5
               READ NIXIE-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD NXI-COUNT TO WS-NX-TOTAL
               END-READ
               IF WS-NX-TOTAL NOT < WS-NIXIE-LIMIT
                   MOVE '** RETURNS STILL ON THE NIXIE FILE'
                     TO WS-NEW-REASON
               END-IF
           END-IF
           IF WS-NEW-REASON NOT = SPACES
               ADD 1 TO WS-CAUSE-REMAINS-CTR
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-NEW-REASON TO WS-RPT-LINE(82:40)
               WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE
           END-IF.
      *-----------------------------------------------------------------
      *    READS THE ACTIVITY ENTRY FOR WS-CN-ONE, OR SETS UP AN EMPTY
      *    ONE WHEN THE CUSTOMER HAS NONE YET.
      *-----------------------------------------------------------------
       210-GET-ACTIVITY.
           MOVE WS-CN-ONE TO AX-CUST-NO
           MOVE 'Y' TO WS-AX-FOUND-SW
           READ ACTIVITY-INDEX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AX-FOUND-SW
                   MOVE SPACES TO ACTIVITY-INDEX-REC
                   MOVE WS-CN-ONE TO AX-CUST-NO
                   MOVE 'N' TO AX-ARCH-SW
                   MOVE 'N' TO AX-REINST-SW
                   MOVE 'N' TO AX-RESTORED-SW
           END-READ.
      *-----------------------------------------------------------------
       215-PUT-ACTIVITY.
           IF WS-AX-FOUND
               REWRITE ACTIVITY-INDEX-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACTIVITY-INDEX-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               SET WS-AX-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    AN 'A' TRANSACTION IN THE CUSTMAINT LAYOUT CARRYING THE
      *    RECORD AS IT WAS ARCHIVED, SOURCE ARCHIVE, APPROVER THE
      *    REQUESTER NAMED ON THE REINSTATE ROW.
      *-----------------------------------------------------------------
       220-WRITE-ADD-TRANS.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'A' DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-AR-CUST-NO DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-LNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-FNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-ADDRESS) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-ADDR2) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-CITY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-STATE) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-ZIP) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-COUNTRY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 'ARCHIVE' DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RI-BY(WS-RI-MATCH-IDX))
                     DELIMITED BY SIZE
                 INTO WS-OUT-LINE
           END-STRING
           WRITE TRANS-REC FROM WS-OUT-LINE.
      *-----------------------------------------------------------------
       230-WRITE-REINSTATED-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                 WS-AR-CUST-NO DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-LNAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-FNAME) DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AR-ADDRESS) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-AR-ZIP(1:5) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           STRING 'ARCHIVED ' DELIMITED BY SIZE
                 WS-AR-ARCH-DATE DELIMITED BY SIZE
                 ' (' DELIMITED BY SIZE
                 WS-AR-REASON-CD DELIMITED BY SIZE
                 ')  BY ' DELIMITED BY SIZE
                 WS-RI-BY(WS-RI-MATCH-IDX) DELIMITED BY SIZE
                 INTO WS-RPT-LINE(82:51)
           END-STRING
           WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    A REQUEST THAT MATCHED NO OPEN ARCHIVE ROW - NEVER ARCHIVED,
      *    ALREADY REINSTATED, OR MISKEYED - IS LISTED AND SETS THE
      *    RETURN CODE.
      *-----------------------------------------------------------------
       250-WRITE-REJECTED-REQUESTS.
           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'REINSTATEMENTS NOT HONORED' TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-RI-TAB-CTR
               IF WS-RI-DISP(WS-RI-IDX) = SPACE
                   MOVE 'N' TO WS-RI-DISP(WS-RI-IDX)
               END-IF
               IF WS-RI-DISP(WS-RI-IDX) NOT = 'R'
                   ADD 1 TO WS-RI-REJECT-CTR
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  ' DELIMITED BY SIZE
                         WS-RI-CUST-NO(WS-RI-IDX) DELIMITED BY SIZE
                         '  BY ' DELIMITED BY SIZE
                         WS-RI-BY(WS-RI-IDX) DELIMITED BY SIZE
                         INTO WS-RPT-LINE
                   END-STRING
                   IF WS-RI-DISP(WS-RI-IDX) = 'X'
                       MOVE 'INVALID CUSTOMER NUMBER'
                         TO WS-RPT-LINE(82:51)
                   ELSE
                       MOVE 'NOT ON ARCHIVE (OR ALREADY REINSTATED)'
                         TO WS-RPT-LINE(82:51)
                   END-IF
                   WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE
               END-IF
           END-PERFORM
           IF WS-RI-REJECT-CTR = ZERO
               MOVE '  NONE' TO ARCHIVE-RPT-REC
               WRITE ARCHIVE-RPT-REC
           END-IF.
      *-----------------------------------------------------------------
      *    ONE MASTER RECORD. A CUSTOMER REINSTATED THIS RUN IS LEFT
      *    ALONE, AS IS ONE ARCHIVED TODAY BY AN EARLIER RUN (A RERUN
      *    BEFORE CUSTMAINT). ONE ARCHIVED ON AN EARLIER DAY THAT IS
      *    STILL ON THE MASTER EITHER NEVER GOT THERE - CUSTMAINT
      *    REJECTED OR NEVER RAN THE DELETE - SO THE DELETE IS POSTED
      *    AGAIN, AND NO SECOND ARCHIVE ROW IS WRITTEN; OR THE DELETE
      *    IS ON THE JOURNAL AND THE CUSTOMER WAS PUT BACK SINCE (A
      *    CUSTBACK OF THE BATCH). THAT RESTORE IS LEFT STANDING: THE
      *    CUSTOMER IS LISTED AND 400 CLOSES THE ARCHIVE ROW AS R.
      *-----------------------------------------------------------------
       300-CHECK-CUSTOMER.
           MOVE CM-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           EVALUATE TRUE
               WHEN AX-REINSTATED
                   CONTINUE
               WHEN AX-ARCHIVED
                   IF AX-ARCH-DATE < WS-RUN-DATE
                       IF AX-DEL-DATE NUMERIC
                          AND AX-DEL-DATE NOT < AX-ARCH-DATE
                           ADD 1 TO WS-RESTORED-CTR
                           MOVE 'Y' TO AX-RESTORED-SW
                           PERFORM 215-PUT-ACTIVITY
                           MOVE '* PUT BACK SINCE DELETE - ROW CLOSED'
                             TO WS-NEW-REASON
                           PERFORM 340-WRITE-ARCHIVED-LINE
                       ELSE
                           ADD 1 TO WS-REPOST-CTR
                           MOVE SPACES TO WS-NEW-REASON
                           STRING '* DELETE RE-POSTED - ARCHIVED '
                                     DELIMITED BY SIZE
                                 AX-ARCH-DATE DELIMITED BY SIZE
                                 INTO WS-NEW-REASON
                           END-STRING
                           PERFORM 330-WRITE-DELETE-TRANS
                           PERFORM 340-WRITE-ARCHIVED-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 310-EVALUATE-CRITERIA
                   IF WS-NEW-REASON-CD NOT = SPACE
                       PERFORM 320-ARCHIVE-CUSTOMER
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    THE CUSTOMER'S LATEST DATED ACTIVITY: THE ACTIVITY ENTRY
      *    (ALREADY READ), A MAILING TO THE CURRENT ADDRESS WITHOUT
      *    NUMBERS, OR THE LAST REINSTATEMENT, WHICHEVER IS LATEST.
      *    THE REINSTATEMENT'S JOURNALED ADD NORMALLY COMES LATER STILL;
      *    ITS OWN DATE COVERS A CUSTOMER PUT BACK WITHOUT ONE (CUSTBACK
      *    WRITES NO JOURNAL). SPACES WHEN THERE IS NONE OF THEM.
      *-----------------------------------------------------------------
       305-GET-LAST-ACTIVITY.
           MOVE AX-LAST-DATE   TO WS-LAST-DATE
           MOVE AX-LAST-SOURCE TO WS-LAST-SOURCE
           MOVE CM-ADDRESS     TO AA-ADDRESS
           MOVE CM-ZIP(1:5)    TO AA-ZIP5
           READ ADDR-ACTIVITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-LAST-DATE NOT NUMERIC
                      OR AA-LAST-DATE > WS-LAST-DATE
                       MOVE AA-LAST-DATE TO WS-LAST-DATE
                       MOVE 'MAILED' TO WS-LAST-SOURCE
                   END-IF
           END-READ
           IF AX-REINST-DATE NUMERIC
               IF WS-LAST-DATE NOT NUMERIC
                  OR AX-REINST-DATE > WS-LAST-DATE
                   MOVE AX-REINST-DATE TO WS-LAST-DATE
                   MOVE 'REINST' TO WS-LAST-SOURCE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-AP-KEY FOR THE ORDER. THE RETURNED-
      *    MAIL COUNT IS THE CUSTOMER'S OWN RETURNS AT THE CURRENT
      *    ADDRESS PLUS THOSE RETURNED THERE WITHOUT NUMBERS. A
      *    CUSTOMER WITH NO DATED ACTIVITY AT ALL IS NOT ARCHIVED AS
      *    INACTIVE - SEE 350-LIST-NO-ACTIVITY. A CUSTOMER REINSTATED ON
      *    AN EARLIER RUN WAS PUT BACK BY SOMEONE WHO SAW THE U ROW OR
      *    THE RETURNS, WHICH ARE STILL ON FILE, SO ONLY INACTIVITY
      *    (COUNTED FROM THE REINSTATEMENT) CAN ARCHIVE THEM AGAIN.
      *-----------------------------------------------------------------
       310-EVALUATE-CRITERIA.
           MOVE SPACE TO WS-NEW-REASON-CD
           MOVE SPACES TO WS-NEW-REASON
           IF ARCHIVE-UNDELIVERABLE AND AX-REINST-DATE NOT NUMERIC
               MOVE 'N' TO WS-SUPP-MATCH-SW
               MOVE CM-LNAME    TO SX-LNAME
               MOVE CM-FNAME    TO SX-FNAME
               MOVE CM-ADDRESS  TO SX-ADDRESS
               MOVE CM-ZIP(1:5) TO SX-ZIP
               READ SUPP-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SX-REASON-CD = 'U'
                           SET WS-SUPP-MATCHED TO TRUE
                       END-IF
               END-READ
               IF WS-SUPP-MATCHED
                   MOVE 'U' TO WS-NEW-REASON-CD
                   MOVE 'UNDELIVERABLE - ON DO-NOT-MAIL LIST'
                     TO WS-NEW-REASON
               END-IF
           END-IF

           IF WS-NEW-REASON-CD = SPACE AND WS-NIXIE-LIMIT > ZERO
              AND AX-REINST-DATE NOT NUMERIC
               MOVE ZERO TO WS-NX-TOTAL
               MOVE CM-CUST-NO  TO NXI-CUST-NO
               MOVE CM-ADDRESS  TO NXI-ADDRESS
               MOVE CM-ZIP(1:5) TO NXI-ZIP5
               READ NIXIE-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD NXI-COUNT TO WS-NX-TOTAL
               END-READ
               MOVE SPACES      TO NXI-CUST-NO
               MOVE CM-ADDRESS  TO NXI-ADDRESS
               MOVE CM-ZIP(1:5) TO NXI-ZIP5
               READ NIXIE-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD NXI-COUNT TO WS-NX-TOTAL
               END-READ
               IF WS-NX-TOTAL NOT < WS-NIXIE-LIMIT
                   MOVE 'N' TO WS-NEW-REASON-CD
                   MOVE WS-NX-TOTAL TO WS-EDIT-SMALL
                   STRING 'RETURNED MAIL - ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EDIT-SMALL)
                             DELIMITED BY SIZE
                         ' PIECE(S) AT ADDRESS' DELIMITED BY SIZE
                         INTO WS-NEW-REASON
                   END-STRING
               END-IF
           END-IF

           IF WS-NEW-REASON-CD = SPACE AND WS-INACTIVE-DAYS > ZERO
               PERFORM 305-GET-LAST-ACTIVITY
               IF WS-LAST-DATE NUMERIC
                   MOVE WS-LAST-DATE TO WS-ACT-DATE-N
                   COMPUTE WS-ACT-AGE = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-ACT-DATE-N)
                   IF WS-ACT-AGE NOT < WS-INACTIVE-DAYS
                       MOVE 'I' TO WS-NEW-REASON-CD
                       STRING 'INACTIVE - LAST ' DELIMITED BY SIZE
                             FUNCTION TRIM(WS-LAST-SOURCE)
                                 DELIMITED BY SIZE
                             ' ' DELIMITED BY SIZE
                             WS-LAST-DATE DELIMITED BY SIZE
                             INTO WS-NEW-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    WRITES THE ARCHIVE ROW AND THE DELETE, AND MARKS THE
      *    ACTIVITY ENTRY SO A SECOND MASTER RECORD CANNOT ARCHIVE THE
      *    SAME NUMBER TWICE.
      *-----------------------------------------------------------------
       320-ARCHIVE-CUSTOMER.
           EVALUATE WS-NEW-REASON-CD
               WHEN 'U'
                   ADD 1 TO WS-UNDELIV-CTR
               WHEN 'N'
                   ADD 1 TO WS-RETURNED-CTR
               WHEN OTHER
                   ADD 1 TO WS-INACTIVE-CTR
           END-EVALUATE
           MOVE SPACES TO WS-ARCHIVE-REC
           MOVE WS-RUN-DATE TO WS-AR-ARCH-DATE
           MOVE WS-NEW-REASON-CD TO WS-AR-REASON-CD
           MOVE WS-NEW-REASON TO WS-AR-REASON
           MOVE 'A' TO WS-AR-STATUS
           MOVE WS-RUN-DATE TO WS-AR-STATUS-DATE
           MOVE CM-REC TO WS-AR-IMAGE
           WRITE ARCHIVE-NEW-REC FROM WS-ARCHIVE-REC
           MOVE 'Y' TO AX-ARCH-SW
           MOVE WS-RUN-DATE TO AX-ARCH-DATE
           PERFORM 215-PUT-ACTIVITY
           PERFORM 330-WRITE-DELETE-TRANS
           PERFORM 340-WRITE-ARCHIVED-LINE.
      *-----------------------------------------------------------------
      *    A 'D' TRANSACTION IN THE CUSTMAINT LAYOUT WITH THE WHOLE
      *    RECORD, SOURCE ARCHIVE. CUSTMAINT JOURNALS THE BEFORE IMAGE,
      *    SO CUSTBACK CAN STILL PUT THE CUSTOMER BACK.
      *-----------------------------------------------------------------
       330-WRITE-DELETE-TRANS.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'D' DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 CM-CUST-NO DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-LNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-FNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-ADDRESS) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-ADDR2) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-CITY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-STATE) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-ZIP) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-COUNTRY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 'ARCHIVE' DELIMITED BY SIZE
                 INTO WS-OUT-LINE
           END-STRING
           WRITE TRANS-REC FROM WS-OUT-LINE.
      *-----------------------------------------------------------------
       340-WRITE-ARCHIVED-LINE.
           ADD 1 TO WS-SECTION-CTR
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                 CM-CUST-NO DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(CM-LNAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(CM-FNAME) DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(CM-ADDRESS) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CM-ZIP(1:5) DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           MOVE WS-NEW-REASON TO WS-RPT-LINE(82:40)
           WRITE ARCHIVE-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    A CUSTOMER WITH NO DATED ACTIVITY AT ALL - NEVER MAILED
      *    WITHIN THE HISTORY, NEVER JOURNALED - CANNOT BE SHOWN TO BE
      *    INACTIVE, SO IS KEPT ON THE MASTER AND LISTED HERE FOR
      *    SOMEONE TO LOOK AT. A SECOND PASS OF THE MASTER FINDS THEM
      *    ONCE EVERY ARCHIVE DECISION HAS BEEN POSTED TO THE ACTIVITY
      *    INDEX; ONE ARCHIVED FOR ANOTHER REASON OR REINSTATED IS NOT
      *    LISTED.
      *-----------------------------------------------------------------
       350-LIST-NO-ACTIVITY.
           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'NO ACTIVITY ON FILE - NOT ARCHIVED' TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE ZERO TO WS-SECTION-CTR
           CLOSE CUST-MASTER
           OPEN INPUT CUST-MASTER
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 355-CHECK-NO-ACTIVITY
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-SECTION-CTR = ZERO
               MOVE '  NONE' TO ARCHIVE-RPT-REC
               WRITE ARCHIVE-RPT-REC
           END-IF.
      *-----------------------------------------------------------------
       355-CHECK-NO-ACTIVITY.
           MOVE CM-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           IF NOT AX-REINSTATED AND NOT AX-ARCHIVED
               PERFORM 305-GET-LAST-ACTIVITY
               IF WS-LAST-DATE NOT NUMERIC
                   ADD 1 TO WS-NO-ACTIVITY-CTR
                   MOVE 'NO ACTIVITY ON FILE - NOT ARCHIVED'
                     TO WS-NEW-REASON
                   PERFORM 340-WRITE-ARCHIVED-LINE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    COPIES THE SCRATCH FILE BACK OVER THE ARCHIVE, COUNTING THE
      *    ROWS STILL OPEN AND CLOSING THOSE 300 FOUND RESTORED. THE
      *    SCRATCH COPY MUST OPEN BEFORE THE ARCHIVE IS TRUNCATED, OR A
      *    FAILED OPEN WIPES THE ARCHIVE.
      *-----------------------------------------------------------------
       400-REWRITE-ARCHIVE.
           CLOSE ARCHIVE-NEW-FILE
           OPEN INPUT ARCHIVE-NEW-FILE
           IF WS-ARCHN-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT REOPEN p04-cust-archive.tmp, '
                       'STATUS ' WS-ARCHN-STATUS
                       ' - ARCHIVE NOT REWRITTEN, UPDATED COPY IS IN '
                       'p04-cust-archive.tmp'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ARCHIVE: CANNOT REWRITE ARCHIVE, STATUS '
                       WS-ARCH-STATUS
                       ' - UPDATED COPY LEFT IN p04-cust-archive.tmp'
               CLOSE ARCHIVE-NEW-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ ARCHIVE-NEW-FILE INTO WS-ARCHIVE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-AR-OPEN
                           PERFORM 405-CLOSE-RESTORED-ROW
                       END-IF
                       IF WS-AR-OPEN
                           ADD 1 TO WS-ARCH-AFTER-CTR
                       END-IF
                       WRITE ARCHIVE-REC FROM WS-ARCHIVE-REC
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-NEW-FILE
           CLOSE ARCHIVE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       405-CLOSE-RESTORED-ROW.
           MOVE WS-AR-CUST-NO TO WS-CN-ONE
           PERFORM 210-GET-ACTIVITY
           IF AX-RESTORED AND WS-AR-ARCH-DATE = AX-ARCH-DATE
               MOVE 'R' TO WS-AR-STATUS
               MOVE WS-RUN-DATE TO WS-AR-STATUS-DATE
           END-IF.
      *-----------------------------------------------------------------
      *    THE REASON CATALOG HEADS THE TOTALS SO THE REPORT STANDS ON
      *    ITS OWN.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE 'REASON CATALOG: U UNDELIVERABLE  N RETURNED MAIL'
             TO ARCHIVE-RPT-REC
           MOVE '  I INACTIVE' TO ARCHIVE-RPT-REC(49:12)
           WRITE ARCHIVE-RPT-REC
           MOVE SPACES TO ARCHIVE-RPT-REC
           WRITE ARCHIVE-RPT-REC
           MOVE WS-MASTER-READ-CTR TO WS-EDIT-COUNT
           MOVE 'MASTER RECORDS READ     : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-UNDELIV-CTR TO WS-EDIT-COUNT
           MOVE 'ARCHIVED - UNDELIVERABLE: ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-RETURNED-CTR TO WS-EDIT-COUNT
           MOVE 'ARCHIVED - RETURNED MAIL: ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-INACTIVE-CTR TO WS-EDIT-COUNT
           MOVE 'ARCHIVED - INACTIVE     : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-NO-ACTIVITY-CTR TO WS-EDIT-COUNT
           MOVE 'NO ACTIVITY ON FILE     : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-REPOST-CTR TO WS-EDIT-COUNT
           MOVE 'DELETES RE-POSTED       : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-RESTORED-CTR TO WS-EDIT-COUNT
           MOVE 'RESTORED OUTSIDE ARCHIVE: ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-REINST-CTR TO WS-EDIT-COUNT
           MOVE 'CUSTOMERS REINSTATED    : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-CAUSE-REMAINS-CTR TO WS-EDIT-COUNT
           MOVE 'REINSTATED, CAUSE ON FILE:' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-RI-REJECT-CTR TO WS-EDIT-COUNT
           MOVE 'REINSTATES NOT HONORED  : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-ARCH-BEFORE-CTR TO WS-EDIT-COUNT
           MOVE 'ARCHIVE OPEN BEFORE     : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-ARCH-AFTER-CTR TO WS-EDIT-COUNT
           MOVE 'ARCHIVE OPEN AFTER      : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-HIST-ROW-CTR TO WS-EDIT-COUNT
           MOVE 'HISTORY ROWS READ       : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-JRNL-ROW-CTR TO WS-EDIT-COUNT
           MOVE 'JOURNAL ROWS READ       : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-NIXIE-ROW-CTR TO WS-EDIT-COUNT
           MOVE 'NIXIE ROWS COUNTED      : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE.
      *-----------------------------------------------------------------
       960-WRITE-TOTAL-LINE.
           MOVE SPACES TO ARCHIVE-RPT-REC
           STRING WS-TOTAL-DESC DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO ARCHIVE-RPT-REC
           END-STRING
           WRITE ARCHIVE-RPT-REC.

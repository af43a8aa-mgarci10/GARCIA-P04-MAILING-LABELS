      ******************************************************************
      *PROGRAM : PROJECT 4   Change-of-Address Posting                 *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 09/28/2026                                            *
      *ABSTRACT: Posts the moves in p04-coa.csv to the customer master *
      *          for good, instead of the label run re-applying them   *
      *          on the fly in 115-APPLY-MOVE-UPDATE every night. Each *
      *          effective move is matched against the indexed master  *
      *          the same way the label run matches it (name, old      *
      *          address, old ZIP5) and turned into a 'C' transaction  *
      *          appended to p04-cust-trans.csv, so the move lands in  *
      *          the CUSTMAINT journal and can be backed out like any  *
      *          other change. Posted rows are stamped with the post   *
      *          date in an eleventh column of p04-coa.csv so they are *
      *          never posted twice. The report lists moves posted,    *
      *          moves with no master match, moves not yet effective   *
      *          and moves held back for do-not-mail customers.        *
      *          Run ahead of CUSTMAINT.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-COAPOST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FILE   ASSIGN TO '..\p04-coa.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-COA-STATUS.
           SELECT CUST-MASTER ASSIGN TO '..\p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-CM-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO '..\p04-suppression.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUPP-STATUS.
           SELECT SUPP-INDEX-FILE
                             ASSIGN TO '..\p04-supp-index.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS SX-KEY
                             FILE STATUS IS WS-SIDX-STATUS.
           SELECT OPTIONAL TRANS-FILE
                             ASSIGN TO '..\p04-cust-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TRANS-STATUS.
           SELECT COA-POST-REPORT
                             ASSIGN TO '..\p04-coa-post-report.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  COA-FILE.
       01  COA-REC                     PIC X(200).

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

       FD  TRANS-FILE.
       01  TRANS-REC                   PIC X(200).

       FD  COA-POST-REPORT.
       01  COA-POST-RPT-REC            PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-COA-STATUS               PIC XX.
       01  WS-CM-STATUS                PIC XX.
       01  WS-SUPP-STATUS              PIC XX.
       01  WS-SIDX-STATUS              PIC XX.
       01  WS-TRANS-STATUS             PIC XX.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CSV-COMMA                PIC X       VALUE ','.

      *-----------------------------------------------------------------
      *    THE WHOLE COA FILE, ROW FOR ROW (ROWS: LNAME,FNAME,
      *    OLD-ADDRESS,OLD-ZIP5,NEW-ADDRESS,NEW-ADDR2,NEW-CITY,
      *    NEW-STATE,NEW-ZIP,EFFECTIVE-YYYYMMDD[,POSTED-YYYYMMDD]).
      *    THE RAW ROW (LESS ANY POSTED COLUMN) IS KEPT BECAUSE THE
      *    FILE IS WRITTEN BACK AT THE END, AS SUBMITTED, WITH THE
      *    POSTED COLUMN FILLED IN - WHICH IS WHY A FILE TOO BIG FOR
      *    THE TABLE STOPS THE RUN INSTEAD OF LOSING ROWS.
      *    WS-COA-DISP IS THE ROW'S OUTCOME THIS RUN:
      *        P POSTED          R RE-POSTED (EARLIER POST NOT ON
      *        N NO MASTER MATCH   THE MASTER)
      *        F NOT YET EFFECTIVE
      *        S HELD - CUSTOMER ON THE DO-NOT-MAIL LIST
      *        A ALREADY POSTED
      *-----------------------------------------------------------------
       01  WS-COA-TAB-CTR              PIC 9(4)    VALUE ZERO.
       01  WS-COA-TABLE.
           03  WS-COA-ENTRY OCCURS 5000 TIMES.
               05  WS-COA-RAW          PIC X(200).
               05  WS-COA-LNAME        PIC X(15).
               05  WS-COA-FNAME        PIC X(15).
               05  WS-COA-OLD-ADDR     PIC X(25).
               05  WS-COA-OLD-ZIP      PIC X(5).
               05  WS-COA-NEW-ADDR     PIC X(25).
               05  WS-COA-NEW-ADDR2    PIC X(25).
               05  WS-COA-NEW-CITY     PIC X(20).
               05  WS-COA-NEW-STATE    PIC X(15).
               05  WS-COA-NEW-ZIP      PIC X(15).
               05  WS-COA-EFF-DATE     PIC X(8).
               05  WS-COA-POSTED-DATE  PIC X(8).
               05  WS-COA-DISP         PIC X.
       01  WS-COA-IDX                  PIC 9(4)    VALUE ZERO.
       01  WS-COA-MATCH-IDX            PIC 9(4)    VALUE ZERO.
       01  WS-COA-FOUND-SW             PIC X       VALUE 'N'.
           88  WS-COA-FOUND                        VALUE 'Y'.
       01  WS-COA-RAW-LEN              PIC 9(3)    VALUE ZERO.
       01  WS-SECTION-DISP             PIC X.

      *-----------------------------------------------------------------
      *    DO-NOT-MAIL LIST, INDEXED AS THE LABEL RUN BUILDS IT. A
      *    LISTED CUSTOMER'S MOVE IS NOT POSTED, FOR THE REASON GIVEN
      *    IN THE LABEL RUN'S 115-APPLY-MOVE-UPDATE: THE LIST IS KEYED
      *    TO THE ADDRESS THE CUSTOMER SUBMITTED, AND MOVING THE
      *    MASTER WOULD CARRY THE CUSTOMER PAST IT.
      *-----------------------------------------------------------------
       01  WS-SUPP-MATCH-SW            PIC X       VALUE 'N'.
           88  WS-SUPP-MATCHED                     VALUE 'Y'.
      *    THE STAMP COLUMNS LNAME-P04-SUPPMAINT KEEPS ON EACH ROW - A
      *    ROW PAST ITS EXPIRY NO LONGER HOLDS A MOVE BACK.
       01  WS-SUPP-ADDED-DATE          PIC X(8).
       01  WS-SUPP-SOURCE              PIC X(10).
       01  WS-SUPP-EXPIRY-DATE         PIC X(8).

       01  WS-OUT-LINE                 PIC X(200).
       01  WS-RPT-LINE                 PIC X(132).

       01  WS-COUNTERS.
           03  WS-MASTER-READ-CTR      PIC 9(6)    VALUE ZERO.
           03  WS-POSTED-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-REPOSTED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-NOMATCH-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-FUTURE-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-SUPP-HELD-CTR        PIC 9(6)    VALUE ZERO.
           03  WS-ALREADY-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-SECTION-CTR          PIC 9(6)    VALUE ZERO.

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-COA.
           PERFORM 120-LOAD-SUPPRESSION.

           OPEN INPUT CUST-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'COAPOST: CANNOT OPEN MASTER, STATUS '
                       WS-CM-STATUS ' - NOTHING POSTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00' AND WS-TRANS-STATUS NOT = '05'
               DISPLAY 'COAPOST: CANNOT EXTEND TRANSACTION FILE, '
                       'STATUS ' WS-TRANS-STATUS ' - NOTHING POSTED'
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COA-POST-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGE-OF-ADDRESS POSTING    RUN DATE '
                     DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE COA-POST-RPT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'MOVES POSTED' TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-CTR
                       PERFORM 200-MATCH-MOVE
               END-READ
           END-PERFORM.
           IF WS-POSTED-CTR = ZERO AND WS-REPOSTED-CTR = ZERO
               MOVE '  NONE' TO COA-POST-RPT-REC
               WRITE COA-POST-RPT-REC
           END-IF.
           CLOSE CUST-MASTER
                 TRANS-FILE
                 SUPP-INDEX-FILE.

           PERFORM 300-CLASSIFY-UNPOSTED.
           PERFORM 900-WRITE-REPORT-SECTIONS.
           PERFORM 950-REWRITE-COA.
           CLOSE COA-POST-REPORT.

           DISPLAY 'MASTER RECORDS READ  : ', WS-MASTER-READ-CTR.
           DISPLAY 'MOVES POSTED         : ', WS-POSTED-CTR.
           DISPLAY 'MOVES RE-POSTED      : ', WS-REPOSTED-CTR.
           DISPLAY 'NO MASTER MATCH      : ', WS-NOMATCH-CTR.
           DISPLAY 'NOT YET EFFECTIVE    : ', WS-FUTURE-CTR.
           DISPLAY 'HELD - DO NOT MAIL   : ', WS-SUPP-HELD-CTR.
           DISPLAY 'ALREADY POSTED       : ', WS-ALREADY-CTR.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-COA-TABLE. NO COA FILE IS NOT AN
      *    ERROR - THERE IS SIMPLY NOTHING TO POST.
      *-----------------------------------------------------------------
       110-LOAD-COA.
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COAPOST: NO COA FILE - NOTHING TO POST'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ COA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF COA-REC NOT = SPACES
                           IF WS-COA-TAB-CTR < 5000
                               PERFORM 115-LOAD-COA-ROW
                           ELSE
                               DISPLAY 'COAPOST: COA FILE HAS MORE '
                                       'THAN 5000 ROWS - NOTHING '
                                       'POSTED, FILE NOT REWRITTEN'
                               CLOSE COA-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COA-FILE
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       115-LOAD-COA-ROW.
           ADD 1 TO WS-COA-TAB-CTR
           MOVE COA-REC TO WS-COA-RAW(WS-COA-TAB-CTR)
           MOVE SPACES TO WS-COA-POSTED-DATE(WS-COA-TAB-CTR)
           MOVE SPACE TO WS-COA-DISP(WS-COA-TAB-CTR)
           UNSTRING COA-REC DELIMITED BY ","
             INTO WS-COA-LNAME(WS-COA-TAB-CTR),
             WS-COA-FNAME(WS-COA-TAB-CTR),
             WS-COA-OLD-ADDR(WS-COA-TAB-CTR),
             WS-COA-OLD-ZIP(WS-COA-TAB-CTR),
             WS-COA-NEW-ADDR(WS-COA-TAB-CTR),
             WS-COA-NEW-ADDR2(WS-COA-TAB-CTR),
             WS-COA-NEW-CITY(WS-COA-TAB-CTR),
             WS-COA-NEW-STATE(WS-COA-TAB-CTR),
             WS-COA-NEW-ZIP(WS-COA-TAB-CTR),
             WS-COA-EFF-DATE(WS-COA-TAB-CTR),
             WS-COA-POSTED-DATE(WS-COA-TAB-CTR)
           END-UNSTRING
           IF WS-COA-POSTED-DATE(WS-COA-TAB-CTR) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(COA-REC TRAILING))
                 TO WS-COA-RAW-LEN
               SUBTRACT 9 FROM WS-COA-RAW-LEN
               MOVE SPACES TO WS-COA-RAW(WS-COA-TAB-CTR)
               MOVE COA-REC(1:WS-COA-RAW-LEN)
                 TO WS-COA-RAW(WS-COA-TAB-CTR)
           END-IF.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-SUPP-MATCH-SW. THE FIRST ROW FOR A
      *    NAME/ADDRESS WINS, AS IN THE LABEL RUN; AN INDEX THAT CANNOT
      *    BE BUILT STOPS THE RUN BEFORE ANYTHING IS POSTED.
      *-----------------------------------------------------------------
       120-LOAD-SUPPRESSION.
           OPEN OUTPUT SUPP-INDEX-FILE
           IF WS-SIDX-STATUS NOT = '00'
               DISPLAY 'COAPOST: CANNOT BUILD SUPPRESSION INDEX, '
                       'STATUS ' WS-SIDX-STATUS ' - NOTHING POSTED'
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
      *    THE LABEL RUN'S 115-APPLY-MOVE-UPDATE MATCH: NAME, OLD
      *    ADDRESS, OLD ZIP5, EFFECTIVE ON OR BEFORE THE RUN DATE,
      *    FIRST ROW WINS. A ROW STAMPED TODAY BY AN EARLIER RUN IS
      *    SKIPPED (A RERUN BEFORE CUSTMAINT), BUT A SECOND MASTER
      *    RECORD MATCHING A ROW THIS RUN POSTED IS POSTED AS WELL.
      *    A ROW STAMPED ON AN EARLIER DAY THAT STILL MATCHES THE
      *    MASTER NEVER GOT THERE - CUSTMAINT REJECTED OR NEVER RAN
      *    THE TRANSACTION - SO IT IS POSTED AGAIN AND REPORTED AS
      *    SUCH.
      *-----------------------------------------------------------------
       200-MATCH-MOVE.
           MOVE 'N' TO WS-COA-FOUND-SW
           MOVE ZERO TO WS-COA-MATCH-IDX
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-TAB-CTR
               IF WS-COA-LNAME(WS-COA-IDX)    = CM-LNAME
                  AND WS-COA-FNAME(WS-COA-IDX)    = CM-FNAME
                  AND WS-COA-OLD-ADDR(WS-COA-IDX) = CM-ADDRESS
                  AND WS-COA-OLD-ZIP(WS-COA-IDX)  = CM-ZIP(1:5)
                  AND WS-COA-EFF-DATE(WS-COA-IDX) NOT > WS-RUN-DATE
                   SET WS-COA-FOUND TO TRUE
                   MOVE WS-COA-IDX TO WS-COA-MATCH-IDX
                   MOVE WS-COA-TAB-CTR TO WS-COA-IDX
               END-IF
           END-PERFORM

           IF WS-COA-FOUND
               IF WS-COA-POSTED-DATE(WS-COA-MATCH-IDX) = WS-RUN-DATE
                  AND WS-COA-DISP(WS-COA-MATCH-IDX) = SPACE
                   MOVE 'N' TO WS-COA-FOUND-SW
               END-IF
           END-IF

           IF WS-COA-FOUND
               PERFORM 210-CHECK-SUPPRESSION
               IF WS-SUPP-MATCHED
                   MOVE 'N' TO WS-COA-FOUND-SW
                   IF WS-COA-DISP(WS-COA-MATCH-IDX) = SPACE
                       MOVE 'S' TO WS-COA-DISP(WS-COA-MATCH-IDX)
                   END-IF
               END-IF
           END-IF

           IF WS-COA-FOUND
               IF WS-COA-POSTED-DATE(WS-COA-MATCH-IDX) = SPACES
                  OR WS-COA-DISP(WS-COA-MATCH-IDX) = 'P'
                   ADD 1 TO WS-POSTED-CTR
                   MOVE 'P' TO WS-COA-DISP(WS-COA-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-REPOSTED-CTR
                   MOVE 'R' TO WS-COA-DISP(WS-COA-MATCH-IDX)
               END-IF
               MOVE WS-RUN-DATE TO WS-COA-POSTED-DATE(WS-COA-MATCH-IDX)
               PERFORM 220-WRITE-CHANGE-TRANS
               PERFORM 230-WRITE-POSTED-LINE
           END-IF.
      *-----------------------------------------------------------------
       210-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUPP-MATCH-SW
           MOVE CM-LNAME    TO SX-LNAME
           MOVE CM-FNAME    TO SX-FNAME
           MOVE CM-ADDRESS  TO SX-ADDRESS
           MOVE CM-ZIP(1:5) TO SX-ZIP
           READ SUPP-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SUPP-MATCHED TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    A 'C' TRANSACTION IN THE CUSTMAINT LAYOUT: THE MASTER'S
      *    NUMBER, NAME AND COUNTRY WITH THE FORWARDED ADDRESS LINES,
      *    SOURCE COA. NO APPROVER - THE MOVE COMES FROM THE POSTAL
      *    SERVICE'S FILE, NOT A PROPOSAL.
      *-----------------------------------------------------------------
       220-WRITE-CHANGE-TRANS.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'C' DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 CM-CUST-NO DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-LNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-FNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-ADDR(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-ADDR2(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-CITY(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-STATE(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-ZIP(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-COUNTRY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 'COA' DELIMITED BY SIZE
                 INTO WS-OUT-LINE
           END-STRING
           WRITE TRANS-REC FROM WS-OUT-LINE.
      *-----------------------------------------------------------------
       230-WRITE-POSTED-LINE.
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
                 ' -> ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-ADDR(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 ' / ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-CITY(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-STATE(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COA-NEW-ZIP(WS-COA-MATCH-IDX))
                     DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           IF WS-COA-DISP(WS-COA-MATCH-IDX) = 'R'
               MOVE '* RE-POSTED - EARLIER POSTING NOT ON MASTER'
                 TO WS-RPT-LINE(89:44)
           END-IF
           WRITE COA-POST-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    EVERY ROW THE MASTER PASS DID NOT POST GETS ITS REASON.
      *    A ROW STAMPED EARLIER THAT NO LONGER MATCHES HAS LANDED.
      *-----------------------------------------------------------------
       300-CLASSIFY-UNPOSTED.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-TAB-CTR
               IF WS-COA-DISP(WS-COA-IDX) = SPACE
                   EVALUATE TRUE
                       WHEN WS-COA-POSTED-DATE(WS-COA-IDX) NOT = SPACES
                           MOVE 'A' TO WS-COA-DISP(WS-COA-IDX)
                           ADD 1 TO WS-ALREADY-CTR
                       WHEN WS-COA-EFF-DATE(WS-COA-IDX) > WS-RUN-DATE
                           MOVE 'F' TO WS-COA-DISP(WS-COA-IDX)
                           ADD 1 TO WS-FUTURE-CTR
                       WHEN OTHER
                           MOVE 'N' TO WS-COA-DISP(WS-COA-IDX)
                           ADD 1 TO WS-NOMATCH-CTR
                   END-EVALUATE
               END-IF
               IF WS-COA-DISP(WS-COA-IDX) = 'S'
                   ADD 1 TO WS-SUPP-HELD-CTR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       900-WRITE-REPORT-SECTIONS.
           MOVE SPACES TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'MOVES WITH NO MASTER MATCH' TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'N' TO WS-SECTION-DISP
           PERFORM 910-WRITE-SECTION-ROWS
           MOVE SPACES TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'MOVES NOT YET EFFECTIVE' TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'F' TO WS-SECTION-DISP
           PERFORM 910-WRITE-SECTION-ROWS
           MOVE SPACES TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'MOVES HELD - CUSTOMER ON DO-NOT-MAIL LIST'
             TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE 'S' TO WS-SECTION-DISP
           PERFORM 910-WRITE-SECTION-ROWS

           MOVE SPACES TO COA-POST-RPT-REC
           WRITE COA-POST-RPT-REC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POSTED: ' DELIMITED BY SIZE
                 WS-POSTED-CTR DELIMITED BY SIZE
                 '  RE-POSTED: ' DELIMITED BY SIZE
                 WS-REPOSTED-CTR DELIMITED BY SIZE
                 '  NO MATCH: ' DELIMITED BY SIZE
                 WS-NOMATCH-CTR DELIMITED BY SIZE
                 '  NOT YET EFFECTIVE: ' DELIMITED BY SIZE
                 WS-FUTURE-CTR DELIMITED BY SIZE
                 '  HELD: ' DELIMITED BY SIZE
                 WS-SUPP-HELD-CTR DELIMITED BY SIZE
                 '  ALREADY POSTED: ' DELIMITED BY SIZE
                 WS-ALREADY-CTR DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           END-STRING
           WRITE COA-POST-RPT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      *    THE COA ROWS WITH THE SECTION'S DISPOSITION, AS SUBMITTED.
      *-----------------------------------------------------------------
       910-WRITE-SECTION-ROWS.
           MOVE ZERO TO WS-SECTION-CTR
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-TAB-CTR
               IF WS-COA-DISP(WS-COA-IDX) = WS-SECTION-DISP
                   ADD 1 TO WS-SECTION-CTR
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COA-RAW(WS-COA-IDX))
                             DELIMITED BY SIZE
                         INTO WS-RPT-LINE
                   END-STRING
                   WRITE COA-POST-RPT-REC FROM WS-RPT-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-CTR = ZERO
               MOVE '  NONE' TO COA-POST-RPT-REC
               WRITE COA-POST-RPT-REC
           END-IF.
      *-----------------------------------------------------------------
      *    WRITES THE COA FILE BACK IN ITS ORIGINAL ORDER, EACH ROW
      *    AS SUBMITTED, THEN THE POSTED DATE WHERE THERE IS ONE. THE
      *    LABEL RUN UNSTRINGS ONLY THE FIRST TEN COLUMNS AND NEVER
      *    SEES THE STAMP.
      *-----------------------------------------------------------------
       950-REWRITE-COA.
           OPEN OUTPUT COA-FILE
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-TAB-CTR
               MOVE SPACES TO COA-REC
               IF WS-COA-POSTED-DATE(WS-COA-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(WS-COA-RAW(WS-COA-IDX) TRAILING)
                             DELIMITED BY SIZE
                         WS-CSV-COMMA DELIMITED BY SIZE
                         WS-COA-POSTED-DATE(WS-COA-IDX)
                             DELIMITED BY SIZE
                         INTO COA-REC
                   END-STRING
               ELSE
                   MOVE WS-COA-RAW(WS-COA-IDX) TO COA-REC
               END-IF
               WRITE COA-REC
           END-PERFORM
           CLOSE COA-FILE.

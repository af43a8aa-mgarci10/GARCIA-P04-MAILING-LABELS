      ******************************************************************
      *PROGRAM : PROJECT 4   Suppression List Maintenance              *
      *AUTHOR  : Mario Garcia                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains p04-suppression.csv, the do-not-mail list   *
      *          the label run, resubmit, nixie and COA posting read,  *
      *          so it is no longer edited by hand. Applies add,       *
      *          remove and extend transactions from                   *
      *          p04-supp-trans.csv, validating each reason code       *
      *          against the catalog (O opt-out, D deceased,           *
      *          U undeliverable, L legal hold). Every entry carries   *
      *          the date it was added, its source and an optional     *
      *          expiry date; entries past their expiry are purged.    *
      *          The list is streamed through a scratch copy and       *
      *          written back, and every row added, removed,           *
      *          extended, stamped or purged is shown before and       *
      *          after on p04-supp-audit.txt along with the rejected   *
      *          transactions. Ends RC 8 when any transaction is       *
      *          rejected.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-SUPPMAINT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPRESS-FILE
                             ASSIGN TO '..\p04-suppression.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUPP-STATUS.
           SELECT SUPP-NEW-FILE
                             ASSIGN TO '..\p04-suppression.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SNEW-STATUS.
           SELECT SUPP-TRANS-FILE
                             ASSIGN TO '..\p04-supp-trans.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-STRN-STATUS.
           SELECT SUPP-AUDIT-REPORT
                             ASSIGN TO '..\p04-supp-audit.txt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC                PIC X(120).

       FD  SUPP-NEW-FILE.
       01  SUPP-NEW-REC                PIC X(120).

       FD  SUPP-TRANS-FILE.
       01  SUPP-TRANS-REC              PIC X(120).

       FD  SUPP-AUDIT-REPORT.
       01  SUPP-AUDIT-REC              PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-SUPP-STATUS              PIC XX.
       01  WS-SNEW-STATUS              PIC XX.
       01  WS-STRN-STATUS              PIC XX.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CSV-COMMA                PIC X       VALUE ','.

      *-----------------------------------------------------------------
      *    ONE SUPPRESSION LIST ROW: LNAME,FNAME,ADDRESS,ZIP5,REASON,
      *    ADDED-YYYYMMDD,SOURCE,EXPIRY-YYYYMMDD. THE FIRST FIVE ARE
      *    WHAT 104-LOAD-SUPPRESSION HAS ALWAYS KEYED ON; THE STAMP
      *    COLUMNS SIT AFTER THEM SO A READER THAT STOPS AT THE REASON
      *    STILL WORKS. A BLANK EXPIRY NEVER EXPIRES; AN ENTRY IS GOOD
      *    THROUGH ITS EXPIRY DATE AND GONE THE DAY AFTER.
      *    A ROW KEYED BY HAND (NO ADDED DATE) IS STAMPED THE FIRST
      *    TIME THIS PROGRAM SEES IT, WITH SOURCE LEGACY.
      *-----------------------------------------------------------------
       01  WS-SL-FIELDS.
           03  WS-SL-LNAME             PIC X(15).
           03  WS-SL-FNAME             PIC X(15).
           03  WS-SL-ADDRESS           PIC X(25).
           03  WS-SL-ZIP               PIC X(5).
           03  WS-SL-REASON-CD         PIC X.
               88  SL-REASON-VALID     VALUES 'O' 'D' 'U' 'L'.
           03  WS-SL-ADDED-DATE        PIC X(8).
           03  WS-SL-SOURCE            PIC X(10).
           03  WS-SL-EXPIRY-DATE       PIC X(8).
       01  WS-SL-OUT-LINE              PIC X(120).
       01  WS-SL-BEFORE                PIC X(120).
       01  WS-SL-CHANGED-SW            PIC X       VALUE 'N'.
           88  WS-SL-CHANGED                       VALUE 'Y'.
       01  WS-SL-REMOVED-SW            PIC X       VALUE 'N'.
           88  WS-SL-REMOVED                       VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE TRANSACTIONS, LOADED AND EDITED BEFORE THE LIST IS
      *    TOUCHED (ROWS: ACTION,LNAME,FNAME,ADDRESS,ZIP5,REASON,
      *    SOURCE,EXPIRY-YYYYMMDD).
      *        A ADD     REASON REQUIRED; SOURCE DEFAULTS TO MANUAL;
      *                  EXPIRY OPTIONAL
      *        R REMOVE  EVERY ROW FOR THE NAME/ADDRESS/ZIP5, OR ONLY
      *                  THE ONE REASON WHEN A REASON IS GIVEN
      *        E EXTEND  NEW EXPIRY FOR THE SAME ROWS R WOULD REMOVE;
      *                  EXPIRY NEVER MAKES THEM PERMANENT
      *    WS-ST-DISP IS THE TRANSACTION'S OUTCOME:
      *        SPACE  EDITED CLEAN, NOT YET APPLIED
      *        P      APPLIED
      *        X      REJECTED AT THE EDIT (WS-ST-REJ-REASON)
      *        D      ADD REJECTED - ALREADY ON THE LIST, OR ALREADY
      *               ADDED EARLIER IN THIS FILE
      *    A FILE TOO BIG FOR THE TABLE STOPS THE RUN WITH THE LIST
      *    UNTOUCHED RATHER THAN APPLYING HALF OF IT.
      *-----------------------------------------------------------------
       01  WS-ST-TAB-CTR               PIC 9(4)    VALUE ZERO.
       01  WS-ST-TABLE.
           03  WS-ST-ENTRY OCCURS 2000 TIMES.
               05  WS-ST-RAW           PIC X(120).
               05  WS-ST-ACTION        PIC X.
               05  WS-ST-LNAME         PIC X(15).
               05  WS-ST-FNAME         PIC X(15).
               05  WS-ST-ADDRESS       PIC X(25).
               05  WS-ST-ZIP           PIC X(5).
               05  WS-ST-REASON-CD     PIC X.
               05  WS-ST-SOURCE        PIC X(10).
               05  WS-ST-EXPIRY-DATE   PIC X(8).
               05  WS-ST-DISP          PIC X.
               05  WS-ST-REJ-REASON    PIC X(30).
               05  WS-ST-MATCH-CTR     PIC 9(6).
       01  WS-ST-IDX                   PIC 9(4)    VALUE ZERO.
       01  WS-ST-JDX                   PIC 9(4)    VALUE ZERO.

       01  WS-TR-FIELDS.
           03  WS-TR-ACTION            PIC X.
               88  TR-ADD                          VALUE 'A'.
               88  TR-REMOVE                       VALUE 'R'.
               88  TR-EXTEND                       VALUE 'E'.
               88  TR-ACTION-VALID                 VALUES 'A' 'R' 'E'.
           03  WS-TR-LNAME             PIC X(15).
           03  WS-TR-FNAME             PIC X(15).
           03  WS-TR-ADDRESS           PIC X(25).
           03  WS-TR-ZIP               PIC X(5).
           03  WS-TR-REASON-CD         PIC X.
               88  TR-REASON-VALID     VALUES 'O' 'D' 'U' 'L'.
           03  WS-TR-SOURCE            PIC X(10).
           03  WS-TR-EXPIRY-DATE       PIC X(8).

       01  WS-VALID-SW                 PIC X       VALUE 'Y'.
           88  TRANS-VALID                         VALUE 'Y'.
           88  TRANS-INVALID                       VALUE 'N'.
       01  WS-REJ-REASON               PIC X(30)   VALUE SPACES.
       01  WS-DATE-CHECK               PIC X(8).
       01  WS-DATE-CHECK-SW            PIC X       VALUE 'N'.
           88  WS-DATE-OK                          VALUE 'Y'.
       01  WS-ROW-MATCH-SW             PIC X       VALUE 'N'.
           88  WS-TRANS-MATCHES-ROW                VALUE 'Y'.
       01  WS-DUP-SW                   PIC X       VALUE 'N'.
           88  WS-ADD-DUPLICATE                    VALUE 'Y'.

       01  WS-TOTAL-DESC               PIC X(26).

       01  WS-AUDIT-LINE.
           03  WS-AUD-ACTION           PIC X(10).
           03  WS-AUD-TAG              PIC X(8).
           03  WS-AUD-ROW              PIC X(114).
       01  WS-REJ-LINE.
           03  WS-RJ-REASON            PIC X(30).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-RJ-ROW               PIC X(100).

       01  WS-COUNTERS.
           03  WS-ROWS-BEFORE-CTR      PIC 9(7)    VALUE ZERO.
           03  WS-ROWS-AFTER-CTR       PIC 9(7)    VALUE ZERO.
           03  WS-ADDED-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-REMOVED-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-EXTENDED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-STAMPED-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-PURGED-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-CHECK-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-TRANS-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-APPLIED-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-REJECT-CTR           PIC 9(6)    VALUE ZERO.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-TRANSACTIONS.

           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPP-STATUS NOT = '00' AND WS-SUPP-STATUS NOT = '05'
               DISPLAY 'SUPPMAINT: CANNOT OPEN SUPPRESSION LIST, '
                       'STATUS ' WS-SUPP-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUPP-NEW-FILE.
           IF WS-SNEW-STATUS NOT = '00'
               DISPLAY 'SUPPMAINT: CANNOT OPEN SCRATCH LIST, STATUS '
                       WS-SNEW-STATUS ' - NOTHING APPLIED'
               CLOSE SUPPRESS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUPP-AUDIT-REPORT.
           MOVE SPACES TO SUPP-AUDIT-REC
           STRING 'SUPPRESSION LIST MAINTENANCE    RUN DATE '
                     DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 INTO SUPP-AUDIT-REC
           END-STRING
           WRITE SUPP-AUDIT-REC.
           MOVE SPACES TO SUPP-AUDIT-REC
           WRITE SUPP-AUDIT-REC
           MOVE 'LIST CHANGES (BEFORE / AFTER)' TO SUPP-AUDIT-REC
           WRITE SUPP-AUDIT-REC.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ SUPPRESS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SUPPRESS-REC NOT = SPACES
                           ADD 1 TO WS-ROWS-BEFORE-CTR
                           PERFORM 200-PROCESS-LIST-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPRESS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           PERFORM 300-APPLY-ADDS.
           IF WS-ADDED-CTR = ZERO AND WS-REMOVED-CTR = ZERO
              AND WS-EXTENDED-CTR = ZERO AND WS-STAMPED-CTR = ZERO
              AND WS-PURGED-CTR = ZERO AND WS-CHECK-CTR = ZERO
               MOVE '  NONE' TO SUPP-AUDIT-REC
               WRITE SUPP-AUDIT-REC
           END-IF.
           CLOSE SUPP-NEW-FILE.
           PERFORM 400-REWRITE-LIST.
           PERFORM 900-WRITE-REJECTS.
           PERFORM 950-WRITE-TOTALS.
           CLOSE SUPP-AUDIT-REPORT.

           DISPLAY 'LIST ROWS BEFORE     : ', WS-ROWS-BEFORE-CTR.
           DISPLAY 'ROWS ADDED           : ', WS-ADDED-CTR.
           DISPLAY 'ROWS REMOVED         : ', WS-REMOVED-CTR.
           DISPLAY 'ROWS EXTENDED        : ', WS-EXTENDED-CTR.
           DISPLAY 'ROWS STAMPED         : ', WS-STAMPED-CTR.
           DISPLAY 'ROWS PURGED (EXPIRED): ', WS-PURGED-CTR.
           DISPLAY 'LIST ROWS AFTER      : ', WS-ROWS-AFTER-CTR.
           DISPLAY 'TRANSACTIONS APPLIED : ', WS-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED: ', WS-REJECT-CTR.
           IF WS-REJECT-CTR > ZERO
               DISPLAY '** WARNING: ' WS-REJECT-CTR
                       ' SUPPRESSION TRANSACTIONS REJECTED - SEE '
                       'p04-supp-audit.txt **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    SEE THE COMMENT AT WS-ST-TABLE. NO TRANSACTION FILE IS NOT
      *    AN ERROR - THE RUN STILL STAMPS AND PURGES THE LIST.
      *-----------------------------------------------------------------
       110-LOAD-TRANSACTIONS.
           OPEN INPUT SUPP-TRANS-FILE
           IF WS-STRN-STATUS NOT = '00'
               DISPLAY 'SUPPMAINT: NO TRANSACTION FILE - PURGE ONLY'
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ SUPP-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SUPP-TRANS-REC NOT = SPACES
                               IF WS-ST-TAB-CTR < 2000
                                   ADD 1 TO WS-TRANS-CTR
                                   PERFORM 115-LOAD-TRANS-ROW
                               ELSE
                                   DISPLAY 'SUPPMAINT: TRANSACTION '
                                           'FILE HAS MORE THAN 2000 '
                                           'ROWS - NOTHING APPLIED'
                                   CLOSE SUPP-TRANS-FILE
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPP-TRANS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       115-LOAD-TRANS-ROW.
           MOVE SPACES TO WS-TR-FIELDS
           UNSTRING SUPP-TRANS-REC DELIMITED BY ","
             INTO WS-TR-ACTION, WS-TR-LNAME, WS-TR-FNAME,
             WS-TR-ADDRESS, WS-TR-ZIP, WS-TR-REASON-CD,
             WS-TR-SOURCE, WS-TR-EXPIRY-DATE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TR-ACTION) TO WS-TR-ACTION
           MOVE FUNCTION UPPER-CASE(WS-TR-REASON-CD)
             TO WS-TR-REASON-CD
           MOVE FUNCTION UPPER-CASE(WS-TR-EXPIRY-DATE)
             TO WS-TR-EXPIRY-DATE
           IF TR-ADD AND WS-TR-SOURCE = SPACES
               MOVE 'MANUAL' TO WS-TR-SOURCE
           END-IF
           PERFORM 120-VALIDATE-TRANS
           ADD 1 TO WS-ST-TAB-CTR
           MOVE WS-ST-TAB-CTR     TO WS-ST-IDX
           MOVE SUPP-TRANS-REC    TO WS-ST-RAW(WS-ST-IDX)
           MOVE WS-TR-ACTION      TO WS-ST-ACTION(WS-ST-IDX)
           MOVE WS-TR-LNAME       TO WS-ST-LNAME(WS-ST-IDX)
           MOVE WS-TR-FNAME       TO WS-ST-FNAME(WS-ST-IDX)
           MOVE WS-TR-ADDRESS     TO WS-ST-ADDRESS(WS-ST-IDX)
           MOVE WS-TR-ZIP         TO WS-ST-ZIP(WS-ST-IDX)
           MOVE WS-TR-REASON-CD   TO WS-ST-REASON-CD(WS-ST-IDX)
           MOVE WS-TR-SOURCE      TO WS-ST-SOURCE(WS-ST-IDX)
           MOVE WS-TR-EXPIRY-DATE TO WS-ST-EXPIRY-DATE(WS-ST-IDX)
           MOVE ZERO              TO WS-ST-MATCH-CTR(WS-ST-IDX)
           MOVE WS-REJ-REASON     TO WS-ST-REJ-REASON(WS-ST-IDX)
           IF TRANS-VALID
               MOVE SPACE TO WS-ST-DISP(WS-ST-IDX)
           ELSE
               MOVE 'X' TO WS-ST-DISP(WS-ST-IDX)
           END-IF.
      *-----------------------------------------------------------------
      *    TRANSACTION-LEVEL EDIT. THE NAME/ADDRESS/ZIP5 MUST BE A KEY
      *    THE LABEL RUN COULD EVER MATCH; THE REASON MUST BE IN THE
      *    CATALOG (REQUIRED ON AN ADD, OPTIONAL ON REMOVE/EXTEND);
      *    AN EXPIRY ALREADY PAST WOULD ONLY BE PURGED AGAIN, SO IT IS
      *    REFUSED - REMOVE THE ENTRY INSTEAD.
      *-----------------------------------------------------------------
       120-VALIDATE-TRANS.
           SET TRANS-VALID TO TRUE
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN NOT TR-ACTION-VALID
                   SET TRANS-INVALID TO TRUE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               WHEN WS-TR-LNAME = SPACES
                   SET TRANS-INVALID TO TRUE
                   MOVE 'MISSING LAST NAME' TO WS-REJ-REASON
               WHEN WS-TR-ADDRESS = SPACES
                   SET TRANS-INVALID TO TRUE
                   MOVE 'MISSING ADDRESS' TO WS-REJ-REASON
               WHEN WS-TR-ZIP NOT NUMERIC
                   SET TRANS-INVALID TO TRUE
                   MOVE 'INVALID ZIP5' TO WS-REJ-REASON
               WHEN TR-ADD AND NOT TR-REASON-VALID
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REASON NOT O, D, U OR L' TO WS-REJ-REASON
               WHEN WS-TR-REASON-CD NOT = SPACE
                    AND NOT TR-REASON-VALID
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REASON NOT O, D, U OR L' TO WS-REJ-REASON
               WHEN TR-REMOVE
                   CONTINUE
               WHEN TR-EXTEND AND WS-TR-EXPIRY-DATE = SPACES
                   SET TRANS-INVALID TO TRUE
                   MOVE 'EXTEND WITHOUT AN EXPIRY' TO WS-REJ-REASON
               WHEN WS-TR-EXPIRY-DATE = SPACES
                   CONTINUE
               WHEN TR-EXTEND AND WS-TR-EXPIRY-DATE = 'NEVER'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-TR-EXPIRY-DATE TO WS-DATE-CHECK
                   PERFORM 125-CHECK-DATE
                   IF NOT WS-DATE-OK
                       SET TRANS-INVALID TO TRUE
                       MOVE 'INVALID EXPIRY DATE' TO WS-REJ-REASON
                   ELSE
                       IF WS-TR-EXPIRY-DATE < WS-RUN-DATE
                           SET TRANS-INVALID TO TRUE
                           MOVE 'EXPIRY DATE ALREADY PAST'
                             TO WS-REJ-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    A YYYYMMDD DATE WITH A POSSIBLE MONTH AND DAY.
      *-----------------------------------------------------------------
       125-CHECK-DATE.
           MOVE 'N' TO WS-DATE-CHECK-SW
           IF WS-DATE-CHECK NUMERIC
              AND WS-DATE-CHECK(5:2) >= '01'
              AND WS-DATE-CHECK(5:2) <= '12'
              AND WS-DATE-CHECK(7:2) >= '01'
              AND WS-DATE-CHECK(7:2) <= '31'
               SET WS-DATE-OK TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    ONE ROW OF THE LIST AS IT STANDS: REMOVES WIN OVER
      *    EVERYTHING, THEN EXTENDS, THEN THE EXPIRY PURGE (SO AN
      *    ENTRY EXTENDED TODAY IS KEPT), THEN THE LEGACY STAMP. A ROW
      *    THAT SURVIVES ALSO MARKS ANY ADD FOR THE SAME KEY AND
      *    REASON AS A DUPLICATE. AN UNCHANGED ROW IS COPIED AS IT
      *    WAS KEYED; A CHANGED ONE IS REBUILT FROM ITS FIELDS.
      *-----------------------------------------------------------------
       200-PROCESS-LIST-ROW.
           MOVE SPACES TO WS-SL-FIELDS
           UNSTRING SUPPRESS-REC DELIMITED BY ","
             INTO WS-SL-LNAME, WS-SL-FNAME, WS-SL-ADDRESS,
             WS-SL-ZIP, WS-SL-REASON-CD, WS-SL-ADDED-DATE,
             WS-SL-SOURCE, WS-SL-EXPIRY-DATE
           END-UNSTRING
           MOVE SUPPRESS-REC TO WS-SL-BEFORE
           MOVE 'N' TO WS-SL-CHANGED-SW
           MOVE 'N' TO WS-SL-REMOVED-SW

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-TAB-CTR
               IF WS-ST-ACTION(WS-ST-IDX) = 'R'
                  AND WS-ST-DISP(WS-ST-IDX) NOT = 'X'
                   PERFORM 210-MATCH-TRANS-TO-ROW
                   IF WS-TRANS-MATCHES-ROW
                       SET WS-SL-REMOVED TO TRUE
                       ADD 1 TO WS-ST-MATCH-CTR(WS-ST-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SL-REMOVED
               ADD 1 TO WS-REMOVED-CTR
               MOVE 'REMOVED' TO WS-AUD-ACTION
               PERFORM 280-AUDIT-BEFORE
               MOVE '(NONE)' TO WS-SL-OUT-LINE
               PERFORM 285-AUDIT-AFTER
           ELSE
               PERFORM 220-APPLY-EXTENDS
               IF WS-SL-EXPIRY-DATE NOT = SPACES
                  AND WS-SL-EXPIRY-DATE < WS-RUN-DATE
                   ADD 1 TO WS-PURGED-CTR
                   MOVE 'PURGED' TO WS-AUD-ACTION
                   PERFORM 280-AUDIT-BEFORE
                   MOVE '(NONE - EXPIRED)' TO WS-SL-OUT-LINE
                   PERFORM 285-AUDIT-AFTER
               ELSE
                   IF WS-SL-ADDED-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-SL-ADDED-DATE
                       MOVE 'LEGACY'    TO WS-SL-SOURCE
                       ADD 1 TO WS-STAMPED-CTR
                       IF NOT WS-SL-CHANGED
                           MOVE 'STAMPED' TO WS-AUD-ACTION
                           SET WS-SL-CHANGED TO TRUE
                       END-IF
                   END-IF
                   PERFORM 230-CHECK-ADD-DUPLICATES
                   IF WS-SL-CHANGED
                       PERFORM 250-BUILD-LIST-ROW
                       PERFORM 280-AUDIT-BEFORE
                       PERFORM 285-AUDIT-AFTER
                   ELSE
                       MOVE SUPPRESS-REC TO WS-SL-OUT-LINE
                   END-IF
                   IF NOT SL-REASON-VALID
                       ADD 1 TO WS-CHECK-CTR
                       MOVE 'CHECK' TO WS-AUD-ACTION
                       MOVE 'REASON ' TO WS-AUD-TAG
                       MOVE SPACES TO WS-AUD-ROW
                       STRING 'CODE NOT IN CATALOG - KEPT: '
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(WS-SL-OUT-LINE)
                                 DELIMITED BY SIZE
                             INTO WS-AUD-ROW
                       END-STRING
                       WRITE SUPP-AUDIT-REC FROM WS-AUDIT-LINE
                   END-IF
                   WRITE SUPP-NEW-REC FROM WS-SL-OUT-LINE
                   ADD 1 TO WS-ROWS-AFTER-CTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    DOES TRANSACTION WS-ST-IDX NAME THE CURRENT ROW? THE KEY
      *    MUST MATCH; A TRANSACTION REASON, WHEN GIVEN, MUST TOO.
      *    THE ANSWER COMES BACK IN WS-ROW-MATCH-SW.
      *-----------------------------------------------------------------
       210-MATCH-TRANS-TO-ROW.
           MOVE 'N' TO WS-ROW-MATCH-SW
           IF WS-ST-LNAME(WS-ST-IDX) = WS-SL-LNAME
              AND WS-ST-FNAME(WS-ST-IDX) = WS-SL-FNAME
              AND WS-ST-ADDRESS(WS-ST-IDX) = WS-SL-ADDRESS
              AND WS-ST-ZIP(WS-ST-IDX) = WS-SL-ZIP
              AND (WS-ST-REASON-CD(WS-ST-IDX) = SPACE
                   OR WS-ST-REASON-CD(WS-ST-IDX) = WS-SL-REASON-CD)
               SET WS-TRANS-MATCHES-ROW TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       220-APPLY-EXTENDS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-TAB-CTR
               IF WS-ST-ACTION(WS-ST-IDX) = 'E'
                  AND WS-ST-DISP(WS-ST-IDX) NOT = 'X'
                   PERFORM 210-MATCH-TRANS-TO-ROW
                   IF WS-TRANS-MATCHES-ROW
                       ADD 1 TO WS-ST-MATCH-CTR(WS-ST-IDX)
                       IF WS-ST-EXPIRY-DATE(WS-ST-IDX) = 'NEVER'
                           MOVE SPACES TO WS-SL-EXPIRY-DATE
                       ELSE
                           MOVE WS-ST-EXPIRY-DATE(WS-ST-IDX)
                             TO WS-SL-EXPIRY-DATE
                       END-IF
                       IF NOT WS-SL-CHANGED
                           ADD 1 TO WS-EXTENDED-CTR
                           MOVE 'EXTENDED' TO WS-AUD-ACTION
                           SET WS-SL-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    AN ADD FOR A KEY AND REASON ALREADY ON THE LIST CHANGES
      *    NOTHING - IT IS REPORTED, NOT APPLIED. (AN ADD FOR THE SAME
      *    KEY WITH A DIFFERENT REASON IS A SECOND ROW, AS LEGAL
      *    SOMETIMES WANTS - E.G. A LEGAL HOLD ON AN OPT-OUT.)
      *-----------------------------------------------------------------
       230-CHECK-ADD-DUPLICATES.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-TAB-CTR
               IF WS-ST-ACTION(WS-ST-IDX) = 'A'
                  AND WS-ST-DISP(WS-ST-IDX) = SPACE
                   PERFORM 210-MATCH-TRANS-TO-ROW
                   IF WS-TRANS-MATCHES-ROW
                       MOVE 'D' TO WS-ST-DISP(WS-ST-IDX)
                       MOVE 'ALREADY ON THE LIST'
                         TO WS-ST-REJ-REASON(WS-ST-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       250-BUILD-LIST-ROW.
           MOVE SPACES TO WS-SL-OUT-LINE
           STRING FUNCTION TRIM(WS-SL-LNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SL-FNAME) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SL-ADDRESS) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-SL-ZIP DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-SL-REASON-CD DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 WS-SL-ADDED-DATE DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SL-SOURCE) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SL-EXPIRY-DATE) DELIMITED BY SIZE
                 INTO WS-SL-OUT-LINE
           END-STRING.
      *-----------------------------------------------------------------
       280-AUDIT-BEFORE.
           MOVE 'BEFORE: ' TO WS-AUD-TAG
           MOVE WS-SL-BEFORE TO WS-AUD-ROW
           WRITE SUPP-AUDIT-REC FROM WS-AUDIT-LINE.
      *-----------------------------------------------------------------
       285-AUDIT-AFTER.
           MOVE SPACES TO WS-AUD-ACTION
           MOVE 'AFTER : ' TO WS-AUD-TAG
           MOVE WS-SL-OUT-LINE TO WS-AUD-ROW
           WRITE SUPP-AUDIT-REC FROM WS-AUDIT-LINE.
      *-----------------------------------------------------------------
      *    AFTER THE LIST PASS: EVERY CLEAN ADD NOT ALREADY ON THE
      *    LIST (NOR REPEATED EARLIER IN THIS FILE) IS APPENDED,
      *    STAMPED WITH TODAY'S DATE. A REMOVE OR EXTEND THAT NAMED
      *    NO ROW IS REJECTED - THE OPERATOR MEANT SOME ENTRY.
      *-----------------------------------------------------------------
       300-APPLY-ADDS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-TAB-CTR
               EVALUATE TRUE
                   WHEN WS-ST-DISP(WS-ST-IDX) NOT = SPACE
                       CONTINUE
                   WHEN WS-ST-ACTION(WS-ST-IDX) = 'A'
                       PERFORM 310-CHECK-REPEATED-ADD
                       IF WS-ADD-DUPLICATE
                           MOVE 'D' TO WS-ST-DISP(WS-ST-IDX)
                           MOVE 'REPEATED IN THIS FILE'
                             TO WS-ST-REJ-REASON(WS-ST-IDX)
                       ELSE
                           PERFORM 320-WRITE-ADDED-ROW
                           MOVE 'P' TO WS-ST-DISP(WS-ST-IDX)
                       END-IF
                   WHEN WS-ST-MATCH-CTR(WS-ST-IDX) = ZERO
                       MOVE 'X' TO WS-ST-DISP(WS-ST-IDX)
                       MOVE 'NOT ON THE LIST'
                         TO WS-ST-REJ-REASON(WS-ST-IDX)
                   WHEN OTHER
                       MOVE 'P' TO WS-ST-DISP(WS-ST-IDX)
               END-EVALUATE
               IF WS-ST-DISP(WS-ST-IDX) = 'P'
                   ADD 1 TO WS-APPLIED-CTR
               ELSE
                   ADD 1 TO WS-REJECT-CTR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       310-CHECK-REPEATED-ADD.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-ST-JDX FROM 1 BY 1
                   UNTIL WS-ST-JDX >= WS-ST-IDX
                      OR WS-ADD-DUPLICATE
               IF WS-ST-ACTION(WS-ST-JDX) = 'A'
                  AND WS-ST-DISP(WS-ST-JDX) = 'P'
                  AND WS-ST-LNAME(WS-ST-JDX) = WS-ST-LNAME(WS-ST-IDX)
                  AND WS-ST-FNAME(WS-ST-JDX) = WS-ST-FNAME(WS-ST-IDX)
                  AND WS-ST-ADDRESS(WS-ST-JDX)
                          = WS-ST-ADDRESS(WS-ST-IDX)
                  AND WS-ST-ZIP(WS-ST-JDX) = WS-ST-ZIP(WS-ST-IDX)
                  AND WS-ST-REASON-CD(WS-ST-JDX)
                          = WS-ST-REASON-CD(WS-ST-IDX)
                   SET WS-ADD-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       320-WRITE-ADDED-ROW.
           MOVE WS-ST-LNAME(WS-ST-IDX)       TO WS-SL-LNAME
           MOVE WS-ST-FNAME(WS-ST-IDX)       TO WS-SL-FNAME
           MOVE WS-ST-ADDRESS(WS-ST-IDX)     TO WS-SL-ADDRESS
           MOVE WS-ST-ZIP(WS-ST-IDX)         TO WS-SL-ZIP
           MOVE WS-ST-REASON-CD(WS-ST-IDX)   TO WS-SL-REASON-CD
           MOVE WS-RUN-DATE                  TO WS-SL-ADDED-DATE
           MOVE WS-ST-SOURCE(WS-ST-IDX)      TO WS-SL-SOURCE
           MOVE WS-ST-EXPIRY-DATE(WS-ST-IDX) TO WS-SL-EXPIRY-DATE
           PERFORM 250-BUILD-LIST-ROW
           WRITE SUPP-NEW-REC FROM WS-SL-OUT-LINE
           ADD 1 TO WS-ROWS-AFTER-CTR
           ADD 1 TO WS-ADDED-CTR
           MOVE 'ADDED' TO WS-AUD-ACTION
           MOVE '(NONE)' TO WS-SL-BEFORE
           PERFORM 280-AUDIT-BEFORE
           PERFORM 285-AUDIT-AFTER.
      *-----------------------------------------------------------------
      *    THE SCRATCH COPY BECOMES THE LIST, AS THE LABEL RUN'S
      *    HISTORY PURGE DOES IT. THE SCRATCH COPY MUST OPEN BEFORE
      *    THE LIST IS TRUNCATED, OR A FAILED OPEN WIPES THE LIST.
      *-----------------------------------------------------------------
       400-REWRITE-LIST.
           OPEN INPUT SUPP-NEW-FILE
           IF WS-SNEW-STATUS NOT = '00'
               DISPLAY 'SUPPMAINT: CANNOT REOPEN SCRATCH LIST, STATUS '
                       WS-SNEW-STATUS ' - p04-suppression.csv LEFT '
                       'AS IT WAS, NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUPPRESS-FILE
           IF WS-SUPP-STATUS NOT = '00'
               DISPLAY 'SUPPMAINT: CANNOT REWRITE SUPPRESSION LIST, '
                       'STATUS ' WS-SUPP-STATUS
                       ' - UPDATED COPY LEFT IN p04-suppression.tmp'
               CLOSE SUPP-NEW-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL EOF
               READ SUPP-NEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE SUPPRESS-REC FROM SUPP-NEW-REC
               END-READ
           END-PERFORM
           CLOSE SUPP-NEW-FILE
           CLOSE SUPPRESS-FILE
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       900-WRITE-REJECTS.
           MOVE SPACES TO SUPP-AUDIT-REC
           WRITE SUPP-AUDIT-REC
           MOVE 'REJECTED TRANSACTIONS' TO SUPP-AUDIT-REC
           WRITE SUPP-AUDIT-REC
           IF WS-REJECT-CTR = ZERO
               MOVE '  NONE' TO SUPP-AUDIT-REC
               WRITE SUPP-AUDIT-REC
           ELSE
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-TAB-CTR
                   IF WS-ST-DISP(WS-ST-IDX) NOT = 'P'
                       MOVE SPACES TO WS-REJ-LINE
                       MOVE WS-ST-REJ-REASON(WS-ST-IDX)
                         TO WS-RJ-REASON
                       MOVE WS-ST-RAW(WS-ST-IDX) TO WS-RJ-ROW
                       WRITE SUPP-AUDIT-REC FROM WS-REJ-LINE
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      *    THE REASON CATALOG, WITH WHAT EACH CODE MEANS TO THE LABEL
      *    RUN, HEADS THE TOTALS SO THE REPORT STANDS ON ITS OWN.
      *-----------------------------------------------------------------
       950-WRITE-TOTALS.
           MOVE SPACES TO SUPP-AUDIT-REC
           WRITE SUPP-AUDIT-REC
           MOVE 'REASON CATALOG: O OPT-OUT  D DECEASED  U UNDELIVERABLE'
             TO SUPP-AUDIT-REC
           MOVE '  L LEGAL HOLD' TO SUPP-AUDIT-REC(55:14)
           WRITE SUPP-AUDIT-REC
           MOVE SPACES TO SUPP-AUDIT-REC
           WRITE SUPP-AUDIT-REC
           MOVE WS-ROWS-BEFORE-CTR TO WS-EDIT-COUNT
           MOVE 'LIST ROWS BEFORE        : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-ADDED-CTR TO WS-EDIT-COUNT
           MOVE 'ROWS ADDED              : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-REMOVED-CTR TO WS-EDIT-COUNT
           MOVE 'ROWS REMOVED            : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-EXTENDED-CTR TO WS-EDIT-COUNT
           MOVE 'ROWS EXTENDED           : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-STAMPED-CTR TO WS-EDIT-COUNT
           MOVE 'ROWS STAMPED (LEGACY)   : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-PURGED-CTR TO WS-EDIT-COUNT
           MOVE 'ROWS PURGED (EXPIRED)   : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-CHECK-CTR TO WS-EDIT-COUNT
           MOVE 'ROWS WITH UNKNOWN REASON: ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-ROWS-AFTER-CTR TO WS-EDIT-COUNT
           MOVE 'LIST ROWS AFTER         : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-TRANS-CTR TO WS-EDIT-COUNT
           MOVE 'TRANSACTIONS READ       : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-APPLIED-CTR TO WS-EDIT-COUNT
           MOVE 'TRANSACTIONS APPLIED    : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE
           MOVE WS-REJECT-CTR TO WS-EDIT-COUNT
           MOVE 'TRANSACTIONS REJECTED   : ' TO WS-TOTAL-DESC
           PERFORM 960-WRITE-TOTAL-LINE.
      *-----------------------------------------------------------------
       960-WRITE-TOTAL-LINE.
           MOVE SPACES TO SUPP-AUDIT-REC
           STRING WS-TOTAL-DESC DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO SUPP-AUDIT-REC
           END-STRING
           WRITE SUPP-AUDIT-REC.

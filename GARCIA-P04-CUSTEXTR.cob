      *ABSTRACT: Rebuilds p04-cust-list.csv from the indexed customer  *
      *          master so the label run's CUST-LIST input comes from  *
      *          controlled data instead of a hand-edited file. The    *
      *          output rows carry the 8-field layout the label run's  *
      *          110-SORT-INPUT UNSTRINGs (LNAME THROUGH COUNTRY),     *
      *          followed by the master's customer number so every     *
      *          label, extract row and history row can be traced      *
      *          back to the customer it was printed for. A control    *
      *          stamp (p04-cust-list-ctl.txt) records when the list   *
      *          was cut and how many rows it holds, so the readiness  *
      *          check can tell a stale or short list before the label *
      *          run reads it.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAME-P04-CUSTEXTR.
                             FILE STATUS IS WS-CM-STATUS.
           SELECT CUST-LIST  ASSIGN TO '..\p04-cust-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-STAMP-FILE
                             ASSIGN TO '..\p04-cust-list-ctl.txt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-STAMP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CM-COUNTRY              PIC X(20).

       FD  CUST-LIST.
       01  CUST-REC                    PIC X(170).

       FD  LIST-STAMP-FILE.
       01  LIST-STAMP-REC              PIC X(40).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-CM-STATUS                PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-CSV-COMMA                PIC X       VALUE ','.
       01  WS-OUT-LINE                 PIC X(170).
       01  WS-EXTRACT-CTR              PIC 9(6)    VALUE ZERO.

       01  WS-FLAGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT CUST-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'CUSTEXTR: CANNOT OPEN MASTER, STATUS '
           DISPLAY 'CUSTOMERS EXTRACTED: ', WS-EXTRACT-CTR.
           CLOSE CUST-MASTER
                 CUST-LIST.
           PERFORM 300-WRITE-LIST-STAMP.
           STOP RUN.
      *-----------------------------------------------------------------
      *    ONE CSV ROW PER MASTER RECORD, FIELDS TRIMMED, IN THE ORDER
      *    THE LABEL RUN EXPECTS: LNAME,FNAME,ADDRESS,ADDR2,CITY,
      *    STATE,ZIP,COUNTRY - THEN THE CUSTOMER NUMBER AS A NINTH
      *    FIELD. IT GOES LAST SO A READER THAT ONLY KNOWS THE FIRST
      *    EIGHT FIELDS STILL PARSES THE ROW UNCHANGED.
      *-----------------------------------------------------------------
       200-WRITE-LIST-ROW.
           ADD 1 TO WS-EXTRACT-CTR
                 FUNCTION TRIM(CM-ZIP) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 FUNCTION TRIM(CM-COUNTRY) DELIMITED BY SIZE
                 WS-CSV-COMMA DELIMITED BY SIZE
                 CM-CUST-NO DELIMITED BY SIZE
                 INTO WS-OUT-LINE
           END-STRING
           WRITE CUST-REC FROM WS-OUT-LINE.
      *-----------------------------------------------------------------
      *    ONE ROW - EXTRACT DATE,TIME (HHMMSS),ROWS WRITTEN - WRITTEN
      *    ONLY AFTER THE LIST IS CLOSED GOOD, SO A KILLED EXTRACT
      *    LEAVES THE OLD STAMP BEHIND AND ITS COUNT NO LONGER MATCHES
      *    THE LIST. THE TIME IS STAMPED THE WAY CUSTMAINT STAMPS ITS
      *    JOURNAL ROWS, SO LNAME-P04-READYCHK CAN HOLD THE TWO
      *    AGAINST EACH OTHER.
      *-----------------------------------------------------------------
       300-WRITE-LIST-STAMP.
           OPEN OUTPUT LIST-STAMP-FILE
           IF WS-STAMP-STATUS NOT = '00'
               DISPLAY '** WARNING: LIST CONTROL STAMP NOT WRITTEN, '
                       'STATUS ' WS-STAMP-STATUS
                       ' - THE READINESS CHECK WILL HOLD THE RUN **'
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-RUN-DATE DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-RUN-TIME(1:6) DELIMITED BY SIZE
                     WS-CSV-COMMA DELIMITED BY SIZE
                     WS-EXTRACT-CTR DELIMITED BY SIZE
                     INTO WS-OUT-LINE
               END-STRING
               WRITE LIST-STAMP-REC FROM WS-OUT-LINE
               CLOSE LIST-STAMP-FILE
           END-IF.

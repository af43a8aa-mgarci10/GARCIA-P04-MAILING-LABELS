           05  JR-BEFORE-IMAGE         PIC X(156).
           05  FILLER                  PIC X.
           05  JR-AFTER-IMAGE          PIC X(156).
           05  FILLER                  PIC X.
           05  JR-SOURCE               PIC X(10).
           05  FILLER                  PIC X.
           05  JR-APPROVER             PIC X(10).

       FD  BACKOUT-PARM-FILE.
       01  BACKOUT-PARM-REC            PIC X(14).

               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT PRVFILE ASSIGN TO MSTPRV
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PRV-KEY
               ALTERNATE RECORD KEY IS PRV-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS PRV-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-CMPRPT.
       DATA DIVISION.
           05  MST-SIDE-C          PIC 9(04).
           05  MST-TYPE            PIC 9.
           05  MST-RUN-DATE        PIC 9(06).
           05  MST-DIM-KEY.
               10  MST-DIM-LOW     PIC 9(04).
               10  MST-DIM-MID     PIC 9(04).
               10  MST-DIM-HIGH    PIC 9(04).
       FD  PRVFILE
           LABEL RECORDS STANDARD.
       01  PRV-REC.
           05  PRV-SIDE-C          PIC 9(04).
           05  PRV-TYPE            PIC 9.
           05  PRV-RUN-DATE        PIC 9(06).
           05  PRV-DIM-KEY.
               10  PRV-DIM-LOW     PIC 9(04).
               10  PRV-DIM-MID     PIC 9(04).
               10  PRV-DIM-HIGH    PIC 9(04).
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.

               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
           05  MST-SIDE-C          PIC 9(04).
           05  MST-TYPE            PIC 9.
           05  MST-RUN-DATE        PIC 9(06).
           05  MST-DIM-KEY.
               10  MST-DIM-LOW     PIC 9(04).
               10  MST-DIM-MID     PIC 9(04).
               10  MST-DIM-HIGH    PIC 9(04).
       WORKING-STORAGE SECTION.
       01  PRM-STATUS              PIC XX.
       01  ARC-STATUS              PIC XX.
       01  MST-STATUS              PIC XX.
       01  PRM-EOF                 PIC X       VALUE 'N'.
       01  MST-EOF                 PIC X       VALUE 'N'.
       01  DIM-SWAP                PIC 9(04)  VALUE ZERO.
       01  ARC-EOF                 PIC X       VALUE 'N'.
       01  RUN-MODE                PIC X(08)  VALUE SPACE.
       01  CUTOFF-DATE             PIC 9(06)  VALUE ZERO.
              MOVE ARC-SIDE-C TO MST-SIDE-C
              MOVE ARC-TYPE TO MST-TYPE
              MOVE ARC-RUN-DATE TO MST-RUN-DATE
              PERFORM SET-DIM-KEY-PARA
              WRITE MST-REC
                 INVALID KEY
                 ADD 1 TO TOT-PRESENT-CNT
                 ADD 1 TO TOT-RELOADED-CNT
              END-WRITE
           END-IF.
       SET-DIM-KEY-PARA.
           MOVE MST-SIDE-A TO MST-DIM-LOW.
           MOVE MST-SIDE-B TO MST-DIM-MID.
           MOVE MST-SIDE-C TO MST-DIM-HIGH.
           IF MST-DIM-LOW > MST-DIM-MID
              MOVE MST-DIM-LOW TO DIM-SWAP
              MOVE MST-DIM-MID TO MST-DIM-LOW
              MOVE DIM-SWAP TO MST-DIM-MID
           END-IF.
           IF MST-DIM-MID > MST-DIM-HIGH
              MOVE MST-DIM-MID TO DIM-SWAP
              MOVE MST-DIM-HIGH TO MST-DIM-MID
              MOVE DIM-SWAP TO MST-DIM-HIGH
           END-IF.
           IF MST-DIM-LOW > MST-DIM-MID
              MOVE MST-DIM-LOW TO DIM-SWAP
              MOVE MST-DIM-MID TO MST-DIM-LOW
              MOVE DIM-SWAP TO MST-DIM-MID
           END-IF.
       ENDING-PARA.
           IF RUN-MODE = 'ARCHIVE' OR RUN-MODE = 'RELOAD'
              CLOSE MSTFILE

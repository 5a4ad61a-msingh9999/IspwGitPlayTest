       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE  ASSIGN TO DYN-INFILE-NAME.
           SELECT RETFILE ASSIGN TO DYN-RETFILE-NAME
               FILE STATUS IS RET-STATUS.
           SELECT DRVFILE ASSIGN TO UT-S-DRVFILE.
           SELECT EXCFILE ASSIGN TO UT-S-EXCFILE.
           SELECT MEAFILE ASSIGN TO UT-S-MEAFILE.
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT SEQCTL  ASSIGN TO SEQCTL
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SEQ-SRC-NAME
               FILE STATUS IS SEQ-STATUS.
           SELECT VOLFILE ASSIGN TO UT-S-BILVOL
               FILE STATUS IS VOL-STATUS.
           SELECT REGFILE ASSIGN TO EXCREG
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SIDES
                   WITH DUPLICATES
               FILE STATUS IS REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IN-REC                  PIC X(80).
       FD  RETFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RET-REC                 PIC X(100).
       FD  DRVFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
               10  CHK-SRC-CNTR    PIC 9(04) OCCURS 8 TIMES.
               10  CHK-SRC-SKP     PIC 9(09).
           05  CHK-Q-CNTR          PIC 9(04)  OCCURS 7 TIMES.
           05  CHK-RET-POS         PIC 9(04).
           05  CHK-RET-RECS        PIC 9(09).
           05  CHK-RET-BAD         PIC 9(09).
           05  CHK-RET-DUP         PIC 9(09).
           05  CHK-RET-QUAD        PIC 9(09).
       FD  SRCFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
           05  MST-SIDE-C          PIC 9(04).
           05  MST-TYPE            PIC 9.
           05  MST-RUN-DATE        PIC 9(06).
           05  MST-DIM-KEY.
               10  MST-DIM-LOW     PIC 9(04).
               10  MST-DIM-MID     PIC 9(04).
               10  MST-DIM-HIGH    PIC 9(04).
       FD  SEQCTL
           LABEL RECORDS STANDARD.
       01  SEQ-REC.
           05  SEQ-SRC-NAME        PIC X(08).
           05  SEQ-FILE-SEQ        PIC 9(06).
           05  SEQ-CRE-DATE        PIC 9(08).
           05  SEQ-RUN-DATE        PIC 9(06).
           05  FILLER              PIC X(12).
       FD  VOLFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  VOL-REC.
           05  VOL-RUN-DATE        PIC 9(08).
           05  VOL-SRC-NAME        PIC X(08).
           05  VOL-CNTR            PIC 9(04) OCCURS 8 TIMES.
           05  VOL-SKP             PIC 9(09).
           05  FILLER              PIC X(23).
       FD  REGFILE
           LABEL RECORDS STANDARD.
       01  REG-REC.
           05  REG-KEY.
               10  REG-SRC-NAME    PIC X(08).
               10  REG-SEQ         PIC 9(09).
           05  REG-SIDES           PIC X(16).
           05  REG-REASON          PIC X(24).
           05  REG-FIRST-DATE      PIC 9(08).
           05  REG-LAST-DATE       PIC 9(08).
           05  REG-SEEN-CNT        PIC 9(04).
           05  REG-STATUS-CODE     PIC X.
               88  REG-OPEN                    VALUE 'O'.
               88  REG-CORRECTED               VALUE 'C'.
               88  REG-RESOLVED                VALUE 'R'.
           05  REG-CLOSE-DATE      PIC 9(08).
           05  FILLER              PIC X(14).
       WORKING-STORAGE SECTION.
       01  MST-STATUS               PIC XX.
       01  MST-AVAILABLE            PIC X       VALUE 'N'.
       01  DIM-SWAP                 PIC 9(04)  VALUE ZERO.
       01  SEQ-IN-SOURCE            PIC 9(09)  VALUE ZERO.
       01  RUN-DATE                 PIC 9(06)  VALUE ZERO.
       01  CHK-STATUS               PIC XX.
               10  N-NAME          PIC X(21).
               10  N-CNTR          PIC 9(04).
       01  DYN-INFILE-NAME          PIC X(80).
       01  DYN-RETFILE-NAME         PIC X(80)  VALUE SPACE.
       01  RET-STATUS               PIC XX.
       01  RET-OPEN                 PIC X       VALUE 'N'.
       01  RET-OPEN-POS             PIC 9(04)  VALUE ZERO.
       01  RET-RESUME-POS           PIC 9(04)  VALUE ZERO.
       01  RET-SRC-COUNTS.
           05  RET-RECS-CNT         PIC 9(09)  VALUE ZERO.
           05  RET-BAD-CNT          PIC 9(09)  VALUE ZERO.
           05  RET-DUP-CNT          PIC 9(09)  VALUE ZERO.
           05  RET-QUAD-CNT         PIC 9(09)  VALUE ZERO.
       01  RET-RESUME-COUNTS        PIC X(36)  VALUE ZERO.
       01  RET-HDR-LINE.
           05  FILLER               PIC X(03)  VALUE 'HDR'.
           05  RET-HDR-SRC          PIC X(08).
           05  RET-HDR-DATE         PIC 9(06).
           05  RET-HDR-UNIT         PIC X(02).
           05  FILLER               PIC X(81)  VALUE SPACE.
      *    OUTCOME  C CLASSIFIED         E INVALID - ALSO ON EXCFILE
      *             R REJECTED - BADFILE D DUPLICATE NOT CLASSIFIED
      *             S ALREADY ON MASTER  Q QUADRILATERAL CLASSIFIED
       01  RET-DTL-LINE.
           05  FILLER               PIC X(03)  VALUE 'DTL'.
           05  RET-DTL-SRC          PIC X(08).
           05  RET-DTL-SEQ          PIC 9(09).
           05  RET-DTL-OUTCOME      PIC X(01).
           05  RET-DTL-TYPE         PIC 9(01).
           05  RET-DTL-NAME         PIC X(21).
           05  RET-DTL-REASON       PIC X(24).
           05  RET-DTL-DATA         PIC X(16).
           05  FILLER               PIC X(17)  VALUE SPACE.
       01  RET-TRL-LINE.
           05  FILLER               PIC X(03)  VALUE 'TRL'.
           05  RET-TRL-SRC          PIC X(08).
           05  RET-TRL-RECS         PIC 9(09).
           05  RET-TRL-CNTR         PIC 9(04) OCCURS 8 TIMES.
           05  RET-TRL-SKP          PIC 9(09).
           05  RET-TRL-BAD          PIC 9(09).
           05  RET-TRL-DUP          PIC 9(09).
           05  RET-TRL-QUAD         PIC 9(09).
           05  FILLER               PIC X(12)  VALUE SPACE.
       01  DRV-EOF                  PIC X       VALUE 'N'.
       01  SRC-SKIPPED              PIC X       VALUE 'N'.
       01  SRC-COUNT                PIC 9(04)  VALUE ZERO.
           05  FILLER              PIC X.
           05  IN-QUAD-SIDES       PIC X(16).
           05  FILLER              PIC X(63).
       01  IN-WORK-CTL   REDEFINES IN-WORK.
           05  IN-CTL-ID           PIC X(03).
           05  FILLER              PIC X(77).
       01  IN-WORK-HDR   REDEFINES IN-WORK.
           05  FILLER              PIC X(03).
           05  IN-HDR-SRC-NAME     PIC X(08).
           05  IN-HDR-CRE-DATE     PIC X(08).
           05  IN-HDR-FILE-SEQ     PIC X(06).
           05  FILLER              PIC X(55).
       01  IN-WORK-TRL   REDEFINES IN-WORK.
           05  FILLER              PIC X(03).
           05  IN-TRL-REC-CNT      PIC X(09).
           05  IN-TRL-HASH         PIC X(15).
           05  FILLER              PIC X(53).
       01  HDR-CHECK               PIC X       VALUE 'Y'.
       01  REG-STATUS              PIC XX.
       01  REG-AVAILABLE           PIC X       VALUE 'N'.
       01  REG-FOUND               PIC X       VALUE 'N'.
       01  REG-REASON-WORK         PIC X(24)  VALUE SPACE.
       01  REG-SIDES-WORK          PIC X(16)  VALUE SPACE.
       01  RUN-DATE-8              PIC 9(08)  VALUE ZERO.
       01  VOL-STATUS              PIC XX.
       01  REG-ADDED-CNT           PIC 9(09)  VALUE ZERO.
       01  REG-RESOLVED-CNT        PIC 9(09)  VALUE ZERO.
       01  SEQ-STATUS              PIC XX.
       01  SEQ-AVAILABLE           PIC X       VALUE 'N'.
       01  SEQ-LAST                PIC 9(06)  VALUE ZERO.
       01  SRC-HELD                PIC X       VALUE 'N'.
       01  HELD-CNT                PIC 9(04)  VALUE ZERO.
       01  HOLD-COUNT              PIC 9(04)  VALUE ZERO.
       01  HX                      PIC 9(04)  VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ENTRY          OCCURS 999 TIMES.
               10  HOLD-FLAG       PIC X.
               10  HOLD-CHECKED    PIC X.
               10  HOLD-REASON     PIC X(24).
               10  HOLD-SRC-NAME   PIC X(08).
               10  HOLD-FILE-SEQ   PIC 9(06).
               10  HOLD-CRE-DATE   PIC 9(08).
       01  CTL-FIRST               PIC X       VALUE 'Y'.
       01  CTL-TRL-SEEN            PIC X       VALUE 'N'.
       01  CTL-REASON              PIC X(24)  VALUE SPACE.
       01  CTL-NEW-REASON          PIC X(24)  VALUE SPACE.
       01  CTL-DATA-CNT            PIC 9(09)  VALUE ZERO.
       01  CTL-HASH                PIC 9(15)  VALUE ZERO.
       01  CTL-TRL-CNT             PIC 9(09)  VALUE ZERO.
       01  CTL-TRL-HASH            PIC 9(15)  VALUE ZERO.
       01  QWORK-REC.
           05  QSIDE-A             PIC 9(04).
           05  QSIDE-B             PIC 9(04).
           05  DUP-DTL-CNT         PIC Z(04)9.
           05  FILLER              PIC X(25)  VALUE SPACE.
       COPY SY0095.
       COPY SY0099.
       01  PERIM-WORK              PIC 9(05)  VALUE ZERO.
       01  AREA-WORK               PIC 9(08)V99 VALUE ZERO.
       01  HERON-S                 PIC 9(05)V9 VALUE ZERO.
              DISPLAY 'SPLIT MODE - SOURCES ' SPL-FROM
                      ' THROUGH ' SPL-TO
           END-IF.
           IF HDR-CHECK = 'Y'
              OPEN I-O SEQCTL
              IF SEQ-STATUS = '35'
                 OPEN OUTPUT SEQCTL
                 CLOSE SEQCTL
                 OPEN I-O SEQCTL
              END-IF
              IF SEQ-STATUS = '00' OR SEQ-STATUS = '97'
                 MOVE 'Y' TO SEQ-AVAILABLE
              ELSE
                 DISPLAY 'SEQUENCE CONTROL FILE UNAVAILABLE - STATUS '
                         SEQ-STATUS
              END-IF
           ELSE
              DISPLAY 'HEADER/TRAILER CHECK SWITCHED OFF'
           END-IF.
           MOVE 'S' TO X99-FONCTION.
           MOVE RUN-DATE (1:2) TO X99-YY.
           CALL 'SY0099' USING SY0099-PARMS.
           MOVE X99-CC TO RUN-DATE-8 (1:2).
           MOVE RUN-DATE TO RUN-DATE-8 (3:6).
           OPEN I-O REGFILE.
           IF REG-STATUS = '35'
              OPEN OUTPUT REGFILE
              CLOSE REGFILE
              OPEN I-O REGFILE
           END-IF.
           IF REG-STATUS = '00' OR REG-STATUS = '97'
              MOVE 'Y' TO REG-AVAILABLE
           ELSE
              DISPLAY 'EXCEPTION REGISTER UNAVAILABLE - STATUS '
                      REG-STATUS
           END-IF.
           OPEN OUTPUT DUPFILE.
           OPEN OUTPUT BADFILE.
           MOVE 'N' TO OUT-OF-RECS.
                 AND PRM-VALUE (1:4) NUMERIC
                 MOVE PRM-VALUE (1:4) TO SPL-TO
              END-IF
              IF PRM-KEY = 'HDRCHK'
                 AND PRM-VALUE (1:1) = 'N'
                 MOVE 'N' TO HDR-CHECK
              END-IF
           END-IF.
       INIT-MEAS-PARA.
           MOVE ZERO TO MEAS-CNT (MX) MEAS-PERIM-SUM (MX)
           ELSE
              OPEN OUTPUT SRCFILE
           END-IF.
      *    BILLING VOLUMES - A DATED COPY OF EVERY SRCFILE RECORD
           OPEN EXTEND VOLFILE.
           IF VOL-STATUS = '05' OR VOL-STATUS = '35'
              OPEN OUTPUT VOLFILE
           END-IF.
           IF CHK-FOUND = 'Y'
              MOVE CHK-RECS-DONE TO RECS-DONE
              MOVE CHK-RECS-DONE TO RECS-TO-SKIP
              MOVE CHK-SRC-FLUSHED TO SRC-FLUSHED
              MOVE CHK-SRC-FLUSHED TO SRC-FLUSHED-AT-RESTART
              MOVE CHK-INC-SKIP TO INC-SKIPPED-CNT
              MOVE CHK-RET-POS TO RET-RESUME-POS
              MOVE CHK-RET-RECS TO RET-RECS-CNT
              MOVE CHK-RET-BAD TO RET-BAD-CNT
              MOVE CHK-RET-DUP TO RET-DUP-CNT
              MOVE CHK-RET-QUAD TO RET-QUAD-CNT
              MOVE RET-SRC-COUNTS TO RET-RESUME-COUNTS
              PERFORM RESTORE-CNTR-PARA
                 VARYING TX FROM 1 BY 1 UNTIL TX > 8
              PERFORM RESTORE-SRC-PARA
                    MOVE 'IN' TO CUR-UNIT
                 END-IF
                 MOVE DRV-NAME TO DYN-INFILE-NAME
                 PERFORM CHECK-CONTROL-PARA
                 IF CTL-REASON = SPACES
                    OPEN INPUT INFILE
                    MOVE ZERO TO PRE-SEQ
                    MOVE 'N' TO OUT-OF-RECS
                    PERFORM PRE-REC-PARA
                       UNTIL OUT-OF-RECS = 'Y'
                    CLOSE INFILE
                 END-IF
              END-IF
           END-IF.
      *    THE SOURCE FILE MUST OPEN WITH A HEADER NAMING THE DRIVER
      *    ENTRY AND CARRYING A FILE SEQUENCE ABOVE THE LAST ACCEPTED,
      *    AND CLOSE WITH A TRAILER WHOSE COUNT AND HASH (SUM OF ALL
      *    NUMERIC SIDES AS SENT) AGREE WITH THE DATA RECORDS
       CHECK-CONTROL-PARA.
           MOVE SPACES TO CTL-REASON.
           IF PRE-POS > 999
              IF HDR-CHECK = 'Y'
                 MOVE 'DRIVER OVER 999 SOURCES' TO CTL-REASON
              END-IF
           ELSE
              MOVE PRE-POS TO HX
              IF HX > HOLD-COUNT
                 MOVE HX TO HOLD-COUNT
              END-IF
              MOVE 'N' TO HOLD-FLAG (HX)
              MOVE 'N' TO HOLD-CHECKED (HX)
              MOVE SPACES TO HOLD-REASON (HX)
              MOVE DRV-NAME TO HOLD-SRC-NAME (HX)
              MOVE ZERO TO HOLD-FILE-SEQ (HX) HOLD-CRE-DATE (HX)
              IF HDR-CHECK = 'Y'
                 PERFORM READ-CONTROL-PARA
              END-IF
           END-IF.
       READ-CONTROL-PARA.
           MOVE 'Y' TO CTL-FIRST.
           MOVE 'N' TO CTL-TRL-SEEN.
           MOVE ZERO TO CTL-DATA-CNT CTL-HASH CTL-TRL-CNT CTL-TRL-HASH.
           OPEN INPUT INFILE.
           MOVE 'N' TO OUT-OF-RECS.
           PERFORM CTL-REC-PARA
              UNTIL OUT-OF-RECS = 'Y'.
           CLOSE INFILE.
           IF CTL-FIRST = 'Y'
              MOVE 'EMPTY - NO HEADER' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           END-IF.
           IF CTL-TRL-SEEN = 'N'
              MOVE 'NO TRAILER - TRUNCATED' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           END-IF.
           IF CTL-DATA-CNT NOT = CTL-TRL-CNT
              MOVE 'RECORD COUNT MISMATCH' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           END-IF.
           IF CTL-HASH NOT = CTL-TRL-HASH
              MOVE 'HASH TOTAL MISMATCH' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           END-IF.
           IF CTL-REASON = SPACES
              PERFORM CHECK-FILE-SEQ-PARA
           END-IF.
           MOVE 'Y' TO HOLD-CHECKED (HX).
           IF CTL-REASON NOT = SPACES
              MOVE 'Y' TO HOLD-FLAG (HX)
              MOVE CTL-REASON TO HOLD-REASON (HX)
           END-IF.
       CTL-REC-PARA.
           READ INFILE INTO IN-WORK
              AT END
              MOVE 'Y' TO OUT-OF-RECS.
           IF OUT-OF-RECS = 'N'
              IF CTL-FIRST = 'Y'
                 MOVE 'N' TO CTL-FIRST
                 PERFORM CTL-HEADER-PARA
              ELSE
                 IF IN-CTL-ID = 'HDR'
                    MOVE 'SECOND HEADER RECORD' TO CTL-NEW-REASON
                    PERFORM CTL-ERROR-PARA
                 ELSE
                    IF IN-CTL-ID = 'TRL'
                       PERFORM CTL-TRAILER-PARA
                    ELSE
                       PERFORM CTL-DATA-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CTL-HEADER-PARA.
           IF IN-CTL-ID NOT = 'HDR'
              MOVE 'NO HEADER RECORD' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
              PERFORM CTL-DATA-PARA
           ELSE
              IF IN-HDR-CRE-DATE NOT NUMERIC
                 OR IN-HDR-FILE-SEQ NOT NUMERIC
                 MOVE 'HEADER NOT VALID' TO CTL-NEW-REASON
                 PERFORM CTL-ERROR-PARA
              ELSE
                 MOVE IN-HDR-CRE-DATE TO HOLD-CRE-DATE (HX)
                 MOVE IN-HDR-FILE-SEQ TO HOLD-FILE-SEQ (HX)
              END-IF
              IF IN-HDR-SRC-NAME NOT = DRV-NAME
                 MOVE 'SOURCE NAME MISMATCH' TO CTL-NEW-REASON
                 PERFORM CTL-ERROR-PARA
              END-IF
           END-IF.
       CTL-TRAILER-PARA.
           IF CTL-TRL-SEEN = 'Y'
              MOVE 'SECOND TRAILER RECORD' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           ELSE
              MOVE 'Y' TO CTL-TRL-SEEN
              IF IN-TRL-REC-CNT NOT NUMERIC
                 OR IN-TRL-HASH NOT NUMERIC
                 MOVE 'TRAILER NOT VALID' TO CTL-NEW-REASON
                 PERFORM CTL-ERROR-PARA
              ELSE
                 MOVE IN-TRL-REC-CNT TO CTL-TRL-CNT
                 MOVE IN-TRL-HASH TO CTL-TRL-HASH
              END-IF
           END-IF.
       CTL-DATA-PARA.
           IF CTL-TRL-SEEN = 'Y'
              MOVE 'DATA AFTER TRAILER' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           END-IF.
           ADD 1 TO CTL-DATA-CNT.
           IF IN-WORK-IND = 'Q'
              MOVE IN-QUAD-SIDES TO QWORK-REC
              IF QSIDE-A NUMERIC
                 ADD QSIDE-A TO CTL-HASH
              END-IF
              IF QSIDE-B NUMERIC
                 ADD QSIDE-B TO CTL-HASH
              END-IF
              IF QSIDE-C NUMERIC
                 ADD QSIDE-C TO CTL-HASH
              END-IF
              IF QSIDE-D NUMERIC
                 ADD QSIDE-D TO CTL-HASH
              END-IF
           ELSE
              MOVE IN-WORK TO WORK-REC
              IF SIDE-A NUMERIC
                 ADD SIDE-A TO CTL-HASH
              END-IF
              IF SIDE-B NUMERIC
                 ADD SIDE-B TO CTL-HASH
              END-IF
              IF SIDE-C NUMERIC
                 ADD SIDE-C TO CTL-HASH
              END-IF
           END-IF.
       CTL-ERROR-PARA.
           IF CTL-REASON = SPACES
              MOVE CTL-NEW-REASON TO CTL-REASON
           END-IF.
      *    SEQUENCE MUST BEAT BOTH THE LAST RUN AND ANY EARLIER FILE
      *    FROM THE SAME SOURCE ALREADY ACCEPTED IN THIS DRIVER
       CHECK-FILE-SEQ-PARA.
           MOVE ZERO TO SEQ-LAST.
           IF SEQ-AVAILABLE = 'Y'
              MOVE DRV-NAME TO SEQ-SRC-NAME
              READ SEQCTL
                 INVALID KEY
                 MOVE ZERO TO SEQ-FILE-SEQ
              END-READ
              MOVE SEQ-FILE-SEQ TO SEQ-LAST
           END-IF.
           PERFORM SCAN-HOLD-SEQ-PARA
              VARYING HX FROM 1 BY 1 UNTIL HX NOT < PRE-POS.
           MOVE PRE-POS TO HX.
           IF HOLD-FILE-SEQ (HX) NOT > SEQ-LAST
              MOVE 'FILE SEQUENCE REPEATED' TO CTL-NEW-REASON
              PERFORM CTL-ERROR-PARA
           END-IF.
       SCAN-HOLD-SEQ-PARA.
           IF HOLD-SRC-NAME (HX) = DRV-NAME
              AND HOLD-FLAG (HX) = 'N'
              AND HOLD-CHECKED (HX) = 'Y'
              AND HOLD-FILE-SEQ (HX) > SEQ-LAST
              MOVE HOLD-FILE-SEQ (HX) TO SEQ-LAST
           END-IF.
       PRE-REC-PARA.
           READ INFILE INTO IN-WORK
              AT END
              MOVE 'Y' TO OUT-OF-RECS.
           IF OUT-OF-RECS = 'N'
              AND IN-CTL-ID NOT = 'HDR'
              AND IN-CTL-ID NOT = 'TRL'
              ADD 1 TO PRE-SEQ
              IF IN-WORK-IND NOT = 'Q'
                 MOVE IN-WORK TO WORK-REC
                 AND (SRC-POSITION < SPL-FROM
                      OR SRC-POSITION > SPL-TO)
                 MOVE 'Y' TO SRC-SKIPPED
              END-IF
              IF SRC-SKIPPED = 'N'
                 PERFORM FIND-HOLD-PARA
                 IF SRC-HELD = 'Y'
                    MOVE 'Y' TO SRC-SKIPPED
                    PERFORM HOLD-SOURCE-PARA
                 END-IF
              END-IF
              IF SRC-SKIPPED = 'N'
                 ADD 1 TO SRC-SEEN
                 IF SRC-SEEN > SRC-FLUSHED-AT-RESTART
                                + SRC-COUNT-AT-RESTART
                 IF RECS-TO-SKIP NOT = ZERO
                    PERFORM SKIP-PARA
                       UNTIL RECS-TO-SKIP = ZERO OR OUT-OF-RECS = 'Y'
                    IF OUT-OF-RECS = 'N'
                       AND RET-RESUME-POS = SRC-POSITION
                       PERFORM OPEN-RET-PARA
                    END-IF
                 ELSE
                    PERFORM OPEN-RET-PARA
                 END-IF
                 PERFORM ANALYZE-NEXT-REC
                    UNTIL OUT-OF-RECS = 'Y'
                 CLOSE INFILE
                 IF RET-OPEN = 'Y'
                    PERFORM CLOSE-RET-PARA
                 END-IF
              END-IF
           END-IF.
      *    ONE RETURN FILE PER SOURCE, NAMED RET + INPUT FILE NAME.
      *    A SOURCE RESUMED AFTER RESTART IS EXTENDED, NOT REPLACED.
       OPEN-RET-PARA.
           MOVE SPACES TO DYN-RETFILE-NAME.
           STRING 'RET' DELIMITED BY SIZE
                  DRV-NAME DELIMITED BY SPACE
                  INTO DYN-RETFILE-NAME.
           IF RECS-TO-SKIP = ZERO
              AND RET-RESUME-POS = SRC-POSITION
              AND SEQ-IN-SOURCE NOT = ZERO
              MOVE RET-RESUME-COUNTS TO RET-SRC-COUNTS
              OPEN EXTEND RETFILE
              IF RET-STATUS = '05' OR RET-STATUS = '35'
                 OPEN OUTPUT RETFILE
              END-IF
           ELSE
              MOVE ZERO TO RET-RECS-CNT RET-BAD-CNT
                           RET-DUP-CNT RET-QUAD-CNT
              OPEN OUTPUT RETFILE
           END-IF.
           IF RET-STATUS = '00' OR RET-STATUS = '05'
              MOVE 'Y' TO RET-OPEN
              MOVE SRC-POSITION TO RET-OPEN-POS
              IF SEQ-IN-SOURCE = ZERO
                 MOVE DRV-NAME TO RET-HDR-SRC
                 MOVE RUN-DATE TO RET-HDR-DATE
                 MOVE CUR-UNIT TO RET-HDR-UNIT
                 WRITE RET-REC FROM RET-HDR-LINE
              END-IF
           ELSE
              DISPLAY 'RETURN FILE ' DYN-RETFILE-NAME
                      ' UNAVAILABLE - STATUS ' RET-STATUS
           END-IF.
      *    TRAILER COUNTS ARE THE SOURCE'S SRCFILE COUNTERS PLUS THE
      *    RECORDS THAT NEVER REACHED CLASSIFICATION
       CLOSE-RET-PARA.
           MOVE DRV-NAME TO RET-TRL-SRC.
           MOVE RET-RECS-CNT TO RET-TRL-RECS.
           PERFORM SAVE-RET-CNTR-PARA
              VARYING TX FROM 1 BY 1 UNTIL TX > 8.
           MOVE SRC-SKP (SX) TO RET-TRL-SKP.
           MOVE RET-BAD-CNT TO RET-TRL-BAD.
           MOVE RET-DUP-CNT TO RET-TRL-DUP.
           MOVE RET-QUAD-CNT TO RET-TRL-QUAD.
           WRITE RET-REC FROM RET-TRL-LINE.
           CLOSE RETFILE.
           MOVE 'N' TO RET-OPEN.
           MOVE ZERO TO RET-OPEN-POS.
           PERFORM WRITE-CHECKPOINT.
       SAVE-RET-CNTR-PARA.
           MOVE SRC-CNTR (SX, TX) TO RET-TRL-CNTR (TX).
       WRITE-RET-PARA.
           IF RET-OPEN = 'Y'
              MOVE SRC-NAME (SX) TO RET-DTL-SRC
              MOVE SEQ-IN-SOURCE TO RET-DTL-SEQ
              WRITE RET-REC FROM RET-DTL-LINE
              ADD 1 TO RET-RECS-CNT
           END-IF.
       FIND-HOLD-PARA.
           MOVE 'N' TO SRC-HELD.
           IF SRC-POSITION > 999
              IF HDR-CHECK = 'Y'
                 MOVE 'Y' TO SRC-HELD
              END-IF
           ELSE
              IF HOLD-FLAG (SRC-POSITION) = 'Y'
                 MOVE 'Y' TO SRC-HELD
              END-IF
           END-IF.
      *    A HELD SOURCE IS NOT READ - IT GETS AN EXCEPTION LINE AND A
      *    RETURN FILE THAT SAYS WHY, AND NOTHING ELSE
       HOLD-SOURCE-PARA.
           ADD 1 TO HELD-CNT.
           IF SRC-POSITION > 999
              MOVE 'DRIVER OVER 999 SOURCES' TO BAD-DTL-REASON
           ELSE
              MOVE HOLD-REASON (SRC-POSITION) TO BAD-DTL-REASON
           END-IF.
           MOVE DRV-NAME TO BAD-DTL-SRC.
           MOVE 'SOURCE HELD' TO BAD-DTL-DATA.
           WRITE BAD-REC FROM BAD-DTL-LINE.
           DISPLAY 'SOURCE ' DRV-NAME ' HELD OUT OF RUN - '
                   BAD-DTL-REASON.
           MOVE SPACES TO DYN-RETFILE-NAME.
           STRING 'RET' DELIMITED BY SIZE
                  DRV-NAME DELIMITED BY SPACE
                  INTO DYN-RETFILE-NAME.
           OPEN OUTPUT RETFILE.
           IF RET-STATUS = '00'
              MOVE DRV-NAME TO RET-HDR-SRC
              MOVE RUN-DATE TO RET-HDR-DATE
              MOVE DRV-UNIT TO RET-HDR-UNIT
              WRITE RET-REC FROM RET-HDR-LINE
              MOVE DRV-NAME TO RET-DTL-SRC
              MOVE ZERO TO RET-DTL-SEQ RET-DTL-TYPE
              MOVE 'H' TO RET-DTL-OUTCOME
              MOVE 'SOURCE HELD' TO RET-DTL-NAME
              MOVE BAD-DTL-REASON TO RET-DTL-REASON
              MOVE SPACES TO RET-DTL-DATA
              WRITE RET-REC FROM RET-DTL-LINE
              MOVE DRV-NAME TO RET-TRL-SRC
              MOVE ZERO TO RET-TRL-RECS RET-TRL-SKP RET-TRL-BAD
                           RET-TRL-DUP RET-TRL-QUAD
              PERFORM CLEAR-RET-CNTR-PARA
                 VARYING TX FROM 1 BY 1 UNTIL TX > 8
              WRITE RET-REC FROM RET-TRL-LINE
              CLOSE RETFILE
           END-IF.
       CLEAR-RET-CNTR-PARA.
           MOVE ZERO TO RET-TRL-CNTR (TX).
       FLUSH-SRC-PARA.
           PERFORM WRITE-SRC-OUT-PARA
              VARYING FLUSH-IX FROM 1 BY 1 UNTIL FLUSH-IX > SRC-COUNT.
           MOVE SRC-CNTR (SX, 8) TO SRC-OUT-CNTR (8).
           MOVE SRC-SKP (SX) TO SRC-OUT-SKP.
           WRITE SRC-OUT-REC.
           MOVE SPACES TO VOL-REC.
           MOVE RUN-DATE-8 TO VOL-RUN-DATE.
           MOVE SRC-OUT-NAME TO VOL-SRC-NAME.
           PERFORM MOVE-VOL-CNTR-PARA
              VARYING TX FROM 1 BY 1 UNTIL TX > 8.
           MOVE SRC-OUT-SKP TO VOL-SKP.
           WRITE VOL-REC.
       MOVE-VOL-CNTR-PARA.
           MOVE SRC-OUT-CNTR (TX) TO VOL-CNTR (TX).
       SKIP-PARA.
           READ INFILE INTO SKIP-REC
              AT END
              MOVE 'Y' TO OUT-OF-RECS.
           IF OUT-OF-RECS = 'N'
              AND SKIP-REC (1:3) NOT = 'HDR'
              AND SKIP-REC (1:3) NOT = 'TRL'
              ADD 1 TO SEQ-IN-SOURCE
              SUBTRACT 1 FROM RECS-TO-SKIP
           END-IF.
              AT END
              MOVE 'Y' TO OUT-OF-RECS.
           IF OUT-OF-RECS = 'N'
              AND IN-CTL-ID NOT = 'HDR'
              AND IN-CTL-ID NOT = 'TRL'
              ADD 1 TO SEQ-IN-SOURCE
              MOVE SPACES TO RET-DTL-NAME RET-DTL-REASON
              MOVE ZERO TO RET-DTL-TYPE
              IF IN-WORK-IND = 'Q'
                 MOVE IN-QUAD-SIDES TO RET-DTL-DATA
                 PERFORM PROCESS-QUAD-PARA
              ELSE
                 MOVE IN-WORK (1:12) TO RET-DTL-DATA
                 PERFORM PROCESS-TRI-PARA
              END-IF
              PERFORM WRITE-RET-PARA
              ADD 1 TO RECS-DONE
              ADD 1 TO RECS-SINCE-CHECKPOINT
              IF RECS-SINCE-CHECKPOINT >= CHK-CHECKPOINT-EVERY
           PERFORM VALIDATE-REC-PARA.
           IF REC-VALID = 'N'
              ADD 1 TO MAL-CNT
              ADD 1 TO RET-BAD-CNT
              MOVE 'R' TO RET-DTL-OUTCOME
              MOVE BAD-DTL-REASON TO RET-DTL-REASON
              MOVE BAD-DTL-REASON TO REG-REASON-WORK
              MOVE RET-DTL-DATA TO REG-SIDES-WORK
              PERFORM REGISTER-EXC-PARA
           ELSE
              PERFORM CHECK-INC-PARA
              IF INC-SKIP = 'Y'
                 ADD 1 TO SRC-SKP (SX)
                 ADD 1 TO INC-SKIPPED-CNT
                 MOVE 'S' TO RET-DTL-OUTCOME
                 MOVE 'ALREADY ON MASTER' TO RET-DTL-REASON
              ELSE
                 IF CUR-UNIT = 'MM'
                    PERFORM CONVERT-TRI-PARA
                 PERFORM CHECK-SKP-PARA
                 IF DUP-SKIP = 'Y'
                    ADD 1 TO DUP-EXCLUDED-CNT
                    ADD 1 TO RET-DUP-CNT
                    MOVE 'D' TO RET-DTL-OUTCOME
                    MOVE 'DUPLICATE DIMENSIONS' TO RET-DTL-REASON
                 ELSE
                    PERFORM CLASSIFY-REC-PARA
                 END-IF
              MOVE QWORK-REC TO BAD-DTL-DATA
              WRITE BAD-REC FROM BAD-DTL-LINE
              ADD 1 TO MAL-CNT
              ADD 1 TO RET-BAD-CNT
              MOVE 'R' TO RET-DTL-OUTCOME
              MOVE BAD-DTL-REASON TO RET-DTL-REASON
              MOVE BAD-DTL-REASON TO REG-REASON-WORK
              MOVE RET-DTL-DATA TO REG-SIDES-WORK
              PERFORM REGISTER-EXC-PARA
           ELSE
              IF CUR-UNIT = 'MM'
                 PERFORM CONVERT-QUAD-PARA
              END-IF
              ADD 1 TO Q-CNTR (QUAD-TYPE)
              ADD 1 TO QUAD-TOTAL
              ADD 1 TO RET-QUAD-CNT
              MOVE 'Q' TO RET-DTL-OUTCOME
              MOVE QUAD-TYPE TO RET-DTL-TYPE
              MOVE Q-NAME (QUAD-TYPE) TO RET-DTL-NAME
           END-IF.
       CHECK-INC-PARA.
           MOVE 'N' TO INC-SKIP.
           SET TX TO TRIANGLE-TYPE.
           ADD 1 TO N-CNTR (TX).
           ADD 1 TO SRC-CNTR (SX, TRIANGLE-TYPE).
           MOVE 'C' TO RET-DTL-OUTCOME.
           MOVE TRIANGLE-TYPE TO RET-DTL-TYPE.
           MOVE N-NAME (TX) TO RET-DTL-NAME.
           IF TRIANGLE-TYPE = 4
              WRITE EXC-REC FROM WORK-REC
              MOVE 'E' TO RET-DTL-OUTCOME
              MOVE 'INVALID - ON EXCFILE' TO RET-DTL-REASON
              MOVE 'INVALID TRIANGLE' TO REG-REASON-WORK
              MOVE WORK-REC TO REG-SIDES-WORK
              PERFORM REGISTER-EXC-PARA
           ELSE
              PERFORM RESOLVE-EXC-PARA
           END-IF.
           PERFORM MEASURE-PARA.
           IF MST-AVAILABLE = 'Y'
              PERFORM WRITE-MASTER-PARA
           END-IF.
      *    EXCEPTION REGISTER - A REJECT SEEN AGAIN KEEPS ITS FIRST
      *    DATE; AN ENTRY CLOSED EARLIER IS REOPENED AS A NEW REJECT
       REGISTER-EXC-PARA.
           IF REG-AVAILABLE = 'Y'
              MOVE SPACES TO REG-REC
              MOVE SRC-NAME (SX) TO REG-SRC-NAME
              MOVE SEQ-IN-SOURCE TO REG-SEQ
              MOVE 'Y' TO REG-FOUND
              READ REGFILE
                 INVALID KEY
                 MOVE 'N' TO REG-FOUND
              END-READ
              IF REG-FOUND = 'N' OR NOT REG-OPEN
                 MOVE RUN-DATE-8 TO REG-FIRST-DATE
                 MOVE ZERO TO REG-SEEN-CNT REG-CLOSE-DATE
                 ADD 1 TO REG-ADDED-CNT
              END-IF
              MOVE REG-SIDES-WORK TO REG-SIDES
              MOVE REG-REASON-WORK TO REG-REASON
              MOVE RUN-DATE-8 TO REG-LAST-DATE
              ADD 1 TO REG-SEEN-CNT
              MOVE 'O' TO REG-STATUS-CODE
              IF REG-FOUND = 'Y'
                 REWRITE REG-REC
              ELSE
                 WRITE REG-REC
              END-IF
           END-IF.
       RESOLVE-EXC-PARA.
           IF REG-AVAILABLE = 'Y'
              MOVE SRC-NAME (SX) TO REG-SRC-NAME
              MOVE SEQ-IN-SOURCE TO REG-SEQ
              READ REGFILE
                 INVALID KEY
                 MOVE SPACE TO REG-STATUS-CODE
              END-READ
              IF REG-STATUS = '00' AND REG-OPEN
                 MOVE 'R' TO REG-STATUS-CODE
                 MOVE RUN-DATE-8 TO REG-CLOSE-DATE
                 REWRITE REG-REC
                 ADD 1 TO REG-RESOLVED-CNT
              END-IF
           END-IF.
       WRITE-MASTER-PARA.
           MOVE SRC-NAME (SX) TO MST-SRC-NAME.
           MOVE SEQ-IN-SOURCE TO MST-SEQ.
           MOVE SIDE-C TO MST-SIDE-C.
           MOVE TRIANGLE-TYPE TO MST-TYPE.
           MOVE RUN-DATE TO MST-RUN-DATE.
           PERFORM SET-DIM-KEY-PARA.
           WRITE MST-REC
              INVALID KEY
              REWRITE MST-REC
           END-WRITE.
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
       VALIDATE-REC-PARA.
           MOVE 'Y' TO REC-VALID.
           MOVE SPACES TO BAD-DTL-REASON.
           MOVE SRC-COUNT TO CHK-SRC-COUNT.
           MOVE SRC-FLUSHED TO CHK-SRC-FLUSHED.
           MOVE INC-SKIPPED-CNT TO CHK-INC-SKIP.
           MOVE RET-OPEN-POS TO CHK-RET-POS.
           MOVE RET-RECS-CNT TO CHK-RET-RECS.
           MOVE RET-BAD-CNT TO CHK-RET-BAD.
           MOVE RET-DUP-CNT TO CHK-RET-DUP.
           MOVE RET-QUAD-CNT TO CHK-RET-QUAD.
           PERFORM SAVE-SRC-PARA
              VARYING SX FROM 1 BY 1 UNTIL SX > 20.
           PERFORM SAVE-QUAD-PARA
           PERFORM WRITE-SRC-OUT-PARA
              VARYING FLUSH-IX FROM 1 BY 1 UNTIL FLUSH-IX > SRC-COUNT.
           CLOSE SRCFILE.
           CLOSE VOLFILE.
           IF DUP-EXCL-FLAG = 'Y'
              CLOSE SKQFILE
           END-IF.
           IF MST-AVAILABLE = 'Y'
              CLOSE MSTFILE
           END-IF.
           IF REG-AVAILABLE = 'Y'
              CLOSE REGFILE
              DISPLAY 'EXCEPTIONS REGISTERED: ' REG-ADDED-CNT
                      ' RESOLVED: ' REG-RESOLVED-CNT
           END-IF.
           IF SEQ-AVAILABLE = 'Y'
              PERFORM UPDATE-SEQCTL-PARA
                 VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
              CLOSE SEQCTL
           END-IF.
           PERFORM WRITE-PARTIAL-PARA.
           IF SPLIT-MODE = 'N'
              CALL 'TRIRPT' USING NAME-N-CNTR-TABLE SRC-COUNT
              - INC-SKIPPED-CNT.
           MOVE MAL-CNT TO X95-CPT-REJET.
           MOVE 'OK' TO X95-ETAT.
           IF HELD-CNT NOT = ZERO
              MOVE 'ALERTE' TO X95-ETAT
           END-IF.
           CALL 'SY0095' USING SY0095-PARMS.
           IF HELD-CNT NOT = ZERO
              DISPLAY 'SOURCES HELD OUT OF RUN: ' HELD-CNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       UPDATE-SEQCTL-PARA.
           IF HOLD-CHECKED (HX) = 'Y'
              AND HOLD-FLAG (HX) = 'N'
              MOVE HOLD-SRC-NAME (HX) TO SEQ-SRC-NAME
              MOVE HOLD-FILE-SEQ (HX) TO SEQ-FILE-SEQ
              MOVE HOLD-CRE-DATE (HX) TO SEQ-CRE-DATE
              MOVE RUN-DATE TO SEQ-RUN-DATE
              WRITE SEQ-REC
                 INVALID KEY
                 REWRITE SEQ-REC
              END-WRITE
           END-IF.
       WRITE-PARTIAL-PARA.
           OPEN OUTPUT PARFILE.
           PERFORM SAVE-PART-CNTR-PARA

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIOFB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-OFBPRM
               FILE STATUS IS PRM-STATUS.
           SELECT MSTFILE ASSIGN TO MSTFILE
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
           SELECT REGFILE ASSIGN TO EXCREG
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SIDES
                   WITH DUPLICATES
               FILE STATUS IS REG-STATUS.
           SELECT SEQCTL  ASSIGN TO SEQCTL
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SEQ-SRC-NAME
               FILE STATUS IS SEQ-STATUS.
           SELECT SHTFILE ASSIGN TO DYN-SHTFILE-NAME
               FILE STATUS IS SHT-STATUS.
           SELECT LNGFILE ASSIGN TO DYN-LNGFILE-NAME
               FILE STATUS IS LNG-STATUS.
           SELECT WRKFILE ASSIGN TO UT-S-OFBWRK
               FILE STATUS IS WRK-STATUS.
           SELECT AUDFILE ASSIGN TO UT-S-OFBAUD
               FILE STATUS IS AUD-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-OFBRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PRM-REC.
           05  PRM-KEY             PIC X(08).
           05  FILLER              PIC X(01).
           05  PRM-VALUE           PIC X(30).
           05  FILLER              PIC X(41).
       FD  MSTFILE
           LABEL RECORDS STANDARD.
       01  MST-REC.
           05  MST-KEY.
               10  MST-SRC-NAME    PIC X(08).
               10  MST-SEQ         PIC 9(09).
           05  MST-SIDE-A          PIC 9(04).
           05  MST-SIDE-B          PIC 9(04).
           05  MST-SIDE-C          PIC 9(04).
           05  MST-TYPE            PIC 9.
           05  MST-RUN-DATE        PIC 9(06).
           05  MST-DIM-KEY.
               10  MST-DIM-LOW     PIC 9(04).
               10  MST-DIM-MID     PIC 9(04).
               10  MST-DIM-HIGH    PIC 9(04).
       FD  REGFILE
           LABEL RECORDS STANDARD.
       01  REG-REC.
           05  REG-KEY.
               10  REG-SRC-NAME    PIC X(08).
               10  REG-SEQ         PIC 9(09).
           05  REG-SIDES           PIC X(16).
           05  FILLER              PIC X(67).
       FD  SEQCTL
           LABEL RECORDS STANDARD.
       01  SEQ-REC.
           05  SEQ-SRC-NAME        PIC X(08).
           05  FILLER              PIC X(32).
       FD  SHTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHT-REC                 PIC X(36).
       FD  LNGFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  LNG-REC                 PIC X(80).
       FD  WRKFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  WRK-REC                 PIC X(80).
       FD  AUDFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  AUD-REC                 PIC X(80).
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  PRM-STATUS              PIC XX.
       01  MST-STATUS              PIC XX.
       01  REG-STATUS              PIC XX.
       01  SEQ-STATUS              PIC XX.
       01  SHT-STATUS              PIC XX.
       01  LNG-STATUS              PIC XX.
       01  WRK-STATUS              PIC XX.
       01  AUD-STATUS              PIC XX.
       01  TG-STATUS               PIC XX.
       01  PRM-EOF                 PIC X       VALUE 'N'.
       01  IDX-EOF                 PIC X       VALUE 'N'.
       01  SEQ-EOF                 PIC X       VALUE 'N'.
       01  WRK-EOF                 PIC X       VALUE 'N'.
       01  DYN-SHTFILE-NAME        PIC X(80)  VALUE SPACE.
       01  DYN-LNGFILE-NAME        PIC X(80)  VALUE SPACE.
       01  OFB-SRC                 PIC X(08)  VALUE SPACE.
       01  OFB-OPER                PIC X(08)  VALUE SPACE.
       01  OFB-MODE                PIC X(06)  VALUE 'COUNT'.
       01  OFB-REF                 PIC X(30)  VALUE SPACE.
       01  OFB-OK                  PIC X       VALUE 'Y'.
       01  RUN-STAMP               PIC X(26)  VALUE SPACE.
       01  SEQ-BUF                 PIC X(80)  VALUE SPACE.
       01  BUF-MATCH               PIC X       VALUE 'N'.
       01  FILE-EXAMINED           PIC 9(09)  VALUE ZERO.
       01  FILE-REMOVED            PIC 9(09)  VALUE ZERO.
       01  FILE-NOTE               PIC X(20)  VALUE SPACE.
       01  TOT-REMOVED             PIC 9(09)  VALUE ZERO.
       01  FILE-CNT                PIC 9(03)  VALUE ZERO.
       01  UNAVAIL-CNT             PIC 9(03)  VALUE ZERO.
       01  MST-REMAINING           PIC 9(09)  VALUE ZERO.
      *    RETAINED SEQUENTIAL FILES THAT CARRY A SOURCE NAME - CLASS
      *    S IS A 36-BYTE RECORD, L AN 80-BYTE RECORD; THE SOURCE NAME
      *    IS AT TG-POS, AND WHERE TG-QPOS IS SET ONLY LINES CARRYING
      *    TG-QVAL THERE ARE SOURCE LINES
       01  TG-COUNT                PIC 9(03)  VALUE ZERO.
       01  TG-IX                   PIC 9(03)  VALUE ZERO.
       01  TG-TABLE.
           05  TG-ENTRY            OCCURS 60 TIMES.
               10  TG-NAME         PIC X(12).
               10  TG-CLASS        PIC X(01).
               10  TG-POS          PIC 9(02).
               10  TG-QPOS         PIC 9(02).
               10  TG-QVAL         PIC X(06).
       COPY SY0099.
       COPY SY0095.
       01  AUD-LINE.
           05  AUD-STAMP           PIC X(26).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AUD-OPER            PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AUD-SRC             PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AUD-MODE            PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AUD-DETAIL          PIC X(28).
           05  AUD-FILE-DETAIL     REDEFINES AUD-DETAIL.
               10  AUD-FILE        PIC X(12).
               10  FILLER          PIC X(01).
               10  AUD-CNT         PIC 9(09).
               10  FILLER          PIC X(06).
       01  RPT-TTL-LINE            PIC X(80)  VALUE
           '*** CERTIFICATE OF DELETION - DEPARTED SOURCE ***'.
       01  RPT-SRC-LINE.
           05 FILLER               PIC X(09)  VALUE 'SOURCE   '.
           05 RPT-SRC-NAME         PIC X(08).
           05 FILLER               PIC X(13)  VALUE '  REFERENCE  '.
           05 RPT-SRC-REF          PIC X(30).
           05 FILLER               PIC X(20)  VALUE SPACE.
       01  RPT-RUN-LINE.
           05 FILLER               PIC X(09)  VALUE 'RUN BY   '.
           05 RPT-RUN-OPER         PIC X(08).
           05 FILLER               PIC X(06)  VALUE '  AT  '.
           05 RPT-RUN-STAMP        PIC X(26).
           05 FILLER               PIC X(08)  VALUE '  MODE  '.
           05 RPT-RUN-MODE         PIC X(06).
           05 FILLER               PIC X(17)  VALUE SPACE.
       01  RPT-COL-LINE.
           05 FILLER  PIC X(14)    VALUE 'FILE          '.
           05 FILLER  PIC X(11)    VALUE '   EXAMINED'.
           05 FILLER  PIC X(11)    VALUE '    REMOVED'.
           05 FILLER  PIC X(44)    VALUE '  NOTE'.
       01  RPT-DTL-LINE.
           05 RPT-DTL-FILE         PIC X(12).
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-EXAM         PIC Z(10)9.
           05 RPT-DTL-REM          PIC Z(10)9.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-NOTE         PIC X(20).
           05 FILLER               PIC X(22)  VALUE SPACE.
       01  RPT-TOT-LINE.
           05 RPT-TOT-TITLE        PIC X(40).
           05 RPT-TOT-CNTR         PIC Z(08)9.
           05 FILLER               PIC X(31)  VALUE SPACE.
       01  RPT-MSG-LINE.
           05 RPT-MSG-TEXT         PIC X(60).
           05 FILLER               PIC X(20)  VALUE SPACE.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           IF OFB-OK = 'Y'
              PERFORM PURGE-MASTER-PARA
              PERFORM PURGE-REGISTER-PARA
              PERFORM PURGE-SEQCTL-PARA
              PERFORM PURGE-SEQ-FILE-PARA
                 VARYING TG-IX FROM 1 BY 1 UNTIL TG-IX > TG-COUNT
              PERFORM VERIFY-MASTER-PARA
           END-IF.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRIOFB' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           MOVE 'C' TO X99-FONCTION.
           CALL 'SY0099' USING SY0099-PARMS.
           MOVE X99-TIMESTAMP TO RUN-STAMP.
           MOVE 'MEAFILE' TO TG-NAME (1).
           MOVE 'S' TO TG-CLASS (1).
           MOVE 1 TO TG-POS (1).
           MOVE 'SCRHIST' TO TG-NAME (2).
           MOVE 'L' TO TG-CLASS (2).
           MOVE 9 TO TG-POS (2).
           MOVE 'QAHIST' TO TG-NAME (3).
           MOVE 'L' TO TG-CLASS (3).
           MOVE 26 TO TG-POS (3).
           MOVE 19 TO TG-QPOS (3).
           MOVE 'SOURCE' TO TG-QVAL (3).
           MOVE 'BILVOL' TO TG-NAME (4).
           MOVE 'L' TO TG-CLASS (4).
           MOVE 9 TO TG-POS (4).
           MOVE 4 TO TG-COUNT.
           OPEN INPUT PRMFILE.
           IF PRM-STATUS = '00'
              PERFORM LOAD-PARM-PARA
                 UNTIL PRM-EOF = 'Y'
              CLOSE PRMFILE
           END-IF.
           IF OFB-SRC = SPACES OR OFB-OPER = SPACES
              DISPLAY 'TRIOFB: SOURCE AND OPERATOR REQUIRED - RC=8'
              MOVE 'N' TO OFB-OK
           END-IF.
           IF OFB-MODE NOT = 'DELETE' AND OFB-MODE NOT = 'COUNT'
              DISPLAY 'TRIOFB: MODE NOT DELETE/COUNT - RC=8'
              MOVE 'N' TO OFB-OK
           END-IF.
           OPEN EXTEND AUDFILE.
           IF AUD-STATUS = '05' OR AUD-STATUS = '35'
              OPEN OUTPUT AUDFILE
           END-IF.
           MOVE SPACES TO AUD-DETAIL.
           IF OFB-OK = 'Y'
              STRING 'START ' DELIMITED BY SIZE
                     OFB-REF DELIMITED BY SIZE
                     INTO AUD-DETAIL
           ELSE
              MOVE 'REFUSED - PARAMETERS INVALID' TO AUD-DETAIL
           END-IF.
           PERFORM WRITE-AUDIT-PARA.
           OPEN OUTPUT RPTFILE.
           WRITE RPT-REC FROM RPT-TTL-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE OFB-SRC TO RPT-SRC-NAME.
           MOVE OFB-REF TO RPT-SRC-REF.
           WRITE RPT-REC FROM RPT-SRC-LINE.
           MOVE OFB-OPER TO RPT-RUN-OPER.
           MOVE RUN-STAMP TO RPT-RUN-STAMP.
           MOVE OFB-MODE TO RPT-RUN-MODE.
           WRITE RPT-REC FROM RPT-RUN-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           WRITE RPT-REC FROM RPT-COL-LINE.
      *    CARDS: SOURCE, OPERATOR, MODE (DELETE OR COUNT), REFERENC
      *    AND ONE ARCGEN CARD PER TRIARC GENERATION TO BE CLEANED
       LOAD-PARM-PARA.
           READ PRMFILE
              AT END
              MOVE 'Y' TO PRM-EOF.
           IF PRM-EOF = 'N'
              IF PRM-KEY = 'SOURCE'
                 MOVE PRM-VALUE (1:8) TO OFB-SRC
              END-IF
              IF PRM-KEY = 'OPERATOR'
                 MOVE PRM-VALUE (1:8) TO OFB-OPER
              END-IF
              IF PRM-KEY = 'MODE'
                 MOVE PRM-VALUE (1:6) TO OFB-MODE
              END-IF
              IF PRM-KEY = 'REFERENC'
                 MOVE PRM-VALUE TO OFB-REF
              END-IF
              IF PRM-KEY = 'ARCGEN'
                 IF TG-COUNT < 60 AND PRM-VALUE (1:8) NOT = SPACES
                    ADD 1 TO TG-COUNT
                    MOVE SPACES TO TG-NAME (TG-COUNT)
                    STRING 'ARC' DELIMITED BY SIZE
                           PRM-VALUE (1:8) DELIMITED BY SPACE
                           INTO TG-NAME (TG-COUNT)
                    MOVE 'S' TO TG-CLASS (TG-COUNT)
                    MOVE 1 TO TG-POS (TG-COUNT)
                    MOVE ZERO TO TG-QPOS (TG-COUNT)
                 ELSE
                    DISPLAY 'TRIOFB: ARCGEN CARD IGNORED: '
                            PRM-VALUE (1:8)
                 END-IF
              END-IF
              IF PRM-KEY NOT = 'SOURCE' AND 'OPERATOR' AND 'MODE'
                 AND 'REFERENC' AND 'ARCGEN'
                 DISPLAY 'TRIOFB: UNKNOWN CARD IGNORED: ' PRM-KEY
              END-IF
           END-IF.
       WRITE-AUDIT-PARA.
           MOVE RUN-STAMP TO AUD-STAMP.
           MOVE OFB-OPER TO AUD-OPER.
           MOVE OFB-SRC TO AUD-SRC.
           MOVE OFB-MODE TO AUD-MODE.
           WRITE AUD-REC FROM AUD-LINE.
       PURGE-MASTER-PARA.
           MOVE ZERO TO FILE-EXAMINED FILE-REMOVED.
           MOVE SPACES TO FILE-NOTE.
           IF OFB-MODE = 'DELETE'
              OPEN I-O MSTFILE
           ELSE
              OPEN INPUT MSTFILE
           END-IF.
           IF MST-STATUS = '00' OR MST-STATUS = '97'
              MOVE OFB-SRC TO MST-SRC-NAME
              MOVE ZERO TO MST-SEQ
              MOVE 'N' TO IDX-EOF
              START MSTFILE KEY NOT < MST-KEY
                 INVALID KEY
                 MOVE 'Y' TO IDX-EOF
              END-START
              PERFORM PURGE-MST-NEXT-PARA
                 UNTIL IDX-EOF = 'Y'
              CLOSE MSTFILE
           ELSE
              MOVE 'NOT AVAILABLE' TO FILE-NOTE
           END-IF.
           MOVE 'MSTFILE' TO RPT-DTL-FILE.
           PERFORM REPORT-FILE-PARA.
       PURGE-MST-NEXT-PARA.
           READ MSTFILE NEXT RECORD
              AT END
              MOVE 'Y' TO IDX-EOF
           END-READ.
           IF IDX-EOF = 'N'
              IF MST-SRC-NAME NOT = OFB-SRC
                 MOVE 'Y' TO IDX-EOF
              ELSE
                 ADD 1 TO FILE-EXAMINED
                 IF OFB-MODE = 'DELETE'
                    DELETE MSTFILE RECORD
                    ADD 1 TO FILE-REMOVED
                 END-IF
              END-IF
           END-IF.
       PURGE-REGISTER-PARA.
           MOVE ZERO TO FILE-EXAMINED FILE-REMOVED.
           MOVE SPACES TO FILE-NOTE.
           IF OFB-MODE = 'DELETE'
              OPEN I-O REGFILE
           ELSE
              OPEN INPUT REGFILE
           END-IF.
           IF REG-STATUS = '00' OR REG-STATUS = '97'
              MOVE OFB-SRC TO REG-SRC-NAME
              MOVE ZERO TO REG-SEQ
              MOVE 'N' TO IDX-EOF
              START REGFILE KEY NOT < REG-KEY
                 INVALID KEY
                 MOVE 'Y' TO IDX-EOF
              END-START
              PERFORM PURGE-REG-NEXT-PARA
                 UNTIL IDX-EOF = 'Y'
              CLOSE REGFILE
           ELSE
              MOVE 'NOT AVAILABLE' TO FILE-NOTE
           END-IF.
           MOVE 'EXCREG' TO RPT-DTL-FILE.
           PERFORM REPORT-FILE-PARA.
       PURGE-REG-NEXT-PARA.
           READ REGFILE NEXT RECORD
              AT END
              MOVE 'Y' TO IDX-EOF
           END-READ.
           IF IDX-EOF = 'N'
              IF REG-SRC-NAME NOT = OFB-SRC
                 MOVE 'Y' TO IDX-EOF
              ELSE
                 ADD 1 TO FILE-EXAMINED
                 IF OFB-MODE = 'DELETE'
                    DELETE REGFILE RECORD
                    ADD 1 TO FILE-REMOVED
                 END-IF
              END-IF
           END-IF.
       PURGE-SEQCTL-PARA.
           MOVE ZERO TO FILE-EXAMINED FILE-REMOVED.
           MOVE SPACES TO FILE-NOTE.
           IF OFB-MODE = 'DELETE'
              OPEN I-O SEQCTL
           ELSE
              OPEN INPUT SEQCTL
           END-IF.
           IF SEQ-STATUS = '00' OR SEQ-STATUS = '97'
              MOVE OFB-SRC TO SEQ-SRC-NAME
              READ SEQCTL
                 INVALID KEY
                 MOVE '23' TO SEQ-STATUS
              END-READ
              IF SEQ-STATUS = '00'
                 ADD 1 TO FILE-EXAMINED
                 IF OFB-MODE = 'DELETE'
                    DELETE SEQCTL RECORD
                    ADD 1 TO FILE-REMOVED
                 END-IF
              END-IF
              CLOSE SEQCTL
           ELSE
              MOVE 'NOT AVAILABLE' TO FILE-NOTE
           END-IF.
           MOVE 'SEQCTL' TO RPT-DTL-FILE.
           PERFORM REPORT-FILE-PARA.
      *    A SEQUENTIAL FILE IS COPIED TO THE WORK FILE WITHOUT THE
      *    SOURCE'S RECORDS, THEN THE WORK FILE IS COPIED BACK OVER IT
       PURGE-SEQ-FILE-PARA.
           MOVE ZERO TO FILE-EXAMINED FILE-REMOVED.
           MOVE SPACES TO FILE-NOTE.
           MOVE 'N' TO SEQ-EOF.
           IF TG-CLASS (TG-IX) = 'S'
              MOVE TG-NAME (TG-IX) TO DYN-SHTFILE-NAME
              OPEN INPUT SHTFILE
              MOVE SHT-STATUS TO TG-STATUS
           ELSE
              MOVE TG-NAME (TG-IX) TO DYN-LNGFILE-NAME
              OPEN INPUT LNGFILE
              MOVE LNG-STATUS TO TG-STATUS
           END-IF.
           IF TG-STATUS NOT = '00'
              MOVE 'NOT AVAILABLE' TO FILE-NOTE
           ELSE
              OPEN OUTPUT WRKFILE
              PERFORM FILTER-SEQ-PARA
                 UNTIL SEQ-EOF = 'Y'
              CLOSE WRKFILE
              IF TG-CLASS (TG-IX) = 'S'
                 CLOSE SHTFILE
              ELSE
                 CLOSE LNGFILE
              END-IF
              IF OFB-MODE = 'DELETE' AND FILE-REMOVED NOT = ZERO
                 PERFORM REWRITE-SEQ-PARA
              END-IF
           END-IF.
           MOVE TG-NAME (TG-IX) TO RPT-DTL-FILE.
           PERFORM REPORT-FILE-PARA.
       FILTER-SEQ-PARA.
           MOVE SPACES TO SEQ-BUF.
           IF TG-CLASS (TG-IX) = 'S'
              READ SHTFILE
                 AT END
                 MOVE 'Y' TO SEQ-EOF
                 NOT AT END
                 MOVE SHT-REC TO SEQ-BUF
              END-READ
           ELSE
              READ LNGFILE
                 AT END
                 MOVE 'Y' TO SEQ-EOF
                 NOT AT END
                 MOVE LNG-REC TO SEQ-BUF
              END-READ
           END-IF.
           IF SEQ-EOF = 'N'
              MOVE 'N' TO BUF-MATCH
              IF SEQ-BUF (TG-POS (TG-IX):8) = OFB-SRC
                 MOVE 'Y' TO BUF-MATCH
                 IF TG-QPOS (TG-IX) NOT = ZERO
                    AND SEQ-BUF (TG-QPOS (TG-IX):6)
                        NOT = TG-QVAL (TG-IX)
                    MOVE 'N' TO BUF-MATCH
                 END-IF
              END-IF
              IF BUF-MATCH = 'Y'
                 ADD 1 TO FILE-EXAMINED
                 ADD 1 TO FILE-REMOVED
              ELSE
                 WRITE WRK-REC FROM SEQ-BUF
              END-IF
           END-IF.
       REWRITE-SEQ-PARA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT WRKFILE.
           IF TG-CLASS (TG-IX) = 'S'
              OPEN OUTPUT SHTFILE
           ELSE
              OPEN OUTPUT LNGFILE
           END-IF.
           PERFORM COPY-BACK-PARA
              UNTIL WRK-EOF = 'Y'.
           CLOSE WRKFILE.
           IF TG-CLASS (TG-IX) = 'S'
              CLOSE SHTFILE
           ELSE
              CLOSE LNGFILE
           END-IF.
       COPY-BACK-PARA.
           READ WRKFILE
              AT END
              MOVE 'Y' TO WRK-EOF.
           IF WRK-EOF = 'N'
              IF TG-CLASS (TG-IX) = 'S'
                 MOVE WRK-REC (1:36) TO SHT-REC
                 WRITE SHT-REC
              ELSE
                 WRITE LNG-REC FROM WRK-REC
              END-IF
           END-IF.
       REPORT-FILE-PARA.
           ADD 1 TO FILE-CNT.
           IF FILE-NOTE = 'NOT AVAILABLE'
              ADD 1 TO UNAVAIL-CNT
           END-IF.
           IF OFB-MODE = 'COUNT'
              MOVE ZERO TO FILE-REMOVED
              IF FILE-NOTE = SPACES
                 MOVE 'COUNT ONLY' TO FILE-NOTE
              END-IF
           END-IF.
           MOVE FILE-EXAMINED TO RPT-DTL-EXAM.
           MOVE FILE-REMOVED TO RPT-DTL-REM.
           MOVE FILE-NOTE TO RPT-DTL-NOTE.
           WRITE RPT-REC FROM RPT-DTL-LINE.
           ADD FILE-REMOVED TO TOT-REMOVED.
           MOVE SPACES TO AUD-DETAIL.
           MOVE RPT-DTL-FILE TO AUD-FILE.
           MOVE FILE-REMOVED TO AUD-CNT.
           PERFORM WRITE-AUDIT-PARA.
       VERIFY-MASTER-PARA.
           MOVE ZERO TO MST-REMAINING.
           OPEN INPUT MSTFILE.
           IF MST-STATUS = '00' OR MST-STATUS = '97'
              MOVE OFB-SRC TO MST-SRC-NAME
              MOVE ZERO TO MST-SEQ
              MOVE 'N' TO IDX-EOF
              START MSTFILE KEY NOT < MST-KEY
                 INVALID KEY
                 MOVE 'Y' TO IDX-EOF
              END-START
              PERFORM VERIFY-NEXT-PARA
                 UNTIL IDX-EOF = 'Y'
              CLOSE MSTFILE
           END-IF.
       VERIFY-NEXT-PARA.
           READ MSTFILE NEXT RECORD
              AT END
              MOVE 'Y' TO IDX-EOF
           END-READ.
           IF IDX-EOF = 'N'
              IF MST-SRC-NAME NOT = OFB-SRC
                 MOVE 'Y' TO IDX-EOF
              ELSE
                 ADD 1 TO MST-REMAINING
              END-IF
           END-IF.
       ENDING-PARA.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE 'TOTAL RECORDS REMOVED' TO RPT-TOT-TITLE.
           MOVE TOT-REMOVED TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           MOVE 'MASTER RECORDS REMAINING FOR SOURCE' TO RPT-TOT-TITLE.
           MOVE MST-REMAINING TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           IF OFB-OK = 'N'
              MOVE 'PARAMETERS INVALID - NOTHING REMOVED - RC=8' TO
                   RPT-MSG-TEXT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF OFB-MODE = 'COUNT'
                 MOVE 'COUNT RUN - NOTHING REMOVED' TO RPT-MSG-TEXT
              ELSE
                 IF MST-REMAINING NOT = ZERO
                    MOVE 'MASTER RECORDS REMAIN - DELETION INCOMPLETE'
                         TO RPT-MSG-TEXT
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    IF UNAVAIL-CNT NOT = ZERO
                       MOVE 'FILES NOT AVAILABLE - SEE NOTES - RC=4'
                            TO RPT-MSG-TEXT
                       MOVE 4 TO RETURN-CODE
                    ELSE
                       MOVE 'ALL LISTED FILES CLEARED OF THE SOURCE'
                            TO RPT-MSG-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           WRITE RPT-REC FROM RPT-MSG-LINE.
           CLOSE RPTFILE.
           MOVE SPACES TO AUD-DETAIL.
           MOVE '*END*' TO AUD-FILE.
           MOVE TOT-REMOVED TO AUD-CNT.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE AUDFILE.
           MOVE 'F' TO X95-PHASE.
           MOVE FILE-CNT TO X95-CPT-ENTREE.
           MOVE TOT-REMOVED TO X95-CPT-SORTIE.
           MOVE UNAVAIL-CNT TO X95-CPT-REJET.
           IF RETURN-CODE = 8
              MOVE 'KO' TO X95-ETAT
           ELSE
              MOVE 'OK' TO X95-ETAT
           END-IF.
           CALL 'SY0095' USING SY0095-PARMS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIDIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFILE ASSIGN TO UT-S-DIMREQ
               FILE STATUS IS PARM-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-DIMRPT.
           SELECT MSTFILE ASSIGN TO MSTFILE
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC                PIC X(80).
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-REC                 PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  PARM-STATUS              PIC XX.
       01  PARM-EOF                 PIC X       VALUE 'N'.
       01  MST-STATUS               PIC XX.
       01  MST-AVAILABLE            PIC X       VALUE 'N'.
       01  DIM-EOF                  PIC X       VALUE 'N'.
       01  TRIANGLE-TYPE            PIC 9.
       01  MIN-SIDE-TOL             PIC 9(04)  VALUE ZERO.
       01  MAX-SIDE-TOL             PIC 9(04)  VALUE 9999.
       01  WORK-REC.
           05  SIDE-A               PIC 9(04).
           05  SIDE-B               PIC 9(04).
           05  SIDE-C               PIC 9(04).
       01  REQ-DIM-KEY.
           05  REQ-DIM-LOW          PIC 9(04).
           05  REQ-DIM-MID          PIC 9(04).
           05  REQ-DIM-HIGH         PIC 9(04).
       01  DIM-SWAP                 PIC 9(04)  VALUE ZERO.
       01  REQ-CNT                  PIC 9(05)  VALUE ZERO.
       01  REQ-BAD-CNT              PIC 9(05)  VALUE ZERO.
       01  REQ-HIT-CNT              PIC 9(07)  VALUE ZERO.
       01  REQ-FIRST-TYPE           PIC 9      VALUE ZERO.
       01  REQ-MIXED                PIC X       VALUE 'N'.
       01  TOT-HIT-CNT              PIC 9(09)  VALUE ZERO.
       01  TOT-MIXED-CNT            PIC 9(05)  VALUE ZERO.
       01  TYPE-NAME-TABLE.
           05  FILLER  PIC X(21)   VALUE 'EQUILATERAL TRIANGLES'.
           05  FILLER  PIC X(21)   VALUE 'ISOSCELES TRIANGLES'.
           05  FILLER  PIC X(21)   VALUE 'SCALENE TRIANGLES'.
           05  FILLER  PIC X(21)   VALUE 'INVALID TRIANGLES'.
           05  FILLER  PIC X(21)   VALUE 'RIGHT TRIANGLES'.
           05  FILLER  PIC X(21)   VALUE 'OUT OF TOLERANCE'.
           05  FILLER  PIC X(21)   VALUE 'DEGENERATE TRIANGLES'.
           05  FILLER  PIC X(21)   VALUE 'ISOSCELES RIGHT TRIS'.
       01  TYPE-NAMES              REDEFINES  TYPE-NAME-TABLE.
           05  TYPE-NAME           PIC X(21)  OCCURS 8 TIMES
                                   INDEXED BY TX.
       COPY SY0095.
       01  RPT-HDR-LINE            PIC X(80)  VALUE
           '*** MASTER LOOKUP BY DIMENSIONS ***'.
       01  RPT-REQ-LINE.
           05 FILLER               PIC X(08)  VALUE 'SIDES   '.
           05 RPT-REQ-A            PIC Z(03)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-REQ-B            PIC Z(03)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-REQ-C            PIC Z(03)9.
           05 FILLER               PIC X(13)  VALUE '  TRITST NOW '.
           05 RPT-REQ-NAME         PIC X(21).
           05 FILLER               PIC X(24)  VALUE SPACE.
       01  RPT-COL-LINE.
           05 FILLER               PIC X(42)  VALUE
                          '  SOURCE    SEQUENCE AS SENT        TYPE'.
           05 FILLER               PIC X(38)  VALUE
                          '                   RUN DATE'.
       01  RPT-DTL-LINE.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-SRC          PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-SEQ          PIC Z(08)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-A            PIC Z(03)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-B            PIC Z(03)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-C            PIC Z(03)9.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-TYPE         PIC 9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-NAME         PIC X(21).
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-DATE         PIC 9(06).
           05 FILLER               PIC X(08)  VALUE SPACE.
       01  RPT-END-LINE.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-END-CNTR         PIC Z(06)9.
           05 FILLER               PIC X(11)  VALUE ' RECORD(S) '.
           05 RPT-END-NOTE         PIC X(60).
       01  RPT-BAD-LINE.
           05 FILLER               PIC X(17)  VALUE
                                   'INVALID REQUEST  '.
           05 RPT-BAD-DATA         PIC X(12).
           05 FILLER               PIC X(51)  VALUE
                                 '  SIDES MUST BE THREE 4-DIGIT VALUES'.
       01  RPT-TOT-LINE.
           05 RPT-TOT-TITLE        PIC X(24).
           05 RPT-TOT-CNTR         PIC Z(08)9.
           05 FILLER               PIC X(47)  VALUE SPACE.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           IF MST-AVAILABLE = 'Y'
              OPEN INPUT PARMFILE
              IF PARM-STATUS = '00'
                 PERFORM READ-REQUEST-PARA
                    UNTIL PARM-EOF = 'Y'
                 CLOSE PARMFILE
              END-IF
              IF REQ-CNT = ZERO AND REQ-BAD-CNT = ZERO
                 PERFORM PROMPT-FOR-SIDES
                 PERFORM LOOKUP-PARA
              END-IF
           END-IF.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRIDIM' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           OPEN OUTPUT RPTFILE.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           OPEN INPUT MSTFILE.
           IF MST-STATUS = '00' OR MST-STATUS = '97'
              MOVE 'Y' TO MST-AVAILABLE
           ELSE
              DISPLAY 'TRIDIM: MASTER UNAVAILABLE - STATUS '
                      MST-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
       READ-REQUEST-PARA.
           READ PARMFILE INTO WORK-REC
              AT END
              MOVE 'Y' TO PARM-EOF.
           IF PARM-EOF = 'N'
              IF WORK-REC NUMERIC
                 PERFORM LOOKUP-PARA
              ELSE
                 ADD 1 TO REQ-BAD-CNT
                 MOVE PARM-REC (1:12) TO RPT-BAD-DATA
                 WRITE RPT-REC FROM BLANK-LINE
                 WRITE RPT-REC FROM RPT-BAD-LINE
              END-IF
           END-IF.
       PROMPT-FOR-SIDES.
           DISPLAY 'ENTER SIDE A: ' WITH NO ADVANCING.
           ACCEPT SIDE-A.
           DISPLAY 'ENTER SIDE B: ' WITH NO ADVANCING.
           ACCEPT SIDE-B.
           DISPLAY 'ENTER SIDE C: ' WITH NO ADVANCING.
           ACCEPT SIDE-C.
      *    SIDES ARE SORTED SO 3-4-5, 5-4-3 AND 4-3-5 ARE ONE LOOKUP
       LOOKUP-PARA.
           ADD 1 TO REQ-CNT.
           MOVE SIDE-A TO REQ-DIM-LOW.
           MOVE SIDE-B TO REQ-DIM-MID.
           MOVE SIDE-C TO REQ-DIM-HIGH.
           IF REQ-DIM-LOW > REQ-DIM-MID
              MOVE REQ-DIM-LOW TO DIM-SWAP
              MOVE REQ-DIM-MID TO REQ-DIM-LOW
              MOVE DIM-SWAP TO REQ-DIM-MID
           END-IF.
           IF REQ-DIM-MID > REQ-DIM-HIGH
              MOVE REQ-DIM-MID TO DIM-SWAP
              MOVE REQ-DIM-HIGH TO REQ-DIM-MID
              MOVE DIM-SWAP TO REQ-DIM-HIGH
           END-IF.
           IF REQ-DIM-LOW > REQ-DIM-MID
              MOVE REQ-DIM-LOW TO DIM-SWAP
              MOVE REQ-DIM-MID TO REQ-DIM-LOW
              MOVE DIM-SWAP TO REQ-DIM-MID
           END-IF.
           MOVE ZERO TO TRIANGLE-TYPE.
           CALL 'TRITST' USING WORK-REC TRIANGLE-TYPE
                               MIN-SIDE-TOL MAX-SIDE-TOL.
           IF TRIANGLE-TYPE < 1 OR TRIANGLE-TYPE > 8
              MOVE 4 TO TRIANGLE-TYPE
           END-IF.
           SET TX TO TRIANGLE-TYPE.
           MOVE REQ-DIM-LOW TO RPT-REQ-A.
           MOVE REQ-DIM-MID TO RPT-REQ-B.
           MOVE REQ-DIM-HIGH TO RPT-REQ-C.
           MOVE TYPE-NAME (TX) TO RPT-REQ-NAME.
           WRITE RPT-REC FROM BLANK-LINE.
           WRITE RPT-REC FROM RPT-REQ-LINE.
           MOVE ZERO TO REQ-HIT-CNT.
           MOVE ZERO TO REQ-FIRST-TYPE.
           MOVE 'N' TO REQ-MIXED.
           MOVE 'N' TO DIM-EOF.
           MOVE REQ-DIM-KEY TO MST-DIM-KEY.
           START MSTFILE KEY IS EQUAL TO MST-DIM-KEY
              INVALID KEY
              MOVE 'Y' TO DIM-EOF
           END-START.
           PERFORM LIST-MATCH-PARA
              UNTIL DIM-EOF = 'Y'.
           MOVE REQ-HIT-CNT TO RPT-END-CNTR.
           IF REQ-HIT-CNT = ZERO
              MOVE 'NEVER RECEIVED' TO RPT-END-NOTE
           ELSE
              IF REQ-MIXED = 'Y'
                 MOVE 'CLASSIFIED INCONSISTENTLY' TO RPT-END-NOTE
                 ADD 1 TO TOT-MIXED-CNT
              ELSE
                 MOVE 'ALL CLASSIFIED ALIKE' TO RPT-END-NOTE
              END-IF
           END-IF.
           WRITE RPT-REC FROM RPT-END-LINE.
           DISPLAY 'SIDES: ' REQ-DIM-LOW ' ' REQ-DIM-MID ' '
                   REQ-DIM-HIGH ' ON MASTER: ' REQ-HIT-CNT
                   ' ' RPT-END-NOTE.
       LIST-MATCH-PARA.
           READ MSTFILE NEXT RECORD
              AT END
              MOVE 'Y' TO DIM-EOF.
           IF DIM-EOF = 'N'
              IF MST-DIM-KEY NOT = REQ-DIM-KEY
                 MOVE 'Y' TO DIM-EOF
              ELSE
                 IF REQ-HIT-CNT = ZERO
                    WRITE RPT-REC FROM RPT-COL-LINE
                    MOVE MST-TYPE TO REQ-FIRST-TYPE
                 END-IF
                 IF MST-TYPE NOT = REQ-FIRST-TYPE
                    MOVE 'Y' TO REQ-MIXED
                 END-IF
                 ADD 1 TO REQ-HIT-CNT
                 ADD 1 TO TOT-HIT-CNT
                 MOVE MST-SRC-NAME TO RPT-DTL-SRC
                 MOVE MST-SEQ TO RPT-DTL-SEQ
                 MOVE MST-SIDE-A TO RPT-DTL-A
                 MOVE MST-SIDE-B TO RPT-DTL-B
                 MOVE MST-SIDE-C TO RPT-DTL-C
                 MOVE MST-TYPE TO RPT-DTL-TYPE
                 MOVE SPACES TO RPT-DTL-NAME
                 IF MST-TYPE NOT < 1 AND MST-TYPE NOT > 8
                    SET TX TO MST-TYPE
                    MOVE TYPE-NAME (TX) TO RPT-DTL-NAME
                 END-IF
                 MOVE MST-RUN-DATE TO RPT-DTL-DATE
                 WRITE RPT-REC FROM RPT-DTL-LINE
              END-IF
           END-IF.
       ENDING-PARA.
           IF MST-AVAILABLE = 'Y'
              CLOSE MSTFILE
           END-IF.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE 'LOOKUPS DONE            ' TO RPT-TOT-TITLE.
           MOVE REQ-CNT TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           MOVE 'INVALID REQUESTS        ' TO RPT-TOT-TITLE.
           MOVE REQ-BAD-CNT TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           MOVE 'MASTER RECORDS LISTED   ' TO RPT-TOT-TITLE.
           MOVE TOT-HIT-CNT TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           MOVE 'INCONSISTENT DIMENSIONS ' TO RPT-TOT-TITLE.
           MOVE TOT-MIXED-CNT TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           CLOSE RPTFILE.
           MOVE 'F' TO X95-PHASE.
           MOVE REQ-CNT TO X95-CPT-ENTREE.
           MOVE TOT-HIT-CNT TO X95-CPT-SORTIE.
           MOVE REQ-BAD-CNT TO X95-CPT-REJET.
           IF RETURN-CODE = ZERO
              MOVE 'OK' TO X95-ETAT
           ELSE
              MOVE 'KO' TO X95-ETAT
           END-IF.
           CALL 'SY0095' USING SY0095-PARMS.

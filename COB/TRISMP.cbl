       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRISMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-PRMLIB
               FILE STATUS IS PRMLIB-STATUS.
           SELECT WKSFILE ASSIGN TO UT-S-SMPWKS.
           SELECT SMPFILE ASSIGN TO UT-S-SMPFILE.
           SELECT MSTFILE ASSIGN TO MSTFILE
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-DIM-KEY
                   WITH DUPLICATES
               FILE STATUS IS MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PRM-REC.
           05  PRM-KEY             PIC X(08).
           05  PRM-VALUE           PIC X(16).
           05  FILLER              PIC X(56).
       FD  WKSFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  WKS-REC                 PIC X(80).
       FD  SMPFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SMP-REC.
           05  SMP-ID              PIC 9(05).
           05  SMP-SRC-NAME        PIC X(08).
           05  SMP-SEQ             PIC 9(09).
           05  SMP-SIDE-A          PIC 9(04).
           05  SMP-SIDE-B          PIC 9(04).
           05  SMP-SIDE-C          PIC 9(04).
           05  SMP-TYPE            PIC 9.
           05  SMP-RUN-DATE        PIC 9(06).
           05  FILLER              PIC X(39).
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
       01  MST-STATUS              PIC XX.
       01  MST-EOF                 PIC X       VALUE 'N'.
       01  PRMLIB-STATUS           PIC XX.
       01  PRMLIB-EOF              PIC X       VALUE 'N'.
       01  SMP-RATE                PIC 9(03)  VALUE 5.
       01  SMP-SEED                PIC 9(09)  VALUE ZERO.
       01  SMP-DATE                PIC 9(06)  VALUE ZERO.
       01  RUN-TIME                PIC 9(08)  VALUE ZERO.
       01  RAND-WORK               PIC V9(09) VALUE ZERO.
       01  STR-COUNT               PIC 9(04)  VALUE ZERO.
       01  STR-FOUND               PIC X       VALUE 'N'.
       01  STR-FULL-CNT            PIC 9(09)  VALUE ZERO.
       01  STR-PASS                PIC X       VALUE '1'.
       01  STR-TABLE.
           05  STR-ENTRY           OCCURS 50 TIMES
                                   INDEXED BY SX.
               10  STR-SRC-NAME    PIC X(08).
               10  STR-CELL        OCCURS 8 TIMES.
                   15  STR-POP     PIC 9(07).
                   15  STR-TGT     PIC 9(07).
                   15  STR-SEEN    PIC 9(07).
                   15  STR-SEL     PIC 9(07).
       01  TX                      PIC 9(01)  VALUE ZERO.
       01  CUR-TYPE                PIC 9(01)  VALUE ZERO.
       01  TGT-WORK                PIC 9(07)V99 VALUE ZERO.
       01  REMAIN-POP              PIC 9(07)  VALUE ZERO.
       01  REMAIN-TGT              PIC 9(07)  VALUE ZERO.
       01  TOT-READ-CNT            PIC 9(09)  VALUE ZERO.
       01  TOT-RUN-CNT             PIC 9(09)  VALUE ZERO.
       01  TOT-SAMPLE-CNT          PIC 9(05)  VALUE ZERO.
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
           05  TYPE-NAME           PIC X(21)  OCCURS 8 TIMES.
       COPY SY0095.
       01  WKS-HDR-LINE.
           05 FILLER               PIC X(31)  VALUE
                                   '*** QA INSPECTION WORKSHEET ***'.
           05 FILLER               PIC X(10)  VALUE ' RUN DATE '.
           05 WKS-HDR-DATE         PIC 9(06).
           05 FILLER               PIC X(06)  VALUE ' RATE '.
           05 WKS-HDR-RATE         PIC ZZ9.
           05 FILLER               PIC X(01)  VALUE '%'.
           05 FILLER               PIC X(06)  VALUE ' SEED '.
           05 WKS-HDR-SEED         PIC 9(09).
           05 FILLER               PIC X(08)  VALUE SPACE.
       01  WKS-COL-LINE.
           05 FILLER               PIC X(42)  VALUE
                          ' ITEM SOURCE   SEQUENCE    A    B    C  T'.
           05 FILLER               PIC X(38)  VALUE
                          ' CLASSIFIED AS        OK? TYPE INSP'.
       01  WKS-DTL-LINE.
           05 WKS-DTL-ID           PIC Z(04)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-DTL-SRC          PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-DTL-SEQ          PIC Z(08)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-DTL-A            PIC Z(03)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-DTL-B            PIC Z(03)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-DTL-C            PIC Z(03)9.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 WKS-DTL-TYPE         PIC 9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-DTL-NAME         PIC X(21).
           05 FILLER               PIC X(16)  VALUE
                                   ' ___  _   _____'.
       01  WKS-STR-HDR-LINE        PIC X(80)  VALUE
           'SAMPLE BY SOURCE AND TYPE    POPULATION   SAMPLED'.
       01  WKS-STR-LINE.
           05 WKS-STR-SRC          PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 WKS-STR-NAME         PIC X(21).
           05 WKS-STR-POP          PIC Z(09)9.
           05 WKS-STR-SEL          PIC Z(09)9.
           05 FILLER               PIC X(30)  VALUE SPACE.
       01  WKS-TOT-LINE.
           05 WKS-TOT-TITLE        PIC X(30).
           05 WKS-TOT-CNTR         PIC Z(08)9.
           05 FILLER               PIC X(41)  VALUE SPACE.
       01  WKS-NOTE-LINE           PIC X(80)  VALUE
           'OK? = Y IF CLASSIFICATION IS RIGHT, N IF NOT - THEN GIVE THE
      -    'CORRECT TYPE 1-8'.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           IF MST-EOF = 'N'
              PERFORM COUNT-NEXT
                 UNTIL MST-EOF = 'Y'
              CLOSE MSTFILE
              PERFORM SET-TARGET-PARA
                 VARYING SX FROM 1 BY 1 UNTIL SX > STR-COUNT
              PERFORM OPEN-MASTER-PARA
              MOVE '2' TO STR-PASS
              PERFORM SELECT-NEXT
                 UNTIL MST-EOF = 'Y'
              CLOSE MSTFILE
           END-IF.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRISMP' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           ACCEPT RUN-TIME FROM TIME.
           OPEN INPUT PRMFILE.
           IF PRMLIB-STATUS = '00'
              PERFORM LOAD-PARM-PARA
                 UNTIL PRMLIB-EOF = 'Y'
              CLOSE PRMFILE
           ELSE
              DISPLAY 'PARAMETER LIBRARY UNAVAILABLE - STATUS '
                      PRMLIB-STATUS
           END-IF.
           IF SMP-RATE = ZERO OR SMP-RATE > 100
              DISPLAY 'TRISMP: SAMPLE RATE ' SMP-RATE
                      ' INVALID - 5 PERCENT USED'
              MOVE 5 TO SMP-RATE
           END-IF.
           IF SMP-DATE = ZERO
              ACCEPT SMP-DATE FROM DATE
           END-IF.
           IF SMP-SEED = ZERO
              MOVE RUN-TIME TO SMP-SEED
           END-IF.
           COMPUTE RAND-WORK = FUNCTION RANDOM (SMP-SEED).
           OPEN OUTPUT WKSFILE.
           OPEN OUTPUT SMPFILE.
           MOVE SMP-DATE TO WKS-HDR-DATE.
           MOVE SMP-RATE TO WKS-HDR-RATE.
           MOVE SMP-SEED TO WKS-HDR-SEED.
           WRITE WKS-REC FROM WKS-HDR-LINE.
           WRITE WKS-REC FROM BLANK-LINE.
           PERFORM OPEN-MASTER-PARA.
       LOAD-PARM-PARA.
           READ PRMFILE
              AT END
              MOVE 'Y' TO PRMLIB-EOF.
           IF PRMLIB-EOF = 'N'
              IF PRM-KEY = 'SMPRATE'
                 AND PRM-VALUE (1:3) NUMERIC
                 MOVE PRM-VALUE (1:3) TO SMP-RATE
              END-IF
              IF PRM-KEY = 'SMPSEED'
                 AND PRM-VALUE (1:9) NUMERIC
                 MOVE PRM-VALUE (1:9) TO SMP-SEED
              END-IF
              IF PRM-KEY = 'SMPDATE'
                 AND PRM-VALUE (1:6) NUMERIC
                 MOVE PRM-VALUE (1:6) TO SMP-DATE
              END-IF
           END-IF.
       OPEN-MASTER-PARA.
           MOVE 'N' TO MST-EOF.
           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = '00' AND MST-STATUS NOT = '97'
              DISPLAY 'TRISMP: MASTER UNAVAILABLE - STATUS '
                      MST-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO MST-EOF
           END-IF.
      *    FIRST PASS - POPULATION OF EACH SOURCE/TYPE STRATUM
       COUNT-NEXT.
           READ MSTFILE NEXT RECORD
              AT END
              MOVE 'Y' TO MST-EOF.
           IF MST-EOF = 'N'
              ADD 1 TO TOT-READ-CNT
              IF MST-RUN-DATE = SMP-DATE
                 ADD 1 TO TOT-RUN-CNT
                 PERFORM FIND-STRATUM-PARA
                 IF STR-FOUND = 'Y'
                    ADD 1 TO STR-POP (SX, CUR-TYPE)
                 END-IF
              END-IF
           END-IF.
       FIND-STRATUM-PARA.
           MOVE MST-TYPE TO CUR-TYPE.
           IF CUR-TYPE < 1 OR CUR-TYPE > 8
              MOVE 4 TO CUR-TYPE
           END-IF.
           MOVE 'N' TO STR-FOUND.
           SET SX TO 1.
           SEARCH STR-ENTRY
              AT END
              CONTINUE
              WHEN SX > STR-COUNT
              CONTINUE
              WHEN STR-SRC-NAME (SX) = MST-SRC-NAME
              MOVE 'Y' TO STR-FOUND
           END-SEARCH.
           IF STR-FOUND = 'N'
              IF STR-COUNT < 50
                 ADD 1 TO STR-COUNT
                 SET SX TO STR-COUNT
                 MOVE MST-SRC-NAME TO STR-SRC-NAME (SX)
                 PERFORM CLEAR-CELL-PARA
                    VARYING TX FROM 1 BY 1 UNTIL TX > 8
                 MOVE 'Y' TO STR-FOUND
              ELSE
                 IF STR-PASS = '1'
                    ADD 1 TO STR-FULL-CNT
                 END-IF
              END-IF
           END-IF.
       CLEAR-CELL-PARA.
           MOVE ZERO TO STR-POP (SX, TX) STR-TGT (SX, TX)
                        STR-SEEN (SX, TX) STR-SEL (SX, TX).
      *    SAMPLE SIZE PER STRATUM - RATE ROUNDED, AT LEAST ONE
       SET-TARGET-PARA.
           PERFORM SET-CELL-TARGET-PARA
              VARYING TX FROM 1 BY 1 UNTIL TX > 8.
       SET-CELL-TARGET-PARA.
           IF STR-POP (SX, TX) NOT = ZERO
              COMPUTE TGT-WORK = STR-POP (SX, TX) * SMP-RATE / 100
              COMPUTE STR-TGT (SX, TX) ROUNDED = TGT-WORK
              IF STR-TGT (SX, TX) = ZERO
                 MOVE 1 TO STR-TGT (SX, TX)
              END-IF
           END-IF.
      *    SECOND PASS - SELECTION SAMPLING, EACH REMAINING RECORD
      *    IS TAKEN WITH PROBABILITY STILL-NEEDED / STILL-TO-SEE
       SELECT-NEXT.
           READ MSTFILE NEXT RECORD
              AT END
              MOVE 'Y' TO MST-EOF.
           IF MST-EOF = 'N'
              IF MST-RUN-DATE = SMP-DATE
                 PERFORM FIND-STRATUM-PARA
                 IF STR-FOUND = 'Y'
                    PERFORM DRAW-PARA
                 END-IF
              END-IF
           END-IF.
       DRAW-PARA.
           COMPUTE REMAIN-POP = STR-POP (SX, CUR-TYPE)
                              - STR-SEEN (SX, CUR-TYPE).
           COMPUTE REMAIN-TGT = STR-TGT (SX, CUR-TYPE)
                              - STR-SEL (SX, CUR-TYPE).
           ADD 1 TO STR-SEEN (SX, CUR-TYPE).
           IF REMAIN-TGT NOT = ZERO
              COMPUTE RAND-WORK = FUNCTION RANDOM
              IF RAND-WORK * REMAIN-POP < REMAIN-TGT
                 ADD 1 TO STR-SEL (SX, CUR-TYPE)
                 PERFORM WRITE-SAMPLE-PARA
              END-IF
           END-IF.
       WRITE-SAMPLE-PARA.
           ADD 1 TO TOT-SAMPLE-CNT.
           MOVE SPACES TO SMP-REC.
           MOVE TOT-SAMPLE-CNT TO SMP-ID.
           MOVE MST-SRC-NAME TO SMP-SRC-NAME.
           MOVE MST-SEQ TO SMP-SEQ.
           MOVE MST-SIDE-A TO SMP-SIDE-A.
           MOVE MST-SIDE-B TO SMP-SIDE-B.
           MOVE MST-SIDE-C TO SMP-SIDE-C.
           MOVE MST-TYPE TO SMP-TYPE.
           MOVE MST-RUN-DATE TO SMP-RUN-DATE.
           WRITE SMP-REC.
           IF TOT-SAMPLE-CNT = 1
              WRITE WKS-REC FROM WKS-COL-LINE
           END-IF.
           MOVE TOT-SAMPLE-CNT TO WKS-DTL-ID.
           MOVE MST-SRC-NAME TO WKS-DTL-SRC.
           MOVE MST-SEQ TO WKS-DTL-SEQ.
           MOVE MST-SIDE-A TO WKS-DTL-A.
           MOVE MST-SIDE-B TO WKS-DTL-B.
           MOVE MST-SIDE-C TO WKS-DTL-C.
           MOVE CUR-TYPE TO WKS-DTL-TYPE.
           MOVE TYPE-NAME (CUR-TYPE) TO WKS-DTL-NAME.
           WRITE WKS-REC FROM WKS-DTL-LINE.
       ENDING-PARA.
           WRITE WKS-REC FROM BLANK-LINE.
           WRITE WKS-REC FROM WKS-NOTE-LINE.
           WRITE WKS-REC FROM BLANK-LINE.
           WRITE WKS-REC FROM WKS-STR-HDR-LINE.
           PERFORM WRITE-STRATUM-PARA
              VARYING SX FROM 1 BY 1 UNTIL SX > STR-COUNT.
           WRITE WKS-REC FROM BLANK-LINE.
           MOVE 'MASTER RECORDS READ' TO WKS-TOT-TITLE.
           MOVE TOT-READ-CNT TO WKS-TOT-CNTR.
           WRITE WKS-REC FROM WKS-TOT-LINE.
           MOVE 'RECORDS OF THIS RUN DATE' TO WKS-TOT-TITLE.
           MOVE TOT-RUN-CNT TO WKS-TOT-CNTR.
           WRITE WKS-REC FROM WKS-TOT-LINE.
           MOVE 'RECORDS SAMPLED' TO WKS-TOT-TITLE.
           MOVE TOT-SAMPLE-CNT TO WKS-TOT-CNTR.
           WRITE WKS-REC FROM WKS-TOT-LINE.
           IF STR-FULL-CNT NOT = ZERO
              MOVE 'NOT SAMPLED - OVER 50 SOURCES' TO WKS-TOT-TITLE
              MOVE STR-FULL-CNT TO WKS-TOT-CNTR
              WRITE WKS-REC FROM WKS-TOT-LINE
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF TOT-RUN-CNT = ZERO AND RETURN-CODE = ZERO
              DISPLAY 'TRISMP: NO MASTER RECORDS FOR RUN DATE '
                      SMP-DATE
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE WKSFILE.
           CLOSE SMPFILE.
           MOVE 'F' TO X95-PHASE.
           MOVE TOT-RUN-CNT TO X95-CPT-ENTREE.
           MOVE TOT-SAMPLE-CNT TO X95-CPT-SORTIE.
           MOVE STR-FULL-CNT TO X95-CPT-REJET.
           IF RETURN-CODE = ZERO
              MOVE 'OK' TO X95-ETAT
           ELSE
              MOVE 'KO' TO X95-ETAT
           END-IF.
           CALL 'SY0095' USING SY0095-PARMS.
       WRITE-STRATUM-PARA.
           PERFORM WRITE-CELL-PARA
              VARYING TX FROM 1 BY 1 UNTIL TX > 8.
       WRITE-CELL-PARA.
           IF STR-POP (SX, TX) NOT = ZERO
              MOVE STR-SRC-NAME (SX) TO WKS-STR-SRC
              MOVE TYPE-NAME (TX) TO WKS-STR-NAME
              MOVE STR-POP (SX, TX) TO WKS-STR-POP
              MOVE STR-SEL (SX, TX) TO WKS-STR-SEL
              WRITE WKS-REC FROM WKS-STR-LINE
           END-IF.

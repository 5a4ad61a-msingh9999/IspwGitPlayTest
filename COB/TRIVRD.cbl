       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIVRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMPFILE  ASSIGN TO UT-S-SMPFILE
               FILE STATUS IS SMP-STATUS.
           SELECT VRDFILE  ASSIGN TO UT-S-VRDFILE
               FILE STATUS IS VRD-STATUS.
           SELECT RPTFILE  ASSIGN TO UT-S-QAVRPT.
           SELECT HISTFILE ASSIGN TO UT-S-QAHIST
               FILE STATUS IS HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  VRDFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  VRD-REC.
           05  VRD-SRC-NAME        PIC X(08).
           05  VRD-SEQ             PIC X(09).
           05  VRD-VERDICT         PIC X.
           05  VRD-TYPE            PIC X.
           05  VRD-INSPECTOR       PIC X(08).
           05  FILLER              PIC X(53).
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-REC                 PIC X(80).
       FD  HISTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HIST-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  SMP-STATUS              PIC XX.
       01  SMP-EOF                 PIC X       VALUE 'N'.
       01  SMP-OPEN                PIC X       VALUE 'N'.
       01  VRD-STATUS              PIC XX.
       01  VRD-EOF                 PIC X       VALUE 'N'.
       01  HIST-STATUS             PIC XX.
       01  RUN-DATE.
           05  RUN-YY              PIC 99.
           05  RUN-MM              PIC 99.
           05  RUN-DD              PIC 99.
       01  SAMPLE-RUN-DATE         PIC 9(06)  VALUE ZERO.
       01  SMP-COUNT               PIC 9(05)  VALUE ZERO.
       01  SMP-TABLE.
           05  SMP-ENTRY           OCCURS 5000 TIMES
                                   INDEXED BY PX.
               10  SMP-T-KEY.
                   15  SMP-T-SRC   PIC X(08).
                   15  SMP-T-SEQ   PIC 9(09).
               10  SMP-T-TYPE      PIC 9.
               10  SMP-T-DONE      PIC X.
       01  SMP-FOUND               PIC X       VALUE 'N'.
       01  SRC-COUNT               PIC 9(04)  VALUE ZERO.
       01  SRC-TABLE.
           05  SRC-ENTRY           OCCURS 50 TIMES
                                   INDEXED BY SX.
               10  SRC-NAME        PIC X(08).
               10  SRC-SAMPLED     PIC 9(07).
               10  SRC-INSPECTED   PIC 9(07).
               10  SRC-AGREED      PIC 9(07).
       01  SRC-FOUND               PIC X       VALUE 'N'.
       01  TYP-TABLE.
           05  TYP-ENTRY           OCCURS 8 TIMES.
               10  TYP-SAMPLED     PIC 9(07)  VALUE ZERO.
               10  TYP-INSPECTED   PIC 9(07)  VALUE ZERO.
               10  TYP-AGREED      PIC 9(07)  VALUE ZERO.
       01  TX                      PIC 9(01)  VALUE ZERO.
       01  CUR-TYPE                PIC 9(01)  VALUE ZERO.
       01  VRD-KEY.
           05  VRD-K-SRC           PIC X(08).
           05  VRD-K-SEQ           PIC 9(09).
       01  TOT-VRD-CNT             PIC 9(07)  VALUE ZERO.
       01  TOT-REJ-CNT             PIC 9(07)  VALUE ZERO.
       01  TOT-DUP-CNT             PIC 9(07)  VALUE ZERO.
       01  TOT-INSPECTED           PIC 9(07)  VALUE ZERO.
       01  TOT-AGREED              PIC 9(07)  VALUE ZERO.
       01  TOT-FULL-CNT            PIC 9(07)  VALUE ZERO.
       01  CUR-SAMPLED             PIC 9(07)  VALUE ZERO.
       01  CUR-INSPECTED           PIC 9(07)  VALUE ZERO.
       01  CUR-AGREED              PIC 9(07)  VALUE ZERO.
       01  CUR-PCT                 PIC 9(03)V99 VALUE ZERO.
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
       COPY SY0099.
       01  HIST-LINE.
           05  HIST-CC             PIC 99     VALUE 20.
           05  HIST-YY             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  HIST-MM             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  HIST-DD             PIC 99.
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-SMP-DATE       PIC 9(06).
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-DIM            PIC X(06).
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-NAME           PIC X(21).
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-SAMPLED        PIC 9(07).
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-INSPECTED      PIC 9(07).
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-AGREED         PIC 9(07).
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-PCT            PIC 9(03).99.
       01  RPT-HDR-LINE.
           05 FILLER               PIC X(36)  VALUE
                                '*** QA CLASSIFICATION AGREEMENT ***'.
           05 FILLER               PIC X(13)  VALUE ' SAMPLE DATE '.
           05 RPT-HDR-DATE         PIC 9(06).
           05 FILLER               PIC X(25)  VALUE SPACE.
       01  RPT-COL-LINE.
           05 FILLER               PIC X(30)  VALUE SPACE.
           05 FILLER               PIC X(30)  VALUE
                                '   SAMPLED INSPECTED    AGREED'.
           05 FILLER               PIC X(09)  VALUE '    RATE'.
           05 FILLER               PIC X(11)  VALUE SPACE.
       01  RPT-DTL-LINE.
           05 RPT-DTL-DIM          PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-NAME         PIC X(21).
           05 RPT-DTL-SAMPLED      PIC Z(09)9.
           05 RPT-DTL-INSPECTED    PIC Z(09)9.
           05 RPT-DTL-AGREED       PIC Z(09)9.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-PCT          PIC ZZ9.99.
           05 FILLER               PIC X(01)  VALUE '%'.
           05 FILLER               PIC X(11)  VALUE SPACE.
       01  RPT-REJ-LINE.
           05 FILLER               PIC X(10)  VALUE 'REJECTED  '.
           05 RPT-REJ-DATA         PIC X(27).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-REJ-REASON       PIC X(30).
           05 FILLER               PIC X(12)  VALUE SPACE.
       01  RPT-TOT-LINE.
           05 RPT-TOT-TITLE        PIC X(30).
           05 RPT-TOT-CNTR         PIC Z(08)9.
           05 FILLER               PIC X(41)  VALUE SPACE.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           PERFORM LOAD-SAMPLE-NEXT
              UNTIL SMP-EOF = 'Y'.
           MOVE SAMPLE-RUN-DATE TO RPT-HDR-DATE.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           PERFORM READ-VERDICT-NEXT
              UNTIL VRD-EOF = 'Y'.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRIVRD' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           ACCEPT RUN-DATE FROM DATE.
           OPEN OUTPUT RPTFILE.
           OPEN INPUT SMPFILE.
           IF SMP-STATUS NOT = '00'
              DISPLAY 'TRIVRD: SAMPLE FILE UNAVAILABLE - STATUS '
                      SMP-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO SMP-EOF
              MOVE 'Y' TO VRD-EOF
           ELSE
              MOVE 'Y' TO SMP-OPEN
              OPEN INPUT VRDFILE
              IF VRD-STATUS NOT = '00'
                 DISPLAY 'TRIVRD: VERDICT FILE UNAVAILABLE - STATUS '
                         VRD-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO VRD-EOF
              END-IF
           END-IF.
       LOAD-SAMPLE-NEXT.
           READ SMPFILE
              AT END
              MOVE 'Y' TO SMP-EOF.
           IF SMP-EOF = 'N'
              IF SMP-COUNT < 5000
                 ADD 1 TO SMP-COUNT
                 SET PX TO SMP-COUNT
                 MOVE SMP-SRC-NAME TO SMP-T-SRC (PX)
                 MOVE SMP-SEQ TO SMP-T-SEQ (PX)
                 MOVE SMP-TYPE TO CUR-TYPE
                 IF CUR-TYPE < 1 OR CUR-TYPE > 8
                    MOVE 4 TO CUR-TYPE
                 END-IF
                 MOVE CUR-TYPE TO SMP-T-TYPE (PX)
                 MOVE 'N' TO SMP-T-DONE (PX)
                 MOVE SMP-RUN-DATE TO SAMPLE-RUN-DATE
                 ADD 1 TO TYP-SAMPLED (CUR-TYPE)
                 PERFORM FIND-SOURCE-PARA
                 IF SRC-FOUND = 'Y'
                    ADD 1 TO SRC-SAMPLED (SX)
                 END-IF
              ELSE
                 ADD 1 TO TOT-FULL-CNT
              END-IF
           END-IF.
       FIND-SOURCE-PARA.
           MOVE 'N' TO SRC-FOUND.
           SET SX TO 1.
           SEARCH SRC-ENTRY
              AT END
              CONTINUE
              WHEN SX > SRC-COUNT
              CONTINUE
              WHEN SRC-NAME (SX) = SMP-T-SRC (PX)
              MOVE 'Y' TO SRC-FOUND
           END-SEARCH.
           IF SRC-FOUND = 'N' AND SRC-COUNT < 50
              ADD 1 TO SRC-COUNT
              SET SX TO SRC-COUNT
              MOVE SMP-T-SRC (PX) TO SRC-NAME (SX)
              MOVE ZERO TO SRC-SAMPLED (SX) SRC-INSPECTED (SX)
                           SRC-AGREED (SX)
              MOVE 'Y' TO SRC-FOUND
           END-IF.
       READ-VERDICT-NEXT.
           READ VRDFILE
              AT END
              MOVE 'Y' TO VRD-EOF.
           IF VRD-EOF = 'N'
              ADD 1 TO TOT-VRD-CNT
              PERFORM CHECK-VERDICT-PARA
           END-IF.
       CHECK-VERDICT-PARA.
           IF VRD-SEQ NOT NUMERIC
              MOVE 'SEQUENCE NOT NUMERIC' TO RPT-REJ-REASON
              PERFORM REJECT-PARA
           ELSE
              IF VRD-VERDICT NOT = 'Y' AND VRD-VERDICT NOT = 'N'
                 MOVE 'VERDICT NOT Y OR N' TO RPT-REJ-REASON
                 PERFORM REJECT-PARA
              ELSE
                 IF VRD-VERDICT = 'N'
                    AND (VRD-TYPE < '1' OR VRD-TYPE > '8')
                    MOVE 'CORRECT TYPE NOT 1-8' TO RPT-REJ-REASON
                    PERFORM REJECT-PARA
                 ELSE
                    PERFORM MATCH-VERDICT-PARA
                 END-IF
              END-IF
           END-IF.
       MATCH-VERDICT-PARA.
           MOVE VRD-SRC-NAME TO VRD-K-SRC.
           MOVE VRD-SEQ TO VRD-K-SEQ.
           MOVE 'N' TO SMP-FOUND.
           SET PX TO 1.
           SEARCH SMP-ENTRY
              AT END
              CONTINUE
              WHEN PX > SMP-COUNT
              CONTINUE
              WHEN SMP-T-KEY (PX) = VRD-KEY
              MOVE 'Y' TO SMP-FOUND
           END-SEARCH.
           IF SMP-FOUND = 'N'
              MOVE 'NOT IN SAMPLE' TO RPT-REJ-REASON
              PERFORM REJECT-PARA
           ELSE
              IF SMP-T-DONE (PX) = 'Y'
                 MOVE 'SECOND VERDICT IGNORED' TO RPT-REJ-REASON
                 PERFORM REJECT-PARA
                 ADD 1 TO TOT-DUP-CNT
              ELSE
                 MOVE 'Y' TO SMP-T-DONE (PX)
                 PERFORM SCORE-VERDICT-PARA
              END-IF
           END-IF.
      *    AN N VERDICT NAMING THE SAME TYPE AS TRITST IS AGREEMENT
       SCORE-VERDICT-PARA.
           MOVE SMP-T-TYPE (PX) TO CUR-TYPE.
           PERFORM FIND-SOURCE-PARA.
           ADD 1 TO TOT-INSPECTED.
           ADD 1 TO TYP-INSPECTED (CUR-TYPE).
           IF SRC-FOUND = 'Y'
              ADD 1 TO SRC-INSPECTED (SX)
           END-IF.
           IF VRD-VERDICT = 'Y'
              OR VRD-TYPE = SMP-T-TYPE (PX)
              ADD 1 TO TOT-AGREED
              ADD 1 TO TYP-AGREED (CUR-TYPE)
              IF SRC-FOUND = 'Y'
                 ADD 1 TO SRC-AGREED (SX)
              END-IF
           END-IF.
       REJECT-PARA.
           ADD 1 TO TOT-REJ-CNT.
           MOVE VRD-REC TO RPT-REJ-DATA.
           WRITE RPT-REC FROM RPT-REJ-LINE.
       ENDING-PARA.
           IF TOT-REJ-CNT NOT = ZERO
              WRITE RPT-REC FROM BLANK-LINE
           END-IF.
           WRITE RPT-REC FROM RPT-COL-LINE.
           IF RETURN-CODE = ZERO
              OPEN EXTEND HISTFILE
              IF HIST-STATUS = '05' OR '35'
                 OPEN OUTPUT HISTFILE
              END-IF
              MOVE 'S' TO X99-FONCTION
              MOVE RUN-YY TO X99-YY
              CALL 'SY0099' USING SY0099-PARMS
              MOVE X99-CC TO HIST-CC
              MOVE RUN-YY TO HIST-YY
              MOVE RUN-MM TO HIST-MM
              MOVE RUN-DD TO HIST-DD
              MOVE SAMPLE-RUN-DATE TO HIST-SMP-DATE
           END-IF.
           PERFORM WRITE-TYPE-PARA
              VARYING TX FROM 1 BY 1 UNTIL TX > 8.
           WRITE RPT-REC FROM BLANK-LINE.
           PERFORM WRITE-SOURCE-PARA
              VARYING SX FROM 1 BY 1 UNTIL SX > SRC-COUNT.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE 'ALL' TO RPT-DTL-DIM.
           MOVE 'ALL SAMPLED ITEMS' TO RPT-DTL-NAME.
           MOVE SMP-COUNT TO CUR-SAMPLED.
           MOVE TOT-INSPECTED TO CUR-INSPECTED.
           MOVE TOT-AGREED TO CUR-AGREED.
           PERFORM WRITE-RATE-PARA.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE 'VERDICTS READ' TO RPT-TOT-TITLE.
           MOVE TOT-VRD-CNT TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           MOVE 'VERDICTS REJECTED' TO RPT-TOT-TITLE.
           MOVE TOT-REJ-CNT TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           COMPUTE CUR-SAMPLED = SMP-COUNT - TOT-INSPECTED.
           MOVE 'SAMPLED ITEMS NOT INSPECTED' TO RPT-TOT-TITLE.
           MOVE CUR-SAMPLED TO RPT-TOT-CNTR.
           WRITE RPT-REC FROM RPT-TOT-LINE.
           IF TOT-FULL-CNT NOT = ZERO
              MOVE 'SAMPLE ITEMS OVER 5000 IGNORED' TO RPT-TOT-TITLE
              MOVE TOT-FULL-CNT TO RPT-TOT-CNTR
              WRITE RPT-REC FROM RPT-TOT-LINE
           END-IF.
           IF RETURN-CODE = ZERO
              CLOSE HISTFILE
              CLOSE SMPFILE
              CLOSE VRDFILE
              IF TOT-REJ-CNT NOT = ZERO OR CUR-SAMPLED NOT = ZERO
                 OR TOT-FULL-CNT NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF SMP-OPEN = 'Y'
                 CLOSE SMPFILE
              END-IF
           END-IF.
           CLOSE RPTFILE.
           MOVE 'F' TO X95-PHASE.
           MOVE TOT-VRD-CNT TO X95-CPT-ENTREE.
           MOVE TOT-INSPECTED TO X95-CPT-SORTIE.
           MOVE TOT-REJ-CNT TO X95-CPT-REJET.
           IF RETURN-CODE = ZERO
              MOVE 'OK' TO X95-ETAT
           ELSE
              MOVE 'KO' TO X95-ETAT
           END-IF.
           CALL 'SY0095' USING SY0095-PARMS.
       WRITE-TYPE-PARA.
           MOVE 'TYPE' TO RPT-DTL-DIM.
           MOVE TYPE-NAME (TX) TO RPT-DTL-NAME.
           MOVE TYP-SAMPLED (TX) TO CUR-SAMPLED.
           MOVE TYP-INSPECTED (TX) TO CUR-INSPECTED.
           MOVE TYP-AGREED (TX) TO CUR-AGREED.
           IF CUR-SAMPLED NOT = ZERO
              PERFORM WRITE-RATE-PARA
           END-IF.
       WRITE-SOURCE-PARA.
           MOVE 'SOURCE' TO RPT-DTL-DIM.
           MOVE SRC-NAME (SX) TO RPT-DTL-NAME.
           MOVE SRC-SAMPLED (SX) TO CUR-SAMPLED.
           MOVE SRC-INSPECTED (SX) TO CUR-INSPECTED.
           MOVE SRC-AGREED (SX) TO CUR-AGREED.
           PERFORM WRITE-RATE-PARA.
       WRITE-RATE-PARA.
           IF CUR-INSPECTED = ZERO
              MOVE ZERO TO CUR-PCT
           ELSE
              COMPUTE CUR-PCT ROUNDED =
                      CUR-AGREED * 100 / CUR-INSPECTED
           END-IF.
           MOVE CUR-SAMPLED TO RPT-DTL-SAMPLED.
           MOVE CUR-INSPECTED TO RPT-DTL-INSPECTED.
           MOVE CUR-AGREED TO RPT-DTL-AGREED.
           MOVE CUR-PCT TO RPT-DTL-PCT.
           WRITE RPT-REC FROM RPT-DTL-LINE.
           IF RETURN-CODE = ZERO
              MOVE RPT-DTL-DIM TO HIST-DIM
              MOVE RPT-DTL-NAME TO HIST-NAME
              MOVE CUR-SAMPLED TO HIST-SAMPLED
              MOVE CUR-INSPECTED TO HIST-INSPECTED
              MOVE CUR-AGREED TO HIST-AGREED
              MOVE CUR-PCT TO HIST-PCT
              WRITE HIST-REC FROM HIST-LINE
           END-IF.

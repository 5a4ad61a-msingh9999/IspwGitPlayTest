       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFILE ASSIGN TO EXCREG
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SIDES
                   WITH DUPLICATES
               FILE STATUS IS REG-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-AGERPT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  REG-STATUS              PIC XX.
       01  REG-EOF                 PIC X       VALUE 'N'.
       01  RUN-DATE-8              PIC 9(08)  VALUE ZERO.
       01  AGE-DAYS                PIC S9(07) VALUE ZERO.
       01  BX                      PIC 9(01)  VALUE ZERO.
       01  CUR-SRC                 PIC X(08)  VALUE SPACE.
       01  READ-CNT                PIC 9(09)  VALUE ZERO.
       01  CLOSED-CNT              PIC 9(09)  VALUE ZERO.
       01  SRC-CNT                 PIC 9(05)  VALUE ZERO.
       01  AGED-CNT                PIC 9(05)  VALUE ZERO.
      *    AGE BUCKETS: 0-7, 8-14, 15-30, 31-60, OVER 60 DAYS
       01  SRC-BUCKETS.
           05  SRC-BKT             PIC 9(07)  OCCURS 5 TIMES.
       01  SRC-TOTAL               PIC 9(07)  VALUE ZERO.
       01  SRC-OLDEST              PIC 9(08)  VALUE ZERO.
       01  GRAND-BUCKETS.
           05  GRAND-BKT           PIC 9(07)  OCCURS 5 TIMES.
       01  GRAND-TOTAL             PIC 9(07)  VALUE ZERO.
       01  GRAND-OLDEST            PIC 9(08)  VALUE ZERO.
       COPY SY0099.
       COPY SY0095.
       01  RPT-HDR-LINE.
           05 FILLER               PIC X(40)  VALUE
                             '*** OPEN EXCEPTION AGING ***  AS AT'.
           05 RPT-HDR-DATE         PIC 9(08).
           05 FILLER               PIC X(32)  VALUE SPACE.
       01  RPT-COL-LINE.
           05 FILLER  PIC X(09)    VALUE 'SOURCE   '.
           05 FILLER  PIC X(08)    VALUE '    0-7 '.
           05 FILLER  PIC X(08)    VALUE '   8-14 '.
           05 FILLER  PIC X(08)    VALUE '  15-30 '.
           05 FILLER  PIC X(08)    VALUE '  31-60 '.
           05 FILLER  PIC X(08)    VALUE '    >60 '.
           05 FILLER  PIC X(09)    VALUE '   TOTAL '.
           05 FILLER  PIC X(09)    VALUE ' OLDEST  '.
           05 FILLER  PIC X(13)    VALUE ' FLAG'.
       01  RPT-DTL-LINE.
           05 RPT-DTL-NAME         PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-BKT          PIC Z(06)9 OCCURS 5 TIMES.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-TOTAL        PIC Z(07)9.
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-OLDEST       PIC 9(08).
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-DTL-FLAG         PIC X(05).
           05 FILLER               PIC X(10)  VALUE SPACE.
       01  RPT-SUM-LINE.
           05 RPT-SUM-TEXT         PIC X(50).
           05 FILLER               PIC X(30)  VALUE SPACE.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           PERFORM READ-REGISTER
              UNTIL REG-EOF = 'Y'.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRIAGE' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           MOVE 'C' TO X99-FONCTION.
           CALL 'SY0099' USING SY0099-PARMS.
           MOVE X99-DATE-8 TO RUN-DATE-8.
           PERFORM CLEAR-SRC-PARA.
           PERFORM CLEAR-GRAND-PARA
              VARYING BX FROM 1 BY 1 UNTIL BX > 5.
           OPEN INPUT REGFILE.
           IF REG-STATUS NOT = '00' AND REG-STATUS NOT = '97'
              DISPLAY 'EXCEPTION REGISTER UNAVAILABLE - STATUS '
                      REG-STATUS
              MOVE 'Y' TO REG-EOF
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE RUN-DATE-8 TO RPT-HDR-DATE.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           WRITE RPT-REC FROM RPT-COL-LINE.
       CLEAR-SRC-PARA.
           PERFORM CLEAR-BKT-PARA
              VARYING BX FROM 1 BY 1 UNTIL BX > 5.
           MOVE ZERO TO SRC-TOTAL SRC-OLDEST.
       CLEAR-BKT-PARA.
           MOVE ZERO TO SRC-BKT (BX).
       CLEAR-GRAND-PARA.
           MOVE ZERO TO GRAND-BKT (BX).
       READ-REGISTER.
           READ REGFILE NEXT RECORD
              AT END
              MOVE 'Y' TO REG-EOF.
           IF REG-EOF = 'N'
              ADD 1 TO READ-CNT
              IF REG-OPEN
                 IF REG-SRC-NAME NOT = CUR-SRC
                    IF SRC-TOTAL NOT = ZERO
                       PERFORM WRITE-SOURCE-PARA
                    END-IF
                    MOVE REG-SRC-NAME TO CUR-SRC
                 END-IF
                 PERFORM AGE-ENTRY-PARA
              ELSE
                 ADD 1 TO CLOSED-CNT
              END-IF
           END-IF.
       AGE-ENTRY-PARA.
           MOVE ZERO TO AGE-DAYS.
           IF REG-FIRST-DATE NUMERIC
              AND REG-FIRST-DATE > 19000000
              AND REG-FIRST-DATE NOT > RUN-DATE-8
              COMPUTE AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (RUN-DATE-8)
               - FUNCTION INTEGER-OF-DATE (REG-FIRST-DATE)
           END-IF.
           IF AGE-DAYS < 8
              MOVE 1 TO BX
           ELSE
              IF AGE-DAYS < 15
                 MOVE 2 TO BX
              ELSE
                 IF AGE-DAYS < 31
                    MOVE 3 TO BX
                 ELSE
                    IF AGE-DAYS < 61
                       MOVE 4 TO BX
                    ELSE
                       MOVE 5 TO BX
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO SRC-BKT (BX).
           ADD 1 TO SRC-TOTAL.
           IF SRC-OLDEST = ZERO OR REG-FIRST-DATE < SRC-OLDEST
              MOVE REG-FIRST-DATE TO SRC-OLDEST
           END-IF.
       WRITE-SOURCE-PARA.
           MOVE CUR-SRC TO RPT-DTL-NAME.
           PERFORM MOVE-BKT-PARA
              VARYING BX FROM 1 BY 1 UNTIL BX > 5.
           MOVE SRC-TOTAL TO RPT-DTL-TOTAL.
           MOVE SRC-OLDEST TO RPT-DTL-OLDEST.
           IF SRC-BKT (5) NOT = ZERO
              MOVE 'AGED ' TO RPT-DTL-FLAG
              ADD 1 TO AGED-CNT
           ELSE
              MOVE SPACE TO RPT-DTL-FLAG
           END-IF.
           WRITE RPT-REC FROM RPT-DTL-LINE.
           ADD 1 TO SRC-CNT.
           ADD SRC-TOTAL TO GRAND-TOTAL.
           IF GRAND-OLDEST = ZERO OR SRC-OLDEST < GRAND-OLDEST
              MOVE SRC-OLDEST TO GRAND-OLDEST
           END-IF.
           PERFORM CLEAR-SRC-PARA.
       MOVE-BKT-PARA.
           MOVE SRC-BKT (BX) TO RPT-DTL-BKT (BX).
           ADD SRC-BKT (BX) TO GRAND-BKT (BX).
       ENDING-PARA.
           IF SRC-TOTAL NOT = ZERO
              PERFORM WRITE-SOURCE-PARA
           END-IF.
           IF REG-STATUS = '00' OR REG-STATUS = '10'
              CLOSE REGFILE
           END-IF.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE 'TOTAL' TO RPT-DTL-NAME.
           PERFORM MOVE-GRAND-PARA
              VARYING BX FROM 1 BY 1 UNTIL BX > 5.
           MOVE GRAND-TOTAL TO RPT-DTL-TOTAL.
           MOVE GRAND-OLDEST TO RPT-DTL-OLDEST.
           MOVE SPACE TO RPT-DTL-FLAG.
           WRITE RPT-REC FROM RPT-DTL-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           IF GRAND-TOTAL = ZERO
              MOVE 'NO OPEN EXCEPTIONS ON THE REGISTER' TO RPT-SUM-TEXT
           ELSE
              IF AGED-CNT = ZERO
                 MOVE 'NO EXCEPTION OPEN MORE THAN 60 DAYS' TO
                      RPT-SUM-TEXT
              ELSE
                 MOVE 'SOURCES WITH EXCEPTIONS OVER 60 DAYS - RC=4' TO
                      RPT-SUM-TEXT
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           CLOSE RPTFILE.
           DISPLAY 'TRIAGE: REGISTER ENTRIES READ = ' READ-CNT.
           DISPLAY 'TRIAGE: OPEN EXCEPTIONS       = ' GRAND-TOTAL.
           DISPLAY 'TRIAGE: CLOSED ENTRIES        = ' CLOSED-CNT.
           MOVE 'F' TO X95-PHASE.
           MOVE READ-CNT TO X95-CPT-ENTREE.
           MOVE GRAND-TOTAL TO X95-CPT-SORTIE.
           MOVE AGED-CNT TO X95-CPT-REJET.
           MOVE 'OK' TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
       MOVE-GRAND-PARA.
           MOVE GRAND-BKT (BX) TO RPT-DTL-BKT (BX).

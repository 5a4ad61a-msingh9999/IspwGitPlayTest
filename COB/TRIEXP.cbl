       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPFILE ASSIGN TO UT-S-EXPSRC
               FILE STATUS IS EXP-STATUS.
           SELECT DRVFILE ASSIGN TO UT-S-DRVFILE
               FILE STATUS IS DRV-STATUS.
           SELECT INFILE  ASSIGN TO DYN-INFILE-NAME
               FILE STATUS IS IN-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-EXPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  EXP-REC.
           05  EXP-SRC             PIC X(08).
           05  FILLER              PIC X(01).
           05  EXP-DAYS            PIC X(07).
           05  FILLER              PIC X(01).
           05  EXP-HOL-RULE        PIC X(01).
           05  FILLER              PIC X(01).
           05  EXP-CUTOFF          PIC 9(04).
           05  FILLER              PIC X(01).
           05  EXP-MIN-VOL         PIC 9(09).
           05  FILLER              PIC X(01).
           05  EXP-MAX-VOL         PIC 9(09).
           05  FILLER              PIC X(37).
       FD  DRVFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DRV-REC.
           05  DRV-NAME            PIC X(08).
           05  DRV-UNIT            PIC X(02).
       FD  INFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IN-REC                  PIC X(80).
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  EXP-STATUS              PIC XX.
       01  DRV-STATUS              PIC XX.
       01  IN-STATUS               PIC XX.
       01  EXP-EOF                 PIC X       VALUE 'N'.
       01  DRV-EOF                 PIC X       VALUE 'N'.
       01  IN-EOF                  PIC X       VALUE 'N'.
       01  DYN-INFILE-NAME         PIC X(80).
       01  TODAY-8                 PIC 9(08)  VALUE ZERO.
       01  TODAY-INT               PIC 9(07)  VALUE ZERO.
       01  TODAY-BUSINESS          PIC X       VALUE 'N'.
       01  PREV-BUS-INT            PIC 9(07)  VALUE ZERO.
       01  NOW-HHMM                PIC 9(04)  VALUE ZERO.
       01  DAY-INT                 PIC 9(07)  VALUE ZERO.
       01  DAY-QUOT                PIC 9(07)  VALUE ZERO.
       01  WEEK-DAY                PIC 9(01)  VALUE ZERO.
       01  TODAY-WDAY              PIC 9(01)  VALUE ZERO.
       01  SRC-VOLUME              PIC 9(09)  VALUE ZERO.
       01  ENTRY-CNT               PIC 9(04)  VALUE ZERO.
       01  EXP-BAD-CNT             PIC 9(04)  VALUE ZERO.
       01  DUE-CNT                 PIC 9(04)  VALUE ZERO.
       01  OK-CNT                  PIC 9(04)  VALUE ZERO.
       01  MISSING-CNT             PIC 9(04)  VALUE ZERO.
       01  NOT-YET-CNT             PIC 9(04)  VALUE ZERO.
       01  UNEXP-CNT               PIC 9(04)  VALUE ZERO.
       01  BAND-CNT                PIC 9(04)  VALUE ZERO.
      *    EXPECTED-SOURCE CALENDAR - DAYS ARE MON..SUN FLAGS; RULE
      *    'N' CARRIES A DAY THAT FALLS ON A CLOSED DAY TO THE NEXT
      *    BUSINESS DAY, RULE 'S' DROPS IT
       01  EX-COUNT                PIC 9(03)  VALUE ZERO.
       01  EX-IX                   PIC 9(03)  VALUE ZERO.
       01  EX-SLOT                 PIC 9(03)  VALUE ZERO.
       01  EX-FOUND                PIC X       VALUE 'N'.
       01  EX-TABLE.
           05  EX-ENTRY            OCCURS 500 TIMES.
               10  EX-SRC          PIC X(08).
               10  EX-DAYS         PIC X(07).
               10  EX-HOL-RULE     PIC X(01).
               10  EX-CUTOFF       PIC 9(04).
               10  EX-MIN-VOL      PIC 9(09).
               10  EX-MAX-VOL      PIC 9(09).
               10  EX-DUE          PIC X(01).
               10  EX-SEEN         PIC X(01).
       COPY SY0099.
       COPY SY0095.
       01  RPT-HDR-LINE.
           05 FILLER               PIC X(36)  VALUE
                             '*** EXPECTED-SOURCE CHECK ***  DATE'.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-HDR-DATE         PIC 9(08).
           05 FILLER               PIC X(06)  VALUE '  AT  '.
           05 RPT-HDR-TIME         PIC 9(04).
           05 FILLER               PIC X(02)  VALUE SPACE.
           05 RPT-HDR-DAY          PIC X(23).
       01  RPT-DTL-LINE.
           05 RPT-DTL-NAME         PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-VOL          PIC Z(08)9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-FLAG         PIC X(07).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-DTL-TEXT         PIC X(53).
       01  RPT-BAND-TEXT.
           05 FILLER               PIC X(21)  VALUE
                                   'VOLUME OUTSIDE BAND '.
           05 RPT-BAND-MIN         PIC Z(08)9.
           05 FILLER               PIC X(03)  VALUE ' - '.
           05 RPT-BAND-MAX         PIC Z(08)9.
           05 FILLER               PIC X(11)  VALUE SPACE.
       01  RPT-CUT-TEXT.
           05 RPT-CUT-MSG          PIC X(36).
           05 RPT-CUT-TIME         PIC 9(04).
           05 FILLER               PIC X(13)  VALUE SPACE.
       01  RPT-SUM-LINE.
           05 RPT-SUM-TEXT         PIC X(40).
           05 RPT-SUM-CNT          PIC Z(03)9.
           05 FILLER               PIC X(36)  VALUE SPACE.
       01  RPT-MSG-LINE.
           05 RPT-MSG-TEXT         PIC X(40).
           05 FILLER               PIC X(40)  VALUE SPACE.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           PERFORM LOAD-EXP-PARA
              UNTIL EXP-EOF = 'Y'.
           PERFORM CHECK-DRIVER
              UNTIL DRV-EOF = 'Y'.
           PERFORM CHECK-MISSING-PARA
              VARYING EX-IX FROM 1 BY 1 UNTIL EX-IX > EX-COUNT.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRIEXP' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           MOVE 'C' TO X99-FONCTION.
           CALL 'SY0099' USING SY0099-PARMS.
           MOVE X99-DATE-8 TO TODAY-8.
           MOVE X99-TIMESTAMP (12:2) TO NOW-HHMM (1:2).
           MOVE X99-TIMESTAMP (15:2) TO NOW-HHMM (3:2).
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-8).
           MOVE TODAY-INT TO DAY-INT.
           PERFORM WEEK-DAY-PARA.
           MOVE WEEK-DAY TO TODAY-WDAY.
           MOVE 'J' TO X99-FONCTION.
           MOVE TODAY-8 TO X99-DATE-8.
           CALL 'SY0099' USING SY0099-PARMS.
           IF X99-JOUR-OUVRE
              MOVE 'Y' TO TODAY-BUSINESS
           END-IF.
           MOVE 'P' TO X99-FONCTION.
           MOVE TODAY-8 TO X99-DATE-8.
           CALL 'SY0099' USING SY0099-PARMS.
           COMPUTE PREV-BUS-INT = FUNCTION INTEGER-OF-DATE (X99-DATE-8).
           OPEN OUTPUT RPTFILE.
           MOVE TODAY-8 TO RPT-HDR-DATE.
           MOVE NOW-HHMM TO RPT-HDR-TIME.
           IF TODAY-BUSINESS = 'Y'
              MOVE 'BUSINESS DAY' TO RPT-HDR-DAY
           ELSE
              MOVE 'NOT A BUSINESS DAY' TO RPT-HDR-DAY
           END-IF.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           OPEN INPUT EXPFILE.
           IF EXP-STATUS NOT = '00'
              DISPLAY 'EXPECTED-SOURCE CALENDAR UNAVAILABLE - STATUS '
                      EXP-STATUS
              ADD 1 TO EXP-BAD-CNT
              MOVE 'Y' TO EXP-EOF
           END-IF.
           OPEN INPUT DRVFILE.
           IF DRV-STATUS NOT = '00'
              DISPLAY 'DRIVER FILE UNAVAILABLE - STATUS ' DRV-STATUS
              MOVE 'Y' TO DRV-EOF
           END-IF.
      *    1 = MONDAY ... 7 = SUNDAY (DAY 1 OF THE INTEGER DATES IS A
      *    MONDAY)
       WEEK-DAY-PARA.
           DIVIDE 7 INTO DAY-INT GIVING DAY-QUOT
              REMAINDER WEEK-DAY.
           IF WEEK-DAY = ZERO
              MOVE 7 TO WEEK-DAY
           END-IF.
       LOAD-EXP-PARA.
           READ EXPFILE
              AT END
              MOVE 'Y' TO EXP-EOF.
           IF EXP-EOF = 'N'
              IF EXP-SRC = SPACES
                 OR EXP-CUTOFF NOT NUMERIC
                 OR EXP-MIN-VOL NOT NUMERIC
                 OR EXP-MAX-VOL NOT NUMERIC
                 DISPLAY 'CALENDAR LINE REJECTED: ' EXP-REC (1:43)
                 ADD 1 TO EXP-BAD-CNT
              ELSE
                 IF EX-COUNT >= 500
                    DISPLAY 'CALENDAR TABLE FULL - LINE DROPPED: '
                            EXP-SRC
                    ADD 1 TO EXP-BAD-CNT
                 ELSE
                    ADD 1 TO EX-COUNT
                    MOVE EXP-SRC TO EX-SRC (EX-COUNT)
                    MOVE EXP-DAYS TO EX-DAYS (EX-COUNT)
                    MOVE EXP-HOL-RULE TO EX-HOL-RULE (EX-COUNT)
                    IF EXP-HOL-RULE NOT = 'S'
                       MOVE 'N' TO EX-HOL-RULE (EX-COUNT)
                    END-IF
                    MOVE EXP-CUTOFF TO EX-CUTOFF (EX-COUNT)
                    MOVE EXP-MIN-VOL TO EX-MIN-VOL (EX-COUNT)
                    MOVE EXP-MAX-VOL TO EX-MAX-VOL (EX-COUNT)
                    MOVE 'N' TO EX-SEEN (EX-COUNT)
                    MOVE EX-COUNT TO EX-SLOT
                    PERFORM SET-DUE-PARA
                 END-IF
              END-IF
           END-IF.
      *    DUE TODAY IF TODAY IS A BUSINESS DAY AND EITHER TODAY'S FLAG
      *    IS SET OR, UNDER RULE 'N', THE FLAG OF ANY CLOSED DAY SINCE
      *    THE PREVIOUS BUSINESS DAY IS SET
       SET-DUE-PARA.
           MOVE 'N' TO EX-DUE (EX-SLOT).
           IF TODAY-BUSINESS = 'Y'
              IF EX-DAYS (EX-SLOT) (TODAY-WDAY:1) = 'Y'
                 MOVE 'Y' TO EX-DUE (EX-SLOT)
              END-IF
              IF EX-HOL-RULE (EX-SLOT) = 'N'
                 PERFORM CARRY-DAY-PARA
                    VARYING DAY-INT FROM PREV-BUS-INT BY 1
                    UNTIL DAY-INT >= TODAY-INT
              END-IF
           END-IF.
           IF EX-DUE (EX-SLOT) = 'Y'
              ADD 1 TO DUE-CNT
           END-IF.
       CARRY-DAY-PARA.
           IF DAY-INT > PREV-BUS-INT
              PERFORM WEEK-DAY-PARA
              IF EX-DAYS (EX-SLOT) (WEEK-DAY:1) = 'Y'
                 MOVE 'Y' TO EX-DUE (EX-SLOT)
              END-IF
           END-IF.
       CHECK-DRIVER.
           READ DRVFILE INTO DRV-REC
              AT END
              MOVE 'Y' TO DRV-EOF.
           IF DRV-EOF = 'N'
              ADD 1 TO ENTRY-CNT
              PERFORM COUNT-VOLUME-PARA
              MOVE DRV-NAME TO RPT-DTL-NAME
              MOVE SRC-VOLUME TO RPT-DTL-VOL
              PERFORM FIND-EXP-PARA
              IF EX-SLOT = ZERO
                 MOVE 'WARNING' TO RPT-DTL-FLAG
                 MOVE 'UNEXPECTED - NOT ON EXPECTED-SOURCE CALENDAR'
                      TO RPT-DTL-TEXT
                 ADD 1 TO UNEXP-CNT
              ELSE
                 MOVE 'Y' TO EX-SEEN (EX-SLOT)
                 IF EX-DUE (EX-SLOT) = 'N'
                    MOVE 'WARNING' TO RPT-DTL-FLAG
                    MOVE 'UNEXPECTED - NOT DUE TODAY' TO RPT-DTL-TEXT
                    ADD 1 TO UNEXP-CNT
                 ELSE
                    IF SRC-VOLUME < EX-MIN-VOL (EX-SLOT)
                       OR (EX-MAX-VOL (EX-SLOT) NOT = ZERO
                       AND SRC-VOLUME > EX-MAX-VOL (EX-SLOT))
                       MOVE 'WARNING' TO RPT-DTL-FLAG
                       MOVE EX-MIN-VOL (EX-SLOT) TO RPT-BAND-MIN
                       MOVE EX-MAX-VOL (EX-SLOT) TO RPT-BAND-MAX
                       MOVE RPT-BAND-TEXT TO RPT-DTL-TEXT
                       ADD 1 TO BAND-CNT
                    ELSE
                       MOVE 'OK' TO RPT-DTL-FLAG
                       MOVE 'RECEIVED AS EXPECTED' TO RPT-DTL-TEXT
                       ADD 1 TO OK-CNT
                    END-IF
                 END-IF
              END-IF
              WRITE RPT-REC FROM RPT-DTL-LINE
           END-IF.
      *    VOLUME IS THE DATA RECORDS - CONTROL RECORDS DO NOT COUNT
       COUNT-VOLUME-PARA.
           MOVE ZERO TO SRC-VOLUME.
           MOVE DRV-NAME TO DYN-INFILE-NAME.
           OPEN INPUT INFILE.
           IF IN-STATUS = '00'
              MOVE 'N' TO IN-EOF
              PERFORM COUNT-REC-PARA
                 UNTIL IN-EOF = 'Y'
              CLOSE INFILE
           END-IF.
       COUNT-REC-PARA.
           READ INFILE
              AT END
              MOVE 'Y' TO IN-EOF.
           IF IN-EOF = 'N'
              AND IN-REC (1:3) NOT = 'HDR'
              AND IN-REC (1:3) NOT = 'TRL'
              ADD 1 TO SRC-VOLUME
           END-IF.
       FIND-EXP-PARA.
           MOVE ZERO TO EX-SLOT.
           MOVE 'N' TO EX-FOUND.
           IF EX-COUNT NOT = ZERO
              PERFORM SCAN-EXP-PARA
                 VARYING EX-IX FROM 1 BY 1
                 UNTIL EX-IX > EX-COUNT OR EX-FOUND = 'Y'
           END-IF.
           IF EX-FOUND = 'Y'
              COMPUTE EX-SLOT = EX-IX - 1
           END-IF.
       SCAN-EXP-PARA.
           IF EX-SRC (EX-IX) = DRV-NAME
              MOVE 'Y' TO EX-FOUND
           END-IF.
      *    A SOURCE DUE TODAY AND NOT IN THE DRIVER IS LATE UNTIL ITS
      *    CUT-OFF AND MISSING AFTER IT
       CHECK-MISSING-PARA.
           IF EX-DUE (EX-IX) = 'Y' AND EX-SEEN (EX-IX) = 'N'
              MOVE EX-SRC (EX-IX) TO RPT-DTL-NAME
              MOVE ZERO TO RPT-DTL-VOL
              MOVE EX-CUTOFF (EX-IX) TO RPT-CUT-TIME
              IF NOW-HHMM < EX-CUTOFF (EX-IX)
                 MOVE 'LATE' TO RPT-DTL-FLAG
                 MOVE 'NOT YET RECEIVED - CUT-OFF IS' TO RPT-CUT-MSG
                 ADD 1 TO NOT-YET-CNT
              ELSE
                 MOVE 'MISSING' TO RPT-DTL-FLAG
                 MOVE 'NOT RECEIVED - CUT-OFF PASSED AT' TO
                      RPT-CUT-MSG
                 ADD 1 TO MISSING-CNT
              END-IF
              MOVE RPT-CUT-TEXT TO RPT-DTL-TEXT
              WRITE RPT-REC FROM RPT-DTL-LINE
           END-IF.
       ENDING-PARA.
           IF EXP-STATUS = '00' OR EXP-STATUS = '10'
              CLOSE EXPFILE
           END-IF.
           IF DRV-STATUS = '00' OR DRV-STATUS = '10'
              CLOSE DRVFILE
           END-IF.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE 'SOURCES DUE TODAY' TO RPT-SUM-TEXT.
           MOVE DUE-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'RECEIVED AS EXPECTED' TO RPT-SUM-TEXT.
           MOVE OK-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'MISSING - CUT-OFF PASSED' TO RPT-SUM-TEXT.
           MOVE MISSING-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'LATE - CUT-OFF NOT YET PASSED' TO RPT-SUM-TEXT.
           MOVE NOT-YET-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'UNEXPECTED SOURCES' TO RPT-SUM-TEXT.
           MOVE UNEXP-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'OUTSIDE VOLUME BAND' TO RPT-SUM-TEXT.
           MOVE BAND-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'CALENDAR LINES REJECTED' TO RPT-SUM-TEXT.
           MOVE EXP-BAD-CNT TO RPT-SUM-CNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           IF MISSING-CNT NOT = ZERO
              MOVE 'SOURCES MISSING - RC=8' TO RPT-MSG-TEXT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF NOT-YET-CNT NOT = ZERO OR UNEXP-CNT NOT = ZERO
                 OR BAND-CNT NOT = ZERO OR EXP-BAD-CNT NOT = ZERO
                 MOVE 'SOURCES NEED ATTENTION - RC=4' TO RPT-MSG-TEXT
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'ALL EXPECTED SOURCES RECEIVED' TO RPT-MSG-TEXT
              END-IF
           END-IF.
           WRITE RPT-REC FROM RPT-MSG-LINE.
           CLOSE RPTFILE.
           MOVE 'F' TO X95-PHASE.
           MOVE ENTRY-CNT TO X95-CPT-ENTREE.
           MOVE OK-CNT TO X95-CPT-SORTIE.
           COMPUTE X95-CPT-REJET = MISSING-CNT + NOT-YET-CNT
                                 + UNEXP-CNT + BAND-CNT.
           IF MISSING-CNT = ZERO
              MOVE 'OK' TO X95-ETAT
           ELSE
              MOVE 'KO' TO X95-ETAT
              DISPLAY 'TRIEXP: ' MISSING-CNT ' EXPECTED SOURCES MISSING'
           END-IF.
           CALL 'SY0095' USING SY0095-PARMS.

               FILE STATUS IS PRMLIB-STATUS.
           SELECT SUPFILE ASSIGN TO UT-S-SUPFILE.
           SELECT RESFILE ASSIGN TO UT-S-RESFILE.
           SELECT REGFILE ASSIGN TO EXCREG
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SIDES
                   WITH DUPLICATES
               FILE STATUS IS REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RES-REC                 PIC X(12).
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
       01  COR-STATUS              PIC XX.
       01  COR-EOF                 PIC X       VALUE 'N'.
       01  FIXED-CNT               PIC 9(05)  VALUE ZERO.
       01  RESID-CNT               PIC 9(05)  VALUE ZERO.
       01  BADCOR-CNT              PIC 9(05)  VALUE ZERO.
       01  REG-STATUS              PIC XX.
       01  REG-AVAILABLE           PIC X       VALUE 'N'.
       01  REG-EOF                 PIC X       VALUE 'N'.
       01  REG-MATCH-SIDES         PIC X(16)  VALUE SPACE.
       01  REG-CLOSED-CNT          PIC 9(05)  VALUE ZERO.
       01  RUN-DATE-8              PIC 9(08)  VALUE ZERO.
       COPY SY0099.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           OPEN INPUT EXCFILE.
           OPEN OUTPUT SUPFILE.
           OPEN OUTPUT RESFILE.
           MOVE 'C' TO X99-FONCTION.
           CALL 'SY0099' USING SY0099-PARMS.
           MOVE X99-DATE-8 TO RUN-DATE-8.
           OPEN I-O REGFILE.
           IF REG-STATUS = '00' OR REG-STATUS = '97'
              MOVE 'Y' TO REG-AVAILABLE
           ELSE
              DISPLAY 'EXCEPTION REGISTER UNAVAILABLE - STATUS '
                      REG-STATUS
           END-IF.
       LOAD-PARM-PARA.
           READ PRMFILE
              AT END
              END-IF
              ADD 1 TO SUP-CNT (TRIANGLE-TYPE)
              ADD 1 TO FIXED-CNT
              IF TRIANGLE-TYPE NOT = 4 AND REG-AVAILABLE = 'Y'
                 PERFORM CLOSE-REG-PARA
              END-IF
           END-IF.
      *    CLOSE EVERY OPEN REGISTER ENTRY CARRYING THE CORRECTED SIDES
       CLOSE-REG-PARA.
           MOVE EXC-REC TO REG-MATCH-SIDES.
           MOVE REG-MATCH-SIDES TO REG-SIDES.
           MOVE 'N' TO REG-EOF.
           START REGFILE KEY IS EQUAL TO REG-SIDES
              INVALID KEY
              MOVE 'Y' TO REG-EOF
           END-START.
           PERFORM CLOSE-REG-NEXT-PARA
               UNTIL REG-EOF = 'Y'.
       CLOSE-REG-NEXT-PARA.
           READ REGFILE NEXT RECORD
              AT END
              MOVE 'Y' TO REG-EOF
           END-READ.
           IF REG-EOF = 'N'
              IF REG-SIDES NOT = REG-MATCH-SIDES
                 MOVE 'Y' TO REG-EOF
              ELSE
                 IF REG-OPEN
                    MOVE 'C' TO REG-STATUS-CODE
                    MOVE RUN-DATE-8 TO REG-CLOSE-DATE
                    REWRITE REG-REC
                    ADD 1 TO REG-CLOSED-CNT
                 END-IF
              END-IF
           END-IF.
       ENDING-PARA.
           CLOSE EXCFILE.
           WRITE SUP-REC.
           CLOSE SUPFILE.
           CLOSE RESFILE.
           IF REG-AVAILABLE = 'Y'
              CLOSE REGFILE
           END-IF.
           DISPLAY 'TRIFIX: CORRECTED AND RECLASSIFIED = ' FIXED-CNT.
           DISPLAY 'TRIFIX: LEFT UNRESOLVED           = ' RESID-CNT.
           DISPLAY 'TRIFIX: CORRECTIONS NOT NUMERIC   = ' BADCOR-CNT.
           DISPLAY 'TRIFIX: REGISTER ENTRIES CLOSED   = '
                   REG-CLOSED-CNT.
       MOVE-CNT-PARA.
           MOVE SUP-CNT (SX) TO SUP-REC-CNT (SX).

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIBIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLFILE ASSIGN TO UT-S-BILVOL
               FILE STATUS IS VOL-STATUS.
           SELECT RATEFILE ASSIGN TO UT-S-RATECARD
               FILE STATUS IS RATE-STATUS.
           SELECT PRMFILE ASSIGN TO UT-S-PRMLIB
               FILE STATUS IS PRM-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-BILRPT.
           SELECT IFCFILE ASSIGN TO UT-S-BILIFC.
       DATA DIVISION.
       FILE SECTION.
       FD  VOLFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  VOL-REC.
           05  VOL-RUN-DATE        PIC 9(08).
           05  VOL-SRC-NAME        PIC X(08).
           05  VOL-CNTR            PIC 9(04) OCCURS 8 TIMES.
           05  VOL-SKP             PIC 9(09).
           05  FILLER              PIC X(23).
       FD  RATEFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RATE-REC.
           05  RATE-SRC            PIC X(08).
           05  FILLER              PIC X(01).
           05  RATE-CLS            PIC 9(03)V9(04).
           05  FILLER              PIC X(01).
           05  RATE-REJ            PIC 9(03)V9(04).
           05  FILLER              PIC X(01).
           05  RATE-DUP            PIC 9(03)V9(04).
           05  FILLER              PIC X(01).
           05  RATE-MIN            PIC 9(07)V99.
           05  FILLER              PIC X(38).
       FD  PRMFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PRM-REC.
           05  PRM-KEY             PIC X(08).
           05  PRM-VALUE           PIC X(16).
           05  FILLER              PIC X(56).
       FD  RPTFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-REC                 PIC X(80).
       FD  IFCFILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IFC-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  VOL-STATUS              PIC XX.
       01  RATE-STATUS             PIC XX.
       01  PRM-STATUS              PIC XX.
       01  VOL-EOF                 PIC X       VALUE 'N'.
       01  RATE-EOF                PIC X       VALUE 'N'.
       01  PRM-EOF                 PIC X       VALUE 'N'.
       01  BILL-MONTH              PIC 9(06)  VALUE ZERO.
       01  BILL-MONTH-X            REDEFINES BILL-MONTH.
           05  BILL-CCYY           PIC 9(04).
           05  BILL-MM             PIC 9(02).
       01  VOL-READ-CNT            PIC 9(09)  VALUE ZERO.
       01  VOL-USED-CNT            PIC 9(09)  VALUE ZERO.
       01  RATE-BAD-CNT            PIC 9(05)  VALUE ZERO.
       01  NORATE-CNT              PIC 9(05)  VALUE ZERO.
       01  BILLED-CNT              PIC 9(05)  VALUE ZERO.
       01  LOOKUP-NAME             PIC X(08)  VALUE SPACE.
       01  CX                      PIC 9(01)  VALUE ZERO.
      *    RATE CARD - ENTRY 'DEFAULT' PRICES ANY SOURCE NOT LISTED
       01  RT-COUNT                PIC 9(03)  VALUE ZERO.
       01  RT-IX                   PIC 9(03)  VALUE ZERO.
       01  RT-SLOT                 PIC 9(03)  VALUE ZERO.
       01  RT-DEFAULT              PIC 9(03)  VALUE ZERO.
       01  RT-FOUND                PIC X       VALUE 'N'.
       01  RT-TABLE.
           05  RT-ENTRY            OCCURS 200 TIMES.
               10  RT-SRC          PIC X(08).
               10  RT-CLS          PIC 9(03)V9(04).
               10  RT-REJ          PIC 9(03)V9(04).
               10  RT-DUP          PIC 9(03)V9(04).
               10  RT-MIN          PIC 9(07)V99.
      *    MONTH TOTALS BY SOURCE
       01  BL-COUNT                PIC 9(03)  VALUE ZERO.
       01  BL-IX                   PIC 9(03)  VALUE ZERO.
       01  BL-SLOT                 PIC 9(03)  VALUE ZERO.
       01  BL-FOUND                PIC X       VALUE 'N'.
       01  BL-TABLE.
           05  BL-ENTRY            OCCURS 200 TIMES.
               10  BL-SRC          PIC X(08).
               10  BL-RUNS         PIC 9(05).
               10  BL-CLS          PIC 9(09).
               10  BL-REJ          PIC 9(09).
               10  BL-DUP          PIC 9(09).
               10  BL-FIRST        PIC 9(08).
               10  BL-LAST         PIC 9(08).
       01  AMT-CLS                 PIC 9(09)V99 VALUE ZERO.
       01  AMT-REJ                 PIC 9(09)V99 VALUE ZERO.
       01  AMT-DUP                 PIC 9(09)V99 VALUE ZERO.
       01  AMT-USAGE               PIC 9(09)V99 VALUE ZERO.
       01  AMT-MIN-ADD             PIC 9(09)V99 VALUE ZERO.
       01  AMT-DUE                 PIC 9(09)V99 VALUE ZERO.
       01  AMT-GRAND               PIC 9(11)V99 VALUE ZERO.
       COPY SY0099.
       COPY SY0095.
       01  RPT-HDR-LINE.
           05 FILLER               PIC X(40)  VALUE
                        '*** CLASSIFICATION CHARGEBACK ***  MONTH'.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-HDR-MONTH        PIC 9(06).
           05 FILLER               PIC X(33)  VALUE SPACE.
       01  RPT-SRC-LINE.
           05 FILLER               PIC X(24)  VALUE
                                   'INVOICE DETAIL - SOURCE '.
           05 RPT-SRC-NAME         PIC X(08).
           05 FILLER               PIC X(07)  VALUE '  RUNS '.
           05 RPT-SRC-RUNS         PIC ZZZZ9.
           05 FILLER               PIC X(08)  VALUE '  FIRST '.
           05 RPT-SRC-FIRST        PIC 9(08).
           05 FILLER               PIC X(07)  VALUE '  LAST '.
           05 RPT-SRC-LAST         PIC 9(08).
           05 FILLER               PIC X(05)  VALUE SPACE.
       01  RPT-ITEM-LINE.
           05 FILLER               PIC X(04)  VALUE SPACE.
           05 RPT-ITEM-TEXT        PIC X(16).
           05 RPT-ITEM-CNT         PIC Z(08)9.
           05 FILLER               PIC X(04)  VALUE '  @ '.
           05 RPT-ITEM-RATE        PIC ZZ9.9999.
           05 FILLER               PIC X(04)  VALUE SPACE.
           05 RPT-ITEM-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(21)  VALUE SPACE.
       01  RPT-AMT-LINE.
           05 FILLER               PIC X(04)  VALUE SPACE.
           05 RPT-AMT-TEXT         PIC X(41).
           05 RPT-AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPT-AMT-NOTE         PIC X(20).
       01  RPT-SUM-LINE.
           05 RPT-SUM-TEXT         PIC X(45).
           05 RPT-SUM-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(18)  VALUE SPACE.
       01  RPT-CNT-LINE.
           05 RPT-CNT-TEXT         PIC X(45).
           05 RPT-CNT-VALUE        PIC Z(13)9.
           05 FILLER               PIC X(21)  VALUE SPACE.
       01  RPT-MSG-LINE.
           05 RPT-MSG-TEXT         PIC X(50).
           05 FILLER               PIC X(30)  VALUE SPACE.
       01  BLANK-LINE              PIC X(80)  VALUE SPACE.
      *    FINANCE INTERFACE - ONE 'D' LINE PER SOURCE, ONE 'T' LINE
       01  IFC-DTL-LINE.
           05 IFC-DTL-TYPE         PIC X(01)  VALUE 'D'.
           05 IFC-DTL-MONTH        PIC 9(06).
           05 IFC-DTL-SRC          PIC X(08).
           05 IFC-DTL-CLS          PIC 9(09).
           05 IFC-DTL-REJ          PIC 9(09).
           05 IFC-DTL-DUP          PIC 9(09).
           05 IFC-DTL-USAGE        PIC 9(09)V99.
           05 IFC-DTL-AMT          PIC 9(09)V99.
           05 IFC-DTL-MIN-FLAG     PIC X(01).
           05 FILLER               PIC X(15)  VALUE SPACE.
       01  IFC-TRL-LINE.
           05 IFC-TRL-TYPE         PIC X(01)  VALUE 'T'.
           05 IFC-TRL-MONTH        PIC 9(06).
           05 IFC-TRL-CNT          PIC 9(05).
           05 IFC-TRL-AMT          PIC 9(11)V99.
           05 FILLER               PIC X(55)  VALUE SPACE.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
           PERFORM LOAD-RATE-PARA
              UNTIL RATE-EOF = 'Y'.
           PERFORM TALLY-VOL
              UNTIL VOL-EOF = 'Y'.
           PERFORM BILL-SOURCE-PARA
              VARYING BL-IX FROM 1 BY 1 UNTIL BL-IX > BL-COUNT.
           PERFORM ENDING-PARA.
           GOBACK.
       INIT-PARA.
           MOVE 'TRIBIL' TO X95-PROGRAMME.
           MOVE 'D' TO X95-PHASE.
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.
           MOVE SPACES TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.
           OPEN INPUT PRMFILE.
           IF PRM-STATUS = '00'
              PERFORM LOAD-PARM-PARA
                 UNTIL PRM-EOF = 'Y'
              CLOSE PRMFILE
           END-IF.
      *    NO MONTH GIVEN - BILL THE MONTH BEFORE TODAY
           IF BILL-MONTH = ZERO
              MOVE 'C' TO X99-FONCTION
              CALL 'SY0099' USING SY0099-PARMS
              MOVE X99-DATE-8 (1:6) TO BILL-MONTH
              IF BILL-MM = 1
                 MOVE 12 TO BILL-MM
                 SUBTRACT 1 FROM BILL-CCYY
              ELSE
                 SUBTRACT 1 FROM BILL-MM
              END-IF
           END-IF.
           OPEN INPUT RATEFILE.
           IF RATE-STATUS NOT = '00'
              DISPLAY 'RATE CARD UNAVAILABLE - STATUS ' RATE-STATUS
              MOVE 'Y' TO RATE-EOF
           END-IF.
           OPEN INPUT VOLFILE.
           IF VOL-STATUS NOT = '00'
              DISPLAY 'BILLING VOLUMES UNAVAILABLE - STATUS '
                      VOL-STATUS
              MOVE 'Y' TO VOL-EOF
           END-IF.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT IFCFILE.
           MOVE BILL-MONTH TO RPT-HDR-MONTH.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
       LOAD-PARM-PARA.
           READ PRMFILE
              AT END
              MOVE 'Y' TO PRM-EOF.
           IF PRM-EOF = 'N'
              IF PRM-KEY = 'BILMON'
                 AND PRM-VALUE (1:6) NUMERIC
                 AND PRM-VALUE (5:2) > '00'
                 AND PRM-VALUE (5:2) < '13'
                 MOVE PRM-VALUE (1:6) TO BILL-MONTH
              END-IF
           END-IF.
       LOAD-RATE-PARA.
           READ RATEFILE
              AT END
              MOVE 'Y' TO RATE-EOF.
           IF RATE-EOF = 'N'
              IF RATE-SRC = SPACES
                 OR RATE-CLS NOT NUMERIC
                 OR RATE-REJ NOT NUMERIC
                 OR RATE-DUP NOT NUMERIC
                 OR RATE-MIN NOT NUMERIC
                 DISPLAY 'RATE CARD LINE REJECTED: ' RATE-REC (1:40)
                 ADD 1 TO RATE-BAD-CNT
              ELSE
                 IF RT-COUNT >= 200
                    DISPLAY 'RATE CARD TABLE FULL - LINE DROPPED: '
                            RATE-SRC
                    ADD 1 TO RATE-BAD-CNT
                 ELSE
                    ADD 1 TO RT-COUNT
                    MOVE RATE-SRC TO RT-SRC (RT-COUNT)
                    MOVE RATE-CLS TO RT-CLS (RT-COUNT)
                    MOVE RATE-REJ TO RT-REJ (RT-COUNT)
                    MOVE RATE-DUP TO RT-DUP (RT-COUNT)
                    MOVE RATE-MIN TO RT-MIN (RT-COUNT)
                    IF RATE-SRC = 'DEFAULT'
                       MOVE RT-COUNT TO RT-DEFAULT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *    INVALID TRIANGLES ARE THE REJECTS; RECORDS ALREADY ON THE
      *    MASTER ARE THE DUPLICATES; EVERY OTHER TYPE IS CLASSIFIED
       TALLY-VOL.
           READ VOLFILE
              AT END
              MOVE 'Y' TO VOL-EOF.
           IF VOL-EOF = 'N'
              ADD 1 TO VOL-READ-CNT
              IF VOL-RUN-DATE (1:6) = BILL-MONTH
                 ADD 1 TO VOL-USED-CNT
                 MOVE VOL-SRC-NAME TO LOOKUP-NAME
                 PERFORM FIND-BILL-PARA
                 IF BL-SLOT NOT = ZERO
                    ADD 1 TO BL-RUNS (BL-SLOT)
                    PERFORM ADD-VOL-CAT-PARA
                       VARYING CX FROM 1 BY 1 UNTIL CX > 8
                    ADD VOL-SKP TO BL-DUP (BL-SLOT)
                    IF BL-FIRST (BL-SLOT) = ZERO
                       OR VOL-RUN-DATE < BL-FIRST (BL-SLOT)
                       MOVE VOL-RUN-DATE TO BL-FIRST (BL-SLOT)
                    END-IF
                    IF VOL-RUN-DATE > BL-LAST (BL-SLOT)
                       MOVE VOL-RUN-DATE TO BL-LAST (BL-SLOT)
                    END-IF
                 ELSE
                    DISPLAY 'SOURCE TABLE FULL - VOLUMES DROPPED: '
                            VOL-SRC-NAME
                 END-IF
              END-IF
           END-IF.
       ADD-VOL-CAT-PARA.
           IF CX = 4
              ADD VOL-CNTR (CX) TO BL-REJ (BL-SLOT)
           ELSE
              ADD VOL-CNTR (CX) TO BL-CLS (BL-SLOT)
           END-IF.
       FIND-BILL-PARA.
           MOVE ZERO TO BL-SLOT.
           MOVE 'N' TO BL-FOUND.
           IF BL-COUNT NOT = ZERO
              PERFORM SCAN-BILL-PARA
                 VARYING BL-IX FROM 1 BY 1
                 UNTIL BL-IX > BL-COUNT OR BL-FOUND = 'Y'
           END-IF.
           IF BL-FOUND = 'Y'
              COMPUTE BL-SLOT = BL-IX - 1
           ELSE
              IF BL-COUNT < 200
                 ADD 1 TO BL-COUNT
                 MOVE BL-COUNT TO BL-SLOT
                 MOVE LOOKUP-NAME TO BL-SRC (BL-SLOT)
                 MOVE ZERO TO BL-RUNS (BL-SLOT) BL-CLS (BL-SLOT)
                              BL-REJ (BL-SLOT) BL-DUP (BL-SLOT)
                              BL-FIRST (BL-SLOT) BL-LAST (BL-SLOT)
              END-IF
           END-IF.
       SCAN-BILL-PARA.
           IF BL-SRC (BL-IX) = LOOKUP-NAME
              MOVE 'Y' TO BL-FOUND
           END-IF.
       FIND-RATE-PARA.
           MOVE ZERO TO RT-SLOT.
           MOVE 'N' TO RT-FOUND.
           IF RT-COUNT NOT = ZERO
              PERFORM SCAN-RATE-PARA
                 VARYING RT-IX FROM 1 BY 1
                 UNTIL RT-IX > RT-COUNT OR RT-FOUND = 'Y'
           END-IF.
           IF RT-FOUND = 'Y'
              COMPUTE RT-SLOT = RT-IX - 1
           ELSE
              MOVE RT-DEFAULT TO RT-SLOT
           END-IF.
       SCAN-RATE-PARA.
           IF RT-SRC (RT-IX) = LOOKUP-NAME
              MOVE 'Y' TO RT-FOUND
           END-IF.
       BILL-SOURCE-PARA.
           MOVE BL-SRC (BL-IX) TO RPT-SRC-NAME.
           MOVE BL-RUNS (BL-IX) TO RPT-SRC-RUNS.
           MOVE BL-FIRST (BL-IX) TO RPT-SRC-FIRST.
           MOVE BL-LAST (BL-IX) TO RPT-SRC-LAST.
           WRITE RPT-REC FROM RPT-SRC-LINE.
           MOVE BL-SRC (BL-IX) TO LOOKUP-NAME.
           PERFORM FIND-RATE-PARA.
           IF RT-SLOT = ZERO
              MOVE 'NO RATE ON RATE CARD - NOT BILLED' TO RPT-AMT-TEXT
              MOVE ZERO TO RPT-AMT-VALUE
              MOVE SPACES TO RPT-AMT-NOTE
              WRITE RPT-REC FROM RPT-AMT-LINE
              ADD 1 TO NORATE-CNT
           ELSE
              PERFORM PRICE-SOURCE-PARA
           END-IF.
           WRITE RPT-REC FROM BLANK-LINE.
       PRICE-SOURCE-PARA.
           COMPUTE AMT-CLS ROUNDED = BL-CLS (BL-IX) * RT-CLS (RT-SLOT).
           COMPUTE AMT-REJ ROUNDED = BL-REJ (BL-IX) * RT-REJ (RT-SLOT).
           COMPUTE AMT-DUP ROUNDED = BL-DUP (BL-IX) * RT-DUP (RT-SLOT).
           COMPUTE AMT-USAGE = AMT-CLS + AMT-REJ + AMT-DUP.
           MOVE ZERO TO AMT-MIN-ADD.
           IF AMT-USAGE < RT-MIN (RT-SLOT)
              COMPUTE AMT-MIN-ADD = RT-MIN (RT-SLOT) - AMT-USAGE
           END-IF.
           COMPUTE AMT-DUE = AMT-USAGE + AMT-MIN-ADD.
           MOVE 'CLASSIFIED' TO RPT-ITEM-TEXT.
           MOVE BL-CLS (BL-IX) TO RPT-ITEM-CNT.
           MOVE RT-CLS (RT-SLOT) TO RPT-ITEM-RATE.
           MOVE AMT-CLS TO RPT-ITEM-AMT.
           WRITE RPT-REC FROM RPT-ITEM-LINE.
           MOVE 'REJECTED' TO RPT-ITEM-TEXT.
           MOVE BL-REJ (BL-IX) TO RPT-ITEM-CNT.
           MOVE RT-REJ (RT-SLOT) TO RPT-ITEM-RATE.
           MOVE AMT-REJ TO RPT-ITEM-AMT.
           WRITE RPT-REC FROM RPT-ITEM-LINE.
           MOVE 'DUPLICATE' TO RPT-ITEM-TEXT.
           MOVE BL-DUP (BL-IX) TO RPT-ITEM-CNT.
           MOVE RT-DUP (RT-SLOT) TO RPT-ITEM-RATE.
           MOVE AMT-DUP TO RPT-ITEM-AMT.
           WRITE RPT-REC FROM RPT-ITEM-LINE.
           MOVE 'USAGE CHARGE' TO RPT-AMT-TEXT.
           MOVE AMT-USAGE TO RPT-AMT-VALUE.
           IF RT-FOUND = 'Y'
              MOVE SPACES TO RPT-AMT-NOTE
           ELSE
              MOVE 'DEFAULT RATES' TO RPT-AMT-NOTE
           END-IF.
           WRITE RPT-REC FROM RPT-AMT-LINE.
           MOVE 'MINIMUM CHARGE ADJUSTMENT' TO RPT-AMT-TEXT.
           MOVE AMT-MIN-ADD TO RPT-AMT-VALUE.
           MOVE SPACES TO RPT-AMT-NOTE.
           WRITE RPT-REC FROM RPT-AMT-LINE.
           MOVE 'AMOUNT DUE' TO RPT-AMT-TEXT.
           MOVE AMT-DUE TO RPT-AMT-VALUE.
           WRITE RPT-REC FROM RPT-AMT-LINE.
           MOVE BILL-MONTH TO IFC-DTL-MONTH.
           MOVE BL-SRC (BL-IX) TO IFC-DTL-SRC.
           MOVE BL-CLS (BL-IX) TO IFC-DTL-CLS.
           MOVE BL-REJ (BL-IX) TO IFC-DTL-REJ.
           MOVE BL-DUP (BL-IX) TO IFC-DTL-DUP.
           MOVE AMT-USAGE TO IFC-DTL-USAGE.
           MOVE AMT-DUE TO IFC-DTL-AMT.
           IF AMT-MIN-ADD = ZERO
              MOVE 'N' TO IFC-DTL-MIN-FLAG
           ELSE
              MOVE 'Y' TO IFC-DTL-MIN-FLAG
           END-IF.
           WRITE IFC-REC FROM IFC-DTL-LINE.
           ADD 1 TO BILLED-CNT.
           ADD AMT-DUE TO AMT-GRAND.
       ENDING-PARA.
           IF RATE-STATUS = '00' OR RATE-STATUS = '10'
              CLOSE RATEFILE
           END-IF.
           IF VOL-STATUS = '00' OR VOL-STATUS = '10'
              CLOSE VOLFILE
           END-IF.
           MOVE BILL-MONTH TO IFC-TRL-MONTH.
           MOVE BILLED-CNT TO IFC-TRL-CNT.
           MOVE AMT-GRAND TO IFC-TRL-AMT.
           WRITE IFC-REC FROM IFC-TRL-LINE.
           CLOSE IFCFILE.
           MOVE 'SOURCES BILLED' TO RPT-CNT-TEXT.
           MOVE BILLED-CNT TO RPT-CNT-VALUE.
           WRITE RPT-REC FROM RPT-CNT-LINE.
           MOVE 'TOTAL AMOUNT BILLED' TO RPT-SUM-TEXT.
           MOVE AMT-GRAND TO RPT-SUM-VALUE.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           WRITE RPT-REC FROM BLANK-LINE.
           IF NORATE-CNT = ZERO AND RATE-BAD-CNT = ZERO
              MOVE 'ALL SOURCES PRICED FROM THE RATE CARD' TO
                   RPT-MSG-TEXT
           ELSE
              MOVE 'SOURCES NOT BILLED OR RATE LINES REJECTED - RC=4'
                   TO RPT-MSG-TEXT
              MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC FROM RPT-MSG-LINE.
           CLOSE RPTFILE.
           DISPLAY 'TRIBIL: MONTH BILLED         = ' BILL-MONTH.
           DISPLAY 'TRIBIL: VOLUME RECORDS USED  = ' VOL-USED-CNT.
           DISPLAY 'TRIBIL: SOURCES BILLED       = ' BILLED-CNT.
           DISPLAY 'TRIBIL: SOURCES WITHOUT RATE = ' NORATE-CNT.
           MOVE 'F' TO X95-PHASE.
           MOVE VOL-READ-CNT TO X95-CPT-ENTREE.
           MOVE BILLED-CNT TO X95-CPT-SORTIE.
           MOVE NORATE-CNT TO X95-CPT-REJET.
           MOVE 'OK' TO X95-ETAT.
           CALL 'SY0095' USING SY0095-PARMS.

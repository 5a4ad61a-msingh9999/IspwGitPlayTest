000100 IDENTIFICATION DIVISION.                                         PAYBVA01
000200 PROGRAM-ID.        PAYBVA01.                                     PAYBVA01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYBVA01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYBVA01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYBVA01
000600 DATE-COMPILED.                                                   PAYBVA01
000700***************************************************************** PAYBVA01
000800*                   MODIFICATION  LOG                             PAYBVA01
000900*                                                                 PAYBVA01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYBVA01
001100*  --------  ----------  -----------------------------------      PAYBVA01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYBVA01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYBVA01
001300***************************************************************** PAYBVA01
001400*                                                                 PAYBVA01
001500*  PAYROLL BUDGET VERSUS ACTUAL BY REGION AND PAY ELEMENT.        PAYBVA01
001600*  THE REPORTING PERIOD IS THE YEAR AND MONTH OF THE PERPRM       PAYBVA01
001700*  PAY-PERIOD-END DATE.  ACTUALS ARE THE PAYHIS RUN TOTALS        PAYBVA01
001800*  WRITTEN BY PAYDRV01, TAKEN BY THE MONTH OF THE RUN DATE;       PAYBVA01
001900*  BUDGETS COME FROM BUDMST (MAINTAINED BY PAYBUD01).  FOR        PAYBVA01
002000*  EACH REGION, WAGES, OVERTIME, COMMISSION AND THEIR TOTAL       PAYBVA01
002100*  ARE SHOWN FOR THE PERIOD AND YEAR TO DATE WITH THE             PAYBVA01
002200*  VARIANCE IN AMOUNT AND PERCENT (ACTUAL LESS BUDGET, PLUS       PAYBVA01
002300*  MEANS OVERSPENT).  A REGION WHOSE TOTAL IS OVER BUDGET BY      PAYBVA01
002400*  MORE THAN THE BVAPRM TOLERANCE PERCENT (DEFAULT 5) FOR THE     PAYBVA01
002500*  PERIOD OR THE YEAR IS FLAGGED AND THE RUN ENDS RC=4.           PAYBVA01
002600*                                                                 PAYBVA01
002700 ENVIRONMENT DIVISION.                                            PAYBVA01
002800 CONFIGURATION SECTION.                                           PAYBVA01
002900 SOURCE-COMPUTER.   IBM-370.                                      PAYBVA01
003000 OBJECT-COMPUTER.   IBM-370.                                      PAYBVA01
003100 INPUT-OUTPUT SECTION.                                            PAYBVA01
003200 FILE-CONTROL.                                                    PAYBVA01
003300     SELECT HIS-FILE    ASSIGN TO PAYHIS                          PAYBVA01
003400            ORGANIZATION IS SEQUENTIAL                            PAYBVA01
003500            FILE STATUS IS PAY-HIS-STATUS.                        PAYBVA01
003600     SELECT BUD-FILE    ASSIGN TO BUDMST                          PAYBVA01
003700            ORGANIZATION IS INDEXED                               PAYBVA01
003800            ACCESS IS SEQUENTIAL                                  PAYBVA01
003900            RECORD KEY IS BUD-KEY                                 PAYBVA01
004000            FILE STATUS IS PAY-BUD-STATUS.                        PAYBVA01
004100     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYBVA01
004200            ORGANIZATION IS SEQUENTIAL                            PAYBVA01
004300            FILE STATUS IS PAY-PER-STATUS.                        PAYBVA01
004400     SELECT PARM-FILE   ASSIGN TO BVAPRM                          PAYBVA01
004500            ORGANIZATION IS SEQUENTIAL                            PAYBVA01
004600            FILE STATUS IS PAY-PARM-STATUS.                       PAYBVA01
004700     SELECT RPT-FILE    ASSIGN TO BVARPT                          PAYBVA01
004800            ORGANIZATION IS SEQUENTIAL.                           PAYBVA01
004900 DATA DIVISION.                                                   PAYBVA01
005000 FILE SECTION.                                                    PAYBVA01
005100 FD  HIS-FILE                                                     PAYBVA01
005200     LABEL RECORDS STANDARD                                       PAYBVA01
005300     BLOCK 00000 RECORDS                                          PAYBVA01
005400     RECORDING F.                                                 PAYBVA01
005500 01  HIS-REC.                                                     PAYBVA01
005600     05  HIS-DATE            PIC 9(06).                           PAYBVA01
005700     05  HIS-DATE-X REDEFINES HIS-DATE.                           PAYBVA01
005800         10  HIS-YY          PIC 9(02).                           PAYBVA01
005900         10  HIS-MM          PIC 9(02).                           PAYBVA01
006000         10  HIS-DD          PIC 9(02).                           PAYBVA01
006100     05  HIS-REGION          PIC X(05).                           PAYBVA01
006200     05  HIS-WAGES           PIC 9(09)V99.                        PAYBVA01
006300     05  HIS-OT              PIC 9(09)V99.                        PAYBVA01
006400     05  HIS-COMM            PIC 9(09)V99.                        PAYBVA01
006500     05  HIS-COUNT           PIC 9(07).                           PAYBVA01
006600     05  FILLER              PIC X(15).                           PAYBVA01
006700 FD  BUD-FILE                                                     PAYBVA01
006800     LABEL RECORDS STANDARD.                                      PAYBVA01
006900 01  BUD-REC.                                                     PAYBVA01
007000     05  BUD-KEY.                                                 PAYBVA01
007100         10  BUD-REGION      PIC X(05).                           PAYBVA01
007200         10  BUD-YEAR        PIC 9(04).                           PAYBVA01
007300         10  BUD-PERIOD      PIC 9(02).                           PAYBVA01
007400     05  BUD-WAGES           PIC 9(09)V99.                        PAYBVA01
007500     05  BUD-OT              PIC 9(09)V99.                        PAYBVA01
007600     05  BUD-COMM            PIC 9(09)V99.                        PAYBVA01
007700     05  BUD-CHANGED         PIC 9(06).                           PAYBVA01
007800     05  BUD-REVISIONS       PIC 9(03).                           PAYBVA01
007900     05  FILLER              PIC X(08).                           PAYBVA01
008000 FD  PER-FILE                                                     PAYBVA01
008100     LABEL RECORDS STANDARD                                       PAYBVA01
008200     BLOCK 00000 RECORDS                                          PAYBVA01
008300     RECORDING F.                                                 PAYBVA01
008400 01  PER-REC.                                                     PAYBVA01
008500     05  PER-DATE            PIC 9(08).                           PAYBVA01
008600     05  PER-DATE-X REDEFINES PER-DATE.                           PAYBVA01
008700         10  PER-CCYY        PIC 9(04).                           PAYBVA01
008800         10  PER-MM          PIC 9(02).                           PAYBVA01
008900         10  PER-DD          PIC 9(02).                           PAYBVA01
009000     05  PER-FORCE           PIC X(01).                           PAYBVA01
009100 FD  PARM-FILE                                                    PAYBVA01
009200     LABEL RECORDS STANDARD                                       PAYBVA01
009300     BLOCK 00000 RECORDS                                          PAYBVA01
009400     RECORDING F.                                                 PAYBVA01
009500 01  PARM-REC.                                                    PAYBVA01
009600     05  PARM-TOL-PCT        PIC 9(03).                           PAYBVA01
009700 FD  RPT-FILE                                                     PAYBVA01
009800     LABEL RECORDS STANDARD                                       PAYBVA01
009900     BLOCK 00000 RECORDS                                          PAYBVA01
010000     RECORDING F.                                                 PAYBVA01
010100 01  RPT-REC                 PIC X(80).                           PAYBVA01
010200 WORKING-STORAGE SECTION.                                         PAYBVA01
010300 77  PAY-HIS-STATUS           PIC X(02) VALUE ZERO.               PAYBVA01
010400 77  PAY-BUD-STATUS           PIC X(02) VALUE ZERO.               PAYBVA01
010500 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYBVA01
010600 77  PAY-PARM-STATUS          PIC X(02) VALUE ZERO.               PAYBVA01
010700 77  PAY-HIS-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBVA01
010800     88  PAY-HIS-EOF              VALUE 'Y'.                      PAYBVA01
010900 77  PAY-BUD-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBVA01
011000     88  PAY-BUD-EOF              VALUE 'Y'.                      PAYBVA01
011100 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYBVA01
011125 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYBVA01
011150 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYBVA01
011175 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYBVA01
011200 77  PAY-TOL-PCT              PIC 9(03) VALUE 5.                  PAYBVA01
011300 77  PAY-RPT-YEAR             PIC 9(04) VALUE ZERO.               PAYBVA01
011400 77  PAY-RPT-MONTH            PIC 9(02) VALUE ZERO.               PAYBVA01
011500 77  PAY-HIS-YEAR             PIC 9(04) VALUE ZERO.               PAYBVA01
011600 77  PAY-HIS-READ             PIC 9(07) COMP-3 VALUE ZERO.        PAYBVA01
011700 77  PAY-HIS-USED             PIC 9(07) COMP-3 VALUE ZERO.        PAYBVA01
011800 77  PAY-BUD-READ             PIC 9(07) COMP-3 VALUE ZERO.        PAYBVA01
011900 77  PAY-BUD-USED             PIC 9(07) COMP-3 VALUE ZERO.        PAYBVA01
012000 77  PAY-FLAG-COUNT           PIC 9(03) COMP-3 VALUE ZERO.        PAYBVA01
012100 77  PAY-NOBUD-COUNT          PIC 9(03) COMP-3 VALUE ZERO.        PAYBVA01
012200 77  PAY-FULL-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYBVA01
012300 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYBVA01
012400 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYBVA01
012500 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYBVA01
012600 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYBVA01
012700 77  PAY-KEY-REGION           PIC X(05) VALUE SPACES.             PAYBVA01
012800 77  PAY-EL-IX                PIC 9(01) COMP VALUE ZERO.          PAYBVA01
012900 77  PAY-CUR-PERIOD           PIC X(01) VALUE 'N'.                PAYBVA01
013000 77  PAY-REGION-OVER          PIC X(01) VALUE 'N'.                PAYBVA01
013100 77  PAY-BUD-AMT              PIC 9(11)V99 VALUE ZERO.            PAYBVA01
013200 77  PAY-ACT-AMT              PIC 9(11)V99 VALUE ZERO.            PAYBVA01
013300 77  PAY-VAR-AMT              PIC S9(11)V99 VALUE ZERO.           PAYBVA01
013400 77  PAY-VAR-PCT              PIC S9(05)V9 VALUE ZERO.            PAYBVA01
013500 01  PAY-ELEMENT-NAMES.                                           PAYBVA01
013600     05  FILLER              PIC X(10) VALUE 'WAGES'.             PAYBVA01
013700     05  FILLER              PIC X(10) VALUE 'OVERTIME'.          PAYBVA01
013800     05  FILLER              PIC X(10) VALUE 'COMMISSION'.        PAYBVA01
013900     05  FILLER              PIC X(10) VALUE 'TOTAL'.             PAYBVA01
014000 01  PAY-ELEMENT-TABLE REDEFINES PAY-ELEMENT-NAMES.               PAYBVA01
014100     05  PAY-EL-NAME         PIC X(10) OCCURS 4 TIMES.            PAYBVA01
014200 01  PAY-REGION-TABLE.                                            PAYBVA01
014300     05  PAY-REG-ENTRY        OCCURS 50 TIMES.                    PAYBVA01
014400         10  PAY-REG-CODE     PIC X(05).                          PAYBVA01
014500         10  PAY-REG-BUD-SEEN PIC X(01).                          PAYBVA01
014600         10  PAY-REG-ELEM     OCCURS 4 TIMES.                     PAYBVA01
014700             15  PAY-REG-PER-BUD  PIC 9(11)V99.                   PAYBVA01
014800             15  PAY-REG-PER-ACT  PIC 9(11)V99.                   PAYBVA01
014900             15  PAY-REG-YTD-BUD  PIC 9(11)V99.                   PAYBVA01
015000             15  PAY-REG-YTD-ACT  PIC 9(11)V99.                   PAYBVA01
015100 01  PAY-PRT-ENTRY.                                               PAYBVA01
015200     05  PAY-PRT-CODE         PIC X(05).                          PAYBVA01
015300     05  PAY-PRT-BUD-SEEN     PIC X(01).                          PAYBVA01
015400     05  PAY-PRT-ELEM         OCCURS 4 TIMES.                     PAYBVA01
015500         10  PAY-PRT-PER-BUD  PIC 9(11)V99.                       PAYBVA01
015600         10  PAY-PRT-PER-ACT  PIC 9(11)V99.                       PAYBVA01
015700         10  PAY-PRT-YTD-BUD  PIC 9(11)V99.                       PAYBVA01
015800         10  PAY-PRT-YTD-ACT  PIC 9(11)V99.                       PAYBVA01
015900 01  PAY-ALL-ENTRY.                                               PAYBVA01
016000     05  PAY-ALL-CODE         PIC X(05) VALUE 'ALL'.              PAYBVA01
016100     05  PAY-ALL-BUD-SEEN     PIC X(01) VALUE 'Y'.                PAYBVA01
016200     05  PAY-ALL-ELEM         OCCURS 4 TIMES.                     PAYBVA01
016300         10  PAY-ALL-PER-BUD  PIC 9(11)V99.                       PAYBVA01
016400         10  PAY-ALL-PER-ACT  PIC 9(11)V99.                       PAYBVA01
016500         10  PAY-ALL-YTD-BUD  PIC 9(11)V99.                       PAYBVA01
016600         10  PAY-ALL-YTD-ACT  PIC 9(11)V99.                       PAYBVA01
016700*                                                                 PAYBVA01
016800 01  RPT-HDR-LINE.                                                PAYBVA01
016900     05  FILLER              PIC X(34) VALUE                      PAYBVA01
017000         'PAYROLL BUDGET VERSUS ACTUAL  YEAR'.                    PAYBVA01
017100     05  HDR-YEAR            PIC 9(04).                           PAYBVA01
017200     05  FILLER              PIC X(08) VALUE '  PERIOD'.          PAYBVA01
017300     05  HDR-MONTH           PIC Z9.                              PAYBVA01
017400     05  FILLER              PIC X(12) VALUE '  TOLERANCE'.       PAYBVA01
017500     05  HDR-TOL             PIC ZZ9.                             PAYBVA01
017600     05  FILLER              PIC X(01) VALUE '%'.                 PAYBVA01
017700     05  FILLER              PIC X(16) VALUE SPACES.              PAYBVA01
017800 01  RPT-COL-LINE.                                                PAYBVA01
017900     05  FILLER              PIC X(16) VALUE 'ELEMENT'.           PAYBVA01
018000     05  FILLER              PIC X(15) VALUE '        BUDGET'.    PAYBVA01
018100     05  FILLER              PIC X(15) VALUE '        ACTUAL'.    PAYBVA01
018200     05  FILLER              PIC X(15) VALUE '      VARIANCE'.    PAYBVA01
018300     05  FILLER              PIC X(08) VALUE '   PCT'.            PAYBVA01
018400     05  FILLER              PIC X(11) VALUE SPACES.              PAYBVA01
018500 01  RPT-REG-LINE.                                                PAYBVA01
018600     05  FILLER              PIC X(07) VALUE 'REGION '.           PAYBVA01
018700     05  REG-CODE            PIC X(05).                           PAYBVA01
018800     05  FILLER              PIC X(01) VALUE SPACE.               PAYBVA01
018900     05  REG-NOTE            PIC X(40).                           PAYBVA01
019000     05  FILLER              PIC X(27) VALUE SPACES.              PAYBVA01
019100 01  RPT-DTL-LINE.                                                PAYBVA01
019200     05  DTL-ELEMENT         PIC X(10).                           PAYBVA01
019300     05  DTL-SCOPE           PIC X(06).                           PAYBVA01
019400     05  DTL-BUDGET          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBVA01
019500     05  FILLER              PIC X(01) VALUE SPACE.               PAYBVA01
019600     05  DTL-ACTUAL          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBVA01
019700     05  FILLER              PIC X(01) VALUE SPACE.               PAYBVA01
019800     05  DTL-VARIANCE        PIC -ZZ,ZZZ,ZZ9.99.                  PAYBVA01
019900     05  FILLER              PIC X(01) VALUE SPACE.               PAYBVA01
020000     05  DTL-PCT             PIC -ZZZ9.9.                         PAYBVA01
020100     05  FILLER              PIC X(01) VALUE SPACE.               PAYBVA01
020200     05  DTL-FLAG            PIC X(06).                           PAYBVA01
020300     05  FILLER              PIC X(05) VALUE SPACES.              PAYBVA01
020400 01  RPT-SUM-LINE.                                                PAYBVA01
020500     05  SUM-TEXT            PIC X(50).                           PAYBVA01
020600     05  FILLER              PIC X(30) VALUE SPACES.              PAYBVA01
020700 COPY SY0095.                                                     PAYBVA01
020750 COPY SY0081.                                                     PAYBVA01
020800 PROCEDURE DIVISION.                                              PAYBVA01
020900***************************************************************** PAYBVA01
021000* 0000-MAINLINE                                                   PAYBVA01
021100***************************************************************** PAYBVA01
021200 0000-MAINLINE.                                                   PAYBVA01
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYBVA01
021400     IF PAY-STOP-SWITCH = 'Y'                                     PAYBVA01
021500        GO TO 8100-JOURNAL-STOP                                   PAYBVA01
021600     END-IF.                                                      PAYBVA01
021700     PERFORM 2000-LOAD-ACTUALS THRU 2000-EXIT                     PAYBVA01
021800         UNTIL PAY-HIS-EOF.                                       PAYBVA01
021900     PERFORM 3000-LOAD-BUDGETS THRU 3000-EXIT                     PAYBVA01
022000         UNTIL PAY-BUD-EOF.                                       PAYBVA01
022100     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.                    PAYBVA01
022200     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYBVA01
022300     GO TO 9999-EXIT.                                             PAYBVA01
022400***************************************************************** PAYBVA01
022500* 1000-INITIALIZE - PERIOD, TOLERANCE AND FILES                   PAYBVA01
022600***************************************************************** PAYBVA01
022700 1000-INITIALIZE.                                                 PAYBVA01
022800     MOVE 'PAYBVA01' TO X95-PROGRAMME.                            PAYBVA01
022900     MOVE 'D' TO X95-PHASE.                                       PAYBVA01
023000     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYBVA01
023100                  X95-CPT-REJET.                                  PAYBVA01
023200     MOVE SPACES TO X95-ETAT.                                     PAYBVA01
023300     CALL 'SY0095' USING SY0095-PARMS.                            PAYBVA01
023400     OPEN INPUT PER-FILE.                                         PAYBVA01
023500     IF PAY-PER-STATUS = '00'                                     PAYBVA01
023600        READ PER-FILE                                             PAYBVA01
023700            AT END MOVE SPACES TO PER-REC                         PAYBVA01
023800        END-READ                                                  PAYBVA01
023900        CLOSE PER-FILE                                            PAYBVA01
024000     ELSE                                                         PAYBVA01
024100        MOVE SPACES TO PER-REC                                    PAYBVA01
024200     END-IF.                                                      PAYBVA01
024300     IF PER-DATE NOT NUMERIC OR PER-DATE = ZERO                   PAYBVA01
024400        DISPLAY 'NO PAY-PERIOD-END DATE ON PERPRM - STOPPED'      PAYBVA01
024500        MOVE 8 TO RETURN-CODE                                     PAYBVA01
024600        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBVA01
024633        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYBVA01
024666        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYBVA01
024700        GO TO 1000-EXIT                                           PAYBVA01
024800     END-IF.                                                      PAYBVA01
024900     MOVE PER-CCYY TO PAY-RPT-YEAR.                               PAYBVA01
025000     MOVE PER-MM TO PAY-RPT-MONTH.                                PAYBVA01
025100     OPEN INPUT PARM-FILE.                                        PAYBVA01
025200     IF PAY-PARM-STATUS = '00'                                    PAYBVA01
025300        READ PARM-FILE                                            PAYBVA01
025400            AT END MOVE SPACES TO PARM-REC                        PAYBVA01
025500        END-READ                                                  PAYBVA01
025600        IF PARM-TOL-PCT NUMERIC                                   PAYBVA01
025700           MOVE PARM-TOL-PCT TO PAY-TOL-PCT                       PAYBVA01
025800        END-IF                                                    PAYBVA01
025900        CLOSE PARM-FILE                                           PAYBVA01
026000     END-IF.                                                      PAYBVA01
026100     MOVE ZERO TO PAY-ALL-ELEM (1) PAY-ALL-ELEM (2)               PAYBVA01
026200                  PAY-ALL-ELEM (3) PAY-ALL-ELEM (4).              PAYBVA01
026300     OPEN INPUT HIS-FILE.                                         PAYBVA01
026400     IF PAY-HIS-STATUS NOT = '00'                                 PAYBVA01
026500        DISPLAY 'PAYROLL HISTORY UNAVAILABLE - STATUS '           PAYBVA01
026600                PAY-HIS-STATUS                                    PAYBVA01
026700        MOVE 4 TO RETURN-CODE                                     PAYBVA01
026800        SET PAY-HIS-EOF TO TRUE                                   PAYBVA01
026900     END-IF.                                                      PAYBVA01
027000     OPEN INPUT BUD-FILE.                                         PAYBVA01
027100     IF PAY-BUD-STATUS NOT = '00'                                 PAYBVA01
027200        AND PAY-BUD-STATUS NOT = '97'                             PAYBVA01
027300        DISPLAY 'BUDGET MASTER UNAVAILABLE - STATUS '             PAYBVA01
027400                PAY-BUD-STATUS                                    PAYBVA01
027500        MOVE 8 TO RETURN-CODE                                     PAYBVA01
027600        SET PAY-BUD-EOF TO TRUE                                   PAYBVA01
027700     END-IF.                                                      PAYBVA01
027800     OPEN OUTPUT RPT-FILE.                                        PAYBVA01
027900     MOVE PAY-RPT-YEAR TO HDR-YEAR.                               PAYBVA01
028000     MOVE PAY-RPT-MONTH TO HDR-MONTH.                             PAYBVA01
028100     MOVE PAY-TOL-PCT TO HDR-TOL.                                 PAYBVA01
028200     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYBVA01
028300     MOVE SPACES TO RPT-REC.                                      PAYBVA01
028400     WRITE RPT-REC.                                               PAYBVA01
028500     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYBVA01
028600 1000-EXIT.                                                       PAYBVA01
028700     EXIT.                                                        PAYBVA01
028800***************************************************************** PAYBVA01
028900* 2000-LOAD-ACTUALS - PAYHIS RUNS OF THE YEAR UP TO THE PERIOD    PAYBVA01
029000***************************************************************** PAYBVA01
029100 2000-LOAD-ACTUALS.                                               PAYBVA01
029200     READ HIS-FILE                                                PAYBVA01
029300         AT END                                                   PAYBVA01
029400            SET PAY-HIS-EOF TO TRUE                               PAYBVA01
029500            GO TO 2000-EXIT                                       PAYBVA01
029600     END-READ.                                                    PAYBVA01
029700     ADD 1 TO PAY-HIS-READ.                                       PAYBVA01
029800     COMPUTE PAY-HIS-YEAR = 2000 + HIS-YY.                        PAYBVA01
029900     IF PAY-HIS-YEAR NOT = PAY-RPT-YEAR                           PAYBVA01
030000        OR HIS-MM > PAY-RPT-MONTH                                 PAYBVA01
030100        GO TO 2000-EXIT                                           PAYBVA01
030200     END-IF.                                                      PAYBVA01
030300     MOVE HIS-REGION TO PAY-KEY-REGION.                           PAYBVA01
030400     PERFORM 2100-FIND-REGION THRU 2100-EXIT.                     PAYBVA01
030500     IF PAY-REG-SLOT = ZERO                                       PAYBVA01
030600        GO TO 2000-EXIT                                           PAYBVA01
030700     END-IF.                                                      PAYBVA01
030800     ADD 1 TO PAY-HIS-USED.                                       PAYBVA01
030900     IF HIS-MM = PAY-RPT-MONTH                                    PAYBVA01
031000        ADD HIS-WAGES TO PAY-REG-PER-ACT (PAY-REG-SLOT, 1)        PAYBVA01
031100                         PAY-ALL-PER-ACT (1)                      PAYBVA01
031200        ADD HIS-OT TO PAY-REG-PER-ACT (PAY-REG-SLOT, 2)           PAYBVA01
031300                      PAY-ALL-PER-ACT (2)                         PAYBVA01
031400        ADD HIS-COMM TO PAY-REG-PER-ACT (PAY-REG-SLOT, 3)         PAYBVA01
031500                        PAY-ALL-PER-ACT (3)                       PAYBVA01
031600     END-IF.                                                      PAYBVA01
031700     ADD HIS-WAGES TO PAY-REG-YTD-ACT (PAY-REG-SLOT, 1)           PAYBVA01
031800                      PAY-ALL-YTD-ACT (1).                        PAYBVA01
031900     ADD HIS-OT TO PAY-REG-YTD-ACT (PAY-REG-SLOT, 2)              PAYBVA01
032000                   PAY-ALL-YTD-ACT (2).                           PAYBVA01
032100     ADD HIS-COMM TO PAY-REG-YTD-ACT (PAY-REG-SLOT, 3)            PAYBVA01
032200                     PAY-ALL-YTD-ACT (3).                         PAYBVA01
032300 2000-EXIT.                                                       PAYBVA01
032400     EXIT.                                                        PAYBVA01
032500 2100-FIND-REGION.                                                PAYBVA01
032600     MOVE ZERO TO PAY-REG-SLOT.                                   PAYBVA01
032700     MOVE 'N' TO PAY-REG-FOUND.                                   PAYBVA01
032800     IF PAY-REG-NBR > ZERO                                        PAYBVA01
032900        PERFORM 2110-SCAN-REGION THRU 2110-EXIT                   PAYBVA01
033000            VARYING PAY-REG-IX FROM 1 BY 1                        PAYBVA01
033100            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYBVA01
033200               OR PAY-REG-FOUND = 'Y'                             PAYBVA01
033300     END-IF.                                                      PAYBVA01
033400     IF PAY-REG-FOUND = 'Y'                                       PAYBVA01
033500        COMPUTE PAY-REG-SLOT = PAY-REG-IX - 1                     PAYBVA01
033600        GO TO 2100-EXIT                                           PAYBVA01
033700     END-IF.                                                      PAYBVA01
033800     IF PAY-REG-NBR < 50                                          PAYBVA01
033900        ADD 1 TO PAY-REG-NBR                                      PAYBVA01
034000        MOVE PAY-REG-NBR TO PAY-REG-SLOT                          PAYBVA01
034100        MOVE PAY-KEY-REGION TO PAY-REG-CODE (PAY-REG-SLOT)        PAYBVA01
034200        MOVE 'N' TO PAY-REG-BUD-SEEN (PAY-REG-SLOT)               PAYBVA01
034300        MOVE ZERO TO PAY-REG-ELEM (PAY-REG-SLOT, 1)               PAYBVA01
034400                     PAY-REG-ELEM (PAY-REG-SLOT, 2)               PAYBVA01
034500                     PAY-REG-ELEM (PAY-REG-SLOT, 3)               PAYBVA01
034600                     PAY-REG-ELEM (PAY-REG-SLOT, 4)               PAYBVA01
034700     ELSE                                                         PAYBVA01
034800        DISPLAY 'REGION TABLE FULL - NOT REPORTED: '              PAYBVA01
034900                PAY-KEY-REGION                                    PAYBVA01
035000        ADD 1 TO PAY-FULL-COUNT                                   PAYBVA01
035100     END-IF.                                                      PAYBVA01
035200 2100-EXIT.                                                       PAYBVA01
035300     EXIT.                                                        PAYBVA01
035400 2110-SCAN-REGION.                                                PAYBVA01
035500     IF PAY-REG-CODE (PAY-REG-IX) = PAY-KEY-REGION                PAYBVA01
035600        MOVE 'Y' TO PAY-REG-FOUND                                 PAYBVA01
035700     END-IF.                                                      PAYBVA01
035800 2110-EXIT.                                                       PAYBVA01
035900     EXIT.                                                        PAYBVA01
036000***************************************************************** PAYBVA01
036100* 3000-LOAD-BUDGETS - BUDMST PERIODS OF THE YEAR UP TO PERIOD     PAYBVA01
036200***************************************************************** PAYBVA01
036300 3000-LOAD-BUDGETS.                                               PAYBVA01
036400     READ BUD-FILE NEXT RECORD                                    PAYBVA01
036500         AT END                                                   PAYBVA01
036600            SET PAY-BUD-EOF TO TRUE                               PAYBVA01
036700            GO TO 3000-EXIT                                       PAYBVA01
036800     END-READ.                                                    PAYBVA01
036900     ADD 1 TO PAY-BUD-READ.                                       PAYBVA01
037000     IF BUD-YEAR NOT = PAY-RPT-YEAR                               PAYBVA01
037100        OR BUD-PERIOD > PAY-RPT-MONTH                             PAYBVA01
037200        GO TO 3000-EXIT                                           PAYBVA01
037300     END-IF.                                                      PAYBVA01
037400     MOVE BUD-REGION TO PAY-KEY-REGION.                           PAYBVA01
037500     PERFORM 2100-FIND-REGION THRU 2100-EXIT.                     PAYBVA01
037600     IF PAY-REG-SLOT = ZERO                                       PAYBVA01
037700        GO TO 3000-EXIT                                           PAYBVA01
037800     END-IF.                                                      PAYBVA01
037900     ADD 1 TO PAY-BUD-USED.                                       PAYBVA01
038000     MOVE 'Y' TO PAY-REG-BUD-SEEN (PAY-REG-SLOT).                 PAYBVA01
038100     IF BUD-PERIOD = PAY-RPT-MONTH                                PAYBVA01
038200        ADD BUD-WAGES TO PAY-REG-PER-BUD (PAY-REG-SLOT, 1)        PAYBVA01
038300                         PAY-ALL-PER-BUD (1)                      PAYBVA01
038400        ADD BUD-OT TO PAY-REG-PER-BUD (PAY-REG-SLOT, 2)           PAYBVA01
038500                      PAY-ALL-PER-BUD (2)                         PAYBVA01
038600        ADD BUD-COMM TO PAY-REG-PER-BUD (PAY-REG-SLOT, 3)         PAYBVA01
038700                        PAY-ALL-PER-BUD (3)                       PAYBVA01
038800     END-IF.                                                      PAYBVA01
038900     ADD BUD-WAGES TO PAY-REG-YTD-BUD (PAY-REG-SLOT, 1)           PAYBVA01
039000                      PAY-ALL-YTD-BUD (1).                        PAYBVA01
039100     ADD BUD-OT TO PAY-REG-YTD-BUD (PAY-REG-SLOT, 2)              PAYBVA01
039200                   PAY-ALL-YTD-BUD (2).                           PAYBVA01
039300     ADD BUD-COMM TO PAY-REG-YTD-BUD (PAY-REG-SLOT, 3)            PAYBVA01
039400                     PAY-ALL-YTD-BUD (3).                         PAYBVA01
039500 3000-EXIT.                                                       PAYBVA01
039600     EXIT.                                                        PAYBVA01
039700***************************************************************** PAYBVA01
039800* 4000-PRINT-REPORT - ONE BLOCK PER REGION, THEN ALL REGIONS      PAYBVA01
039900***************************************************************** PAYBVA01
040000 4000-PRINT-REPORT.                                               PAYBVA01
040100     PERFORM 4100-PRINT-REGION THRU 4100-EXIT                     PAYBVA01
040200         VARYING PAY-REG-IX FROM 1 BY 1                           PAYBVA01
040300         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYBVA01
040400     MOVE PAY-ALL-ENTRY TO PAY-PRT-ENTRY.                         PAYBVA01
040500     PERFORM 4200-PRINT-BLOCK THRU 4200-EXIT.                     PAYBVA01
040600 4000-EXIT.                                                       PAYBVA01
040700     EXIT.                                                        PAYBVA01
040800 4100-PRINT-REGION.                                               PAYBVA01
040900     MOVE PAY-REG-ENTRY (PAY-REG-IX) TO PAY-PRT-ENTRY.            PAYBVA01
041000     PERFORM 4200-PRINT-BLOCK THRU 4200-EXIT.                     PAYBVA01
041100     IF PAY-REGION-OVER = 'Y'                                     PAYBVA01
041200        ADD 1 TO PAY-FLAG-COUNT                                   PAYBVA01
041300     END-IF.                                                      PAYBVA01
041400     IF PAY-PRT-BUD-SEEN = 'N'                                    PAYBVA01
041500        ADD 1 TO PAY-NOBUD-COUNT                                  PAYBVA01
041600     END-IF.                                                      PAYBVA01
041700 4100-EXIT.                                                       PAYBVA01
041800     EXIT.                                                        PAYBVA01
041900 4200-PRINT-BLOCK.                                                PAYBVA01
042000     MOVE 'N' TO PAY-REGION-OVER.                                 PAYBVA01
042100     MOVE ZERO TO PAY-PRT-ELEM (4).                               PAYBVA01
042200     PERFORM 4210-ADD-TOTAL THRU 4210-EXIT                        PAYBVA01
042300         VARYING PAY-EL-IX FROM 1 BY 1                            PAYBVA01
042400         UNTIL PAY-EL-IX > 3.                                     PAYBVA01
042500     MOVE SPACES TO RPT-REC.                                      PAYBVA01
042600     WRITE RPT-REC.                                               PAYBVA01
042700     MOVE PAY-PRT-CODE TO REG-CODE.                               PAYBVA01
042800     MOVE SPACES TO REG-NOTE.                                     PAYBVA01
042900     IF PAY-PRT-BUD-SEEN = 'N'                                    PAYBVA01
043000        MOVE 'NO BUDGET LOADED FOR THIS YEAR' TO REG-NOTE         PAYBVA01
043100     END-IF.                                                      PAYBVA01
043200     WRITE RPT-REC FROM RPT-REG-LINE.                             PAYBVA01
043300     PERFORM 4300-PRINT-ELEMENT THRU 4300-EXIT                    PAYBVA01
043400         VARYING PAY-EL-IX FROM 1 BY 1                            PAYBVA01
043500         UNTIL PAY-EL-IX > 4.                                     PAYBVA01
043600 4200-EXIT.                                                       PAYBVA01
043700     EXIT.                                                        PAYBVA01
043800 4210-ADD-TOTAL.                                                  PAYBVA01
043900     ADD PAY-PRT-PER-BUD (PAY-EL-IX) TO PAY-PRT-PER-BUD (4).      PAYBVA01
044000     ADD PAY-PRT-PER-ACT (PAY-EL-IX) TO PAY-PRT-PER-ACT (4).      PAYBVA01
044100     ADD PAY-PRT-YTD-BUD (PAY-EL-IX) TO PAY-PRT-YTD-BUD (4).      PAYBVA01
044200     ADD PAY-PRT-YTD-ACT (PAY-EL-IX) TO PAY-PRT-YTD-ACT (4).      PAYBVA01
044300 4210-EXIT.                                                       PAYBVA01
044400     EXIT.                                                        PAYBVA01
044500 4300-PRINT-ELEMENT.                                              PAYBVA01
044600     MOVE PAY-EL-NAME (PAY-EL-IX) TO DTL-ELEMENT.                 PAYBVA01
044700     MOVE 'PERIOD' TO DTL-SCOPE.                                  PAYBVA01
044800     MOVE PAY-PRT-PER-BUD (PAY-EL-IX) TO PAY-BUD-AMT.             PAYBVA01
044900     MOVE PAY-PRT-PER-ACT (PAY-EL-IX) TO PAY-ACT-AMT.             PAYBVA01
045000     PERFORM 4400-PRINT-VARIANCE THRU 4400-EXIT.                  PAYBVA01
045100     MOVE SPACES TO DTL-ELEMENT.                                  PAYBVA01
045200     MOVE 'YTD' TO DTL-SCOPE.                                     PAYBVA01
045300     MOVE PAY-PRT-YTD-BUD (PAY-EL-IX) TO PAY-BUD-AMT.             PAYBVA01
045400     MOVE PAY-PRT-YTD-ACT (PAY-EL-IX) TO PAY-ACT-AMT.             PAYBVA01
045500     PERFORM 4400-PRINT-VARIANCE THRU 4400-EXIT.                  PAYBVA01
045600 4300-EXIT.                                                       PAYBVA01
045700     EXIT.                                                        PAYBVA01
045800 4400-PRINT-VARIANCE.                                             PAYBVA01
045900     COMPUTE PAY-VAR-AMT = PAY-ACT-AMT - PAY-BUD-AMT.             PAYBVA01
046000     MOVE ZERO TO PAY-VAR-PCT.                                    PAYBVA01
046100     MOVE SPACES TO DTL-FLAG.                                     PAYBVA01
046200     IF PAY-BUD-AMT NOT = ZERO                                    PAYBVA01
046300        COMPUTE PAY-VAR-PCT ROUNDED = PAY-VAR-AMT * 100           PAYBVA01
046400                                    / PAY-BUD-AMT                 PAYBVA01
046500           ON SIZE ERROR MOVE 9999.9 TO PAY-VAR-PCT               PAYBVA01
046600        END-COMPUTE                                               PAYBVA01
046700        IF PAY-VAR-AMT > ZERO AND PAY-VAR-PCT > PAY-TOL-PCT       PAYBVA01
046800           MOVE 'OVER' TO DTL-FLAG                                PAYBVA01
046900        END-IF                                                    PAYBVA01
047000     ELSE                                                         PAYBVA01
047100        IF PAY-ACT-AMT NOT = ZERO                                 PAYBVA01
047200           MOVE 'NO BUD' TO DTL-FLAG                              PAYBVA01
047300        END-IF                                                    PAYBVA01
047400     END-IF.                                                      PAYBVA01
047500     IF PAY-EL-IX = 4 AND DTL-FLAG = 'OVER'                       PAYBVA01
047600        MOVE 'Y' TO PAY-REGION-OVER                               PAYBVA01
047700        MOVE 'OVER *' TO DTL-FLAG                                 PAYBVA01
047800     END-IF.                                                      PAYBVA01
047900     MOVE PAY-BUD-AMT TO DTL-BUDGET.                              PAYBVA01
048000     MOVE PAY-ACT-AMT TO DTL-ACTUAL.                              PAYBVA01
048100     MOVE PAY-VAR-AMT TO DTL-VARIANCE.                            PAYBVA01
048200     MOVE PAY-VAR-PCT TO DTL-PCT.                                 PAYBVA01
048300     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBVA01
048400 4400-EXIT.                                                       PAYBVA01
048500     EXIT.                                                        PAYBVA01
048600***************************************************************** PAYBVA01
048700* 8000-FINALIZE - VERDICT, RETURN CODE, CLOSE UP                  PAYBVA01
048800***************************************************************** PAYBVA01
048900 8000-FINALIZE.                                                   PAYBVA01
049000     IF PAY-HIS-STATUS = '00' OR PAY-HIS-STATUS = '10'            PAYBVA01
049100        CLOSE HIS-FILE                                            PAYBVA01
049200     END-IF.                                                      PAYBVA01
049300     IF PAY-BUD-STATUS = '00' OR PAY-BUD-STATUS = '10'            PAYBVA01
049400        OR PAY-BUD-STATUS = '97'                                  PAYBVA01
049500        CLOSE BUD-FILE                                            PAYBVA01
049600     END-IF.                                                      PAYBVA01
049700     MOVE SPACES TO RPT-REC.                                      PAYBVA01
049800     WRITE RPT-REC.                                               PAYBVA01
049900     IF PAY-FLAG-COUNT = ZERO                                     PAYBVA01
050000        MOVE 'NO REGION OVER BUDGET BEYOND TOLERANCE' TO SUM-TEXT PAYBVA01
050100     ELSE                                                         PAYBVA01
050200        MOVE 'REGIONS OVER BUDGET BEYOND TOLERANCE - SEE OVER *'  PAYBVA01
050300             TO SUM-TEXT                                          PAYBVA01
050400        IF RETURN-CODE < 4                                        PAYBVA01
050500           MOVE 4 TO RETURN-CODE                                  PAYBVA01
050600        END-IF                                                    PAYBVA01
050700     END-IF.                                                      PAYBVA01
050800     WRITE RPT-REC FROM RPT-SUM-LINE.                             PAYBVA01
050900     IF PAY-NOBUD-COUNT NOT = ZERO OR PAY-FULL-COUNT NOT = ZERO   PAYBVA01
051000        MOVE 'REGIONS WITHOUT A BUDGET OR NOT REPORTED - CHECK'   PAYBVA01
051100             TO SUM-TEXT                                          PAYBVA01
051200        WRITE RPT-REC FROM RPT-SUM-LINE                           PAYBVA01
051300        IF RETURN-CODE < 4                                        PAYBVA01
051400           MOVE 4 TO RETURN-CODE                                  PAYBVA01
051500        END-IF                                                    PAYBVA01
051600     END-IF.                                                      PAYBVA01
051700     CLOSE RPT-FILE.                                              PAYBVA01
051800     DISPLAY 'HISTORY RECORDS READ = ' PAY-HIS-READ.              PAYBVA01
051900     DISPLAY 'HISTORY RECORDS USED = ' PAY-HIS-USED.              PAYBVA01
052000     DISPLAY 'BUDGET RECORDS READ  = ' PAY-BUD-READ.              PAYBVA01
052100     DISPLAY 'BUDGET RECORDS USED  = ' PAY-BUD-USED.              PAYBVA01
052200     DISPLAY 'REGIONS OVER BUDGET  = ' PAY-FLAG-COUNT.            PAYBVA01
052300     MOVE 'F' TO X95-PHASE.                                       PAYBVA01
052400     MOVE PAY-HIS-READ TO X95-CPT-ENTREE.                         PAYBVA01
052500     MOVE PAY-REG-NBR TO X95-CPT-SORTIE.                          PAYBVA01
052600     MOVE PAY-FLAG-COUNT TO X95-CPT-REJET.                        PAYBVA01
052700     IF RETURN-CODE = ZERO                                        PAYBVA01
052800        MOVE 'OK' TO X95-ETAT                                     PAYBVA01
052900     ELSE                                                         PAYBVA01
053000        MOVE 'ECART' TO X95-ETAT                                  PAYBVA01
053100     END-IF.                                                      PAYBVA01
053200     CALL 'SY0095' USING SY0095-PARMS.                            PAYBVA01
053300 8000-EXIT.                                                       PAYBVA01
053400     EXIT.                                                        PAYBVA01
053406***************************************************************** PAYBVA01
053412* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYBVA01
053418***************************************************************** PAYBVA01
053424 8100-JOURNAL-STOP.                                               PAYBVA01
053430     MOVE 'PAYBVA01' TO X81-PROGRAMME.                            PAYBVA01
053436     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYBVA01
053442     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYBVA01
053448     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYBVA01
053454     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYBVA01
053460     MOVE SPACES TO X81-TEXTE.                                    PAYBVA01
053466     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYBVA01
053472                  X81-CPT-REJET.                                  PAYBVA01
053478     CALL 'SY0081' USING SY0081-PARMS.                            PAYBVA01
053484     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYBVA01
053500 9999-EXIT.                                                       PAYBVA01
053600     GOBACK.                                                      PAYBVA01

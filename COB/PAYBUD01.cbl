000100 IDENTIFICATION DIVISION.                                         PAYBUD01
000200 PROGRAM-ID.        PAYBUD01.                                     PAYBUD01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYBUD01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYBUD01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYBUD01
000600 DATE-COMPILED.                                                   PAYBUD01
000700***************************************************************** PAYBUD01
000800*                   MODIFICATION  LOG                             PAYBUD01
000900*                                                                 PAYBUD01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYBUD01
001100*  --------  ----------  -----------------------------------      PAYBUD01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYBUD01
001210*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYBUD01
001300***************************************************************** PAYBUD01
001400*                                                                 PAYBUD01
001500*  PAYROLL BUDGET MAINTENANCE: APPLIES THE BUDTRN TRANSACTIONS    PAYBUD01
001600*  TO THE BUDMST BUDGET MASTER (ONE RECORD PER REGION, YEAR       PAYBUD01
001700*  AND PERIOD 01-12 WITH WAGES, OVERTIME AND COMMISSION           PAYBUD01
001800*  AMOUNTS).  ACTION L LOADS THE ANNUAL BUDGET INTO AN EMPTY      PAYBUD01
001900*  ELEMENT - PERIOD 00 SPREADS AN ANNUAL AMOUNT EVENLY OVER       PAYBUD01
002000*  THE TWELVE PERIODS, THE ROUNDING GOING TO PERIOD 12.           PAYBUD01
002100*  ACTION R REVISES A LOADED PERIOD MID-YEAR.  EVERY CHANGE       PAYBUD01
002200*  WRITES A BUDAUD AUDIT RECORD WITH BEFORE/AFTER AMOUNTS,        PAYBUD01
002300*  OPERATOR AND REASON; BUDRPT LISTS EACH TRANSACTION.            PAYBUD01
002400*  PAYBVA01 REPORTS ACTUALS FROM PAYHIS AGAINST BUDMST.           PAYBUD01
002500*                                                                 PAYBUD01
002600 ENVIRONMENT DIVISION.                                            PAYBUD01
002700 CONFIGURATION SECTION.                                           PAYBUD01
002800 SOURCE-COMPUTER.   IBM-370.                                      PAYBUD01
002900 OBJECT-COMPUTER.   IBM-370.                                      PAYBUD01
003000 INPUT-OUTPUT SECTION.                                            PAYBUD01
003100 FILE-CONTROL.                                                    PAYBUD01
003200     SELECT TRN-FILE    ASSIGN TO BUDTRN                          PAYBUD01
003300            ORGANIZATION IS SEQUENTIAL                            PAYBUD01
003400            FILE STATUS IS PAY-TRN-STATUS.                        PAYBUD01
003500     SELECT BUD-FILE    ASSIGN TO BUDMST                          PAYBUD01
003600            ORGANIZATION IS INDEXED                               PAYBUD01
003700            ACCESS IS RANDOM                                      PAYBUD01
003800            RECORD KEY IS BUD-KEY                                 PAYBUD01
003900            FILE STATUS IS PAY-BUD-STATUS.                        PAYBUD01
004000     SELECT AUD-FILE    ASSIGN TO BUDAUD                          PAYBUD01
004100            ORGANIZATION IS SEQUENTIAL                            PAYBUD01
004200            FILE STATUS IS PAY-AUD-STATUS.                        PAYBUD01
004300     SELECT RPT-FILE    ASSIGN TO BUDRPT                          PAYBUD01
004400            ORGANIZATION IS SEQUENTIAL.                           PAYBUD01
004500 DATA DIVISION.                                                   PAYBUD01
004600 FILE SECTION.                                                    PAYBUD01
004700 FD  TRN-FILE                                                     PAYBUD01
004800     LABEL RECORDS STANDARD                                       PAYBUD01
004900     BLOCK 00000 RECORDS                                          PAYBUD01
005000     RECORDING F.                                                 PAYBUD01
005100 01  TRN-REC.                                                     PAYBUD01
005200     05  TRN-ACTION          PIC X(01).                           PAYBUD01
005300     05  TRN-REGION          PIC X(05).                           PAYBUD01
005400     05  TRN-YEAR            PIC 9(04).                           PAYBUD01
005500     05  TRN-PERIOD          PIC 9(02).                           PAYBUD01
005600     05  TRN-ELEMENT         PIC X(01).                           PAYBUD01
005700     05  TRN-AMOUNT          PIC 9(09)V99.                        PAYBUD01
005800     05  TRN-OPERATOR        PIC X(08).                           PAYBUD01
005900     05  TRN-REASON          PIC X(20).                           PAYBUD01
006000     05  FILLER              PIC X(28).                           PAYBUD01
006100 FD  BUD-FILE                                                     PAYBUD01
006200     LABEL RECORDS STANDARD.                                      PAYBUD01
006300 01  BUD-REC.                                                     PAYBUD01
006400     05  BUD-KEY.                                                 PAYBUD01
006500         10  BUD-REGION      PIC X(05).                           PAYBUD01
006600         10  BUD-YEAR        PIC 9(04).                           PAYBUD01
006700         10  BUD-PERIOD      PIC 9(02).                           PAYBUD01
006800     05  BUD-WAGES           PIC 9(09)V99.                        PAYBUD01
006900     05  BUD-OT              PIC 9(09)V99.                        PAYBUD01
007000     05  BUD-COMM            PIC 9(09)V99.                        PAYBUD01
007100     05  BUD-CHANGED         PIC 9(06).                           PAYBUD01
007200     05  BUD-REVISIONS       PIC 9(03).                           PAYBUD01
007300     05  FILLER              PIC X(08).                           PAYBUD01
007400 FD  AUD-FILE                                                     PAYBUD01
007500     LABEL RECORDS STANDARD                                       PAYBUD01
007600     BLOCK 00000 RECORDS                                          PAYBUD01
007700     RECORDING F.                                                 PAYBUD01
007800 01  AUD-REC.                                                     PAYBUD01
007900     05  AUD-DATE            PIC 9(06).                           PAYBUD01
008000     05  AUD-TIME            PIC 9(06).                           PAYBUD01
008100     05  AUD-ACTION          PIC X(01).                           PAYBUD01
008200     05  AUD-REGION          PIC X(05).                           PAYBUD01
008300     05  AUD-YEAR            PIC 9(04).                           PAYBUD01
008400     05  AUD-PERIOD          PIC 9(02).                           PAYBUD01
008500     05  AUD-ELEMENT         PIC X(01).                           PAYBUD01
008600     05  AUD-BEFORE          PIC 9(09)V99.                        PAYBUD01
008700     05  AUD-AFTER           PIC 9(09)V99.                        PAYBUD01
008800     05  AUD-OPERATOR        PIC X(08).                           PAYBUD01
008900     05  AUD-REASON          PIC X(20).                           PAYBUD01
009000     05  FILLER              PIC X(05).                           PAYBUD01
009100 FD  RPT-FILE                                                     PAYBUD01
009200     LABEL RECORDS STANDARD                                       PAYBUD01
009300     BLOCK 00000 RECORDS                                          PAYBUD01
009400     RECORDING F.                                                 PAYBUD01
009500 01  RPT-REC                 PIC X(80).                           PAYBUD01
009600 WORKING-STORAGE SECTION.                                         PAYBUD01
009700 77  PAY-TRN-STATUS           PIC X(02) VALUE ZERO.               PAYBUD01
009800 77  PAY-BUD-STATUS           PIC X(02) VALUE ZERO.               PAYBUD01
009900 77  PAY-AUD-STATUS           PIC X(02) VALUE ZERO.               PAYBUD01
010000 77  PAY-TRN-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBUD01
010100     88  PAY-TRN-EOF              VALUE 'Y'.                      PAYBUD01
010200 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYBUD01
010300 77  PAY-RUN-TIME             PIC 9(08) VALUE ZERO.               PAYBUD01
010400 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYBUD01
010500 77  PAY-APPLIED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.        PAYBUD01
010600 77  PAY-REJ-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYBUD01
010700 77  PAY-AUD-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYBUD01
010800 77  PAY-BUD-OPEN             PIC X(01) VALUE 'N'.                PAYBUD01
010820 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYBUD01
010840 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYBUD01
010860 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYBUD01
010880 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYBUD01
010900 77  PAY-FOUND-SWITCH         PIC X(01) VALUE 'N'.                PAYBUD01
011000 77  PAY-LOADED-SWITCH        PIC X(01) VALUE 'N'.                PAYBUD01
011100 77  PAY-FIRST-PER            PIC 9(02) VALUE ZERO.               PAYBUD01
011200 77  PAY-LAST-PER             PIC 9(02) VALUE ZERO.               PAYBUD01
011300 77  PAY-PER-IX               PIC 9(02) COMP VALUE ZERO.          PAYBUD01
011400 77  PAY-SHARE-AMT            PIC 9(09)V99 VALUE ZERO.            PAYBUD01
011500 77  PAY-LAST-SHARE           PIC 9(09)V99 VALUE ZERO.            PAYBUD01
011600 77  PAY-NEW-AMT              PIC 9(09)V99 VALUE ZERO.            PAYBUD01
011700 77  PAY-BEFORE-AMT           PIC 9(09)V99 VALUE ZERO.            PAYBUD01
011800 01  RPT-HDR-LINE            PIC X(80) VALUE                      PAYBUD01
011900     'PAYROLL BUDGET MAINTENANCE REGISTER'.                       PAYBUD01
012000 01  RPT-DTL-LINE.                                                PAYBUD01
012100     05  DTL-ACTION          PIC X(01).                           PAYBUD01
012200     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUD01
012300     05  DTL-REGION          PIC X(05).                           PAYBUD01
012400     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUD01
012500     05  DTL-YEAR            PIC 9(04).                           PAYBUD01
012600     05  FILLER              PIC X(01) VALUE '/'.                 PAYBUD01
012700     05  DTL-PERIOD          PIC 9(02).                           PAYBUD01
012800     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUD01
012900     05  DTL-ELEMENT         PIC X(01).                           PAYBUD01
013000     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUD01
013100     05  DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBUD01
013200     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUD01
013300     05  DTL-OPERATOR        PIC X(08).                           PAYBUD01
013400     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUD01
013500     05  DTL-TEXT            PIC X(30).                           PAYBUD01
013600     05  FILLER              PIC X(08) VALUE SPACES.              PAYBUD01
013700 COPY SY0095.                                                     PAYBUD01
013750 COPY SY0081.                                                     PAYBUD01
013800 PROCEDURE DIVISION.                                              PAYBUD01
013900***************************************************************** PAYBUD01
014000* 0000-MAINLINE                                                   PAYBUD01
014100***************************************************************** PAYBUD01
014200 0000-MAINLINE.                                                   PAYBUD01
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYBUD01
014325     IF PAY-STOP-SWITCH = 'Y'                                     PAYBUD01
014350        GO TO 8100-JOURNAL-STOP                                   PAYBUD01
014375     END-IF.                                                      PAYBUD01
014400     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT                PAYBUD01
014500         UNTIL PAY-TRN-EOF.                                       PAYBUD01
014600     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYBUD01
014700     GO TO 9999-EXIT.                                             PAYBUD01
014800***************************************************************** PAYBUD01
014900* 1000-INITIALIZE - OPEN FILES                                    PAYBUD01
015000***************************************************************** PAYBUD01
015100 1000-INITIALIZE.                                                 PAYBUD01
015200     MOVE 'PAYBUD01' TO X95-PROGRAMME.                            PAYBUD01
015300     MOVE 'D' TO X95-PHASE.                                       PAYBUD01
015400     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYBUD01
015500                  X95-CPT-REJET.                                  PAYBUD01
015600     MOVE SPACES TO X95-ETAT.                                     PAYBUD01
015700     CALL 'SY0095' USING SY0095-PARMS.                            PAYBUD01
015800     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYBUD01
015900     ACCEPT PAY-RUN-TIME FROM TIME.                               PAYBUD01
016000     OPEN INPUT TRN-FILE.                                         PAYBUD01
016100     IF PAY-TRN-STATUS NOT = '00'                                 PAYBUD01
016200        DISPLAY 'BUDGET TRANSACTIONS UNAVAILABLE - STATUS '       PAYBUD01
016300                PAY-TRN-STATUS                                    PAYBUD01
016400        MOVE 8 TO RETURN-CODE                                     PAYBUD01
016425        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBUD01
016450        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYBUD01
016475        MOVE 'BUDTRN' TO PAY-ERR-FILE                             PAYBUD01
016500        MOVE PAY-TRN-STATUS TO PAY-ERR-STATUS                     PAYBUD01
016525        GO TO 1000-EXIT                                           PAYBUD01
016600     END-IF.                                                      PAYBUD01
016700     OPEN I-O BUD-FILE.                                           PAYBUD01
016800     IF PAY-BUD-STATUS = '35'                                     PAYBUD01
016900        OPEN OUTPUT BUD-FILE                                      PAYBUD01
017000        CLOSE BUD-FILE                                            PAYBUD01
017100        OPEN I-O BUD-FILE                                         PAYBUD01
017200     END-IF.                                                      PAYBUD01
017300     IF PAY-BUD-STATUS NOT = '00'                                 PAYBUD01
017400        AND PAY-BUD-STATUS NOT = '97'                             PAYBUD01
017500        DISPLAY 'BUDGET MASTER UNAVAILABLE - STATUS '             PAYBUD01
017600                PAY-BUD-STATUS                                    PAYBUD01
017700        MOVE 8 TO RETURN-CODE                                     PAYBUD01
017725        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBUD01
017750        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYBUD01
017775        MOVE 'BUDMST' TO PAY-ERR-FILE                             PAYBUD01
017800        MOVE PAY-BUD-STATUS TO PAY-ERR-STATUS                     PAYBUD01
017825        GO TO 1000-EXIT                                           PAYBUD01
017900     ELSE                                                         PAYBUD01
018000        MOVE 'Y' TO PAY-BUD-OPEN                                  PAYBUD01
018100     END-IF.                                                      PAYBUD01
018200     OPEN EXTEND AUD-FILE.                                        PAYBUD01
018300     IF PAY-AUD-STATUS = '05' OR PAY-AUD-STATUS = '35'            PAYBUD01
018400        OPEN OUTPUT AUD-FILE                                      PAYBUD01
018500     END-IF.                                                      PAYBUD01
018600     OPEN OUTPUT RPT-FILE.                                        PAYBUD01
018700     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYBUD01
018800     MOVE SPACES TO RPT-REC.                                      PAYBUD01
018900     WRITE RPT-REC.                                               PAYBUD01
019000 1000-EXIT.                                                       PAYBUD01
019100     EXIT.                                                        PAYBUD01
019200***************************************************************** PAYBUD01
019300* 2000-APPLY-TRANSACTION - EDIT, THEN LOAD OR REVISE              PAYBUD01
019400***************************************************************** PAYBUD01
019500 2000-APPLY-TRANSACTION.                                          PAYBUD01
019600     READ TRN-FILE                                                PAYBUD01
019700         AT END                                                   PAYBUD01
019800            SET PAY-TRN-EOF TO TRUE                               PAYBUD01
019900            GO TO 2000-EXIT                                       PAYBUD01
020000     END-READ.                                                    PAYBUD01
020100     ADD 1 TO PAY-READ-COUNT.                                     PAYBUD01
020200     MOVE TRN-ACTION TO DTL-ACTION.                               PAYBUD01
020300     MOVE TRN-REGION TO DTL-REGION.                               PAYBUD01
020400     MOVE TRN-YEAR TO DTL-YEAR.                                   PAYBUD01
020500     MOVE TRN-PERIOD TO DTL-PERIOD.                               PAYBUD01
020600     MOVE TRN-ELEMENT TO DTL-ELEMENT.                             PAYBUD01
020700     MOVE TRN-AMOUNT TO DTL-AMOUNT.                               PAYBUD01
020800     MOVE TRN-OPERATOR TO DTL-OPERATOR.                           PAYBUD01
020900     IF TRN-ACTION NOT = 'L' AND TRN-ACTION NOT = 'R'             PAYBUD01
021000        MOVE 'INVALID ACTION' TO DTL-TEXT                         PAYBUD01
021100        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
021200        GO TO 2000-EXIT                                           PAYBUD01
021300     END-IF.                                                      PAYBUD01
021400     IF TRN-REGION = SPACES                                       PAYBUD01
021500        MOVE 'REGION MISSING' TO DTL-TEXT                         PAYBUD01
021600        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
021700        GO TO 2000-EXIT                                           PAYBUD01
021800     END-IF.                                                      PAYBUD01
021900     IF TRN-YEAR NOT NUMERIC OR TRN-YEAR < 2000                   PAYBUD01
022000        MOVE 'INVALID BUDGET YEAR' TO DTL-TEXT                    PAYBUD01
022100        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
022200        GO TO 2000-EXIT                                           PAYBUD01
022300     END-IF.                                                      PAYBUD01
022400     IF TRN-PERIOD NOT NUMERIC OR TRN-PERIOD > 12                 PAYBUD01
022500        MOVE 'INVALID PERIOD' TO DTL-TEXT                         PAYBUD01
022600        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
022700        GO TO 2000-EXIT                                           PAYBUD01
022800     END-IF.                                                      PAYBUD01
022900     IF TRN-PERIOD = ZERO AND TRN-ACTION = 'R'                    PAYBUD01
023000        MOVE 'REVISION NEEDS A PERIOD' TO DTL-TEXT                PAYBUD01
023100        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
023200        GO TO 2000-EXIT                                           PAYBUD01
023300     END-IF.                                                      PAYBUD01
023400     IF TRN-ELEMENT NOT = 'W' AND TRN-ELEMENT NOT = 'O'           PAYBUD01
023500        AND TRN-ELEMENT NOT = 'C'                                 PAYBUD01
023600        MOVE 'INVALID PAY ELEMENT' TO DTL-TEXT                    PAYBUD01
023700        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
023800        GO TO 2000-EXIT                                           PAYBUD01
023900     END-IF.                                                      PAYBUD01
024000     IF TRN-AMOUNT NOT NUMERIC                                    PAYBUD01
024100        MOVE 'INVALID AMOUNT' TO DTL-TEXT                         PAYBUD01
024200        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
024300        GO TO 2000-EXIT                                           PAYBUD01
024400     END-IF.                                                      PAYBUD01
024500     IF TRN-OPERATOR = SPACES                                     PAYBUD01
024600        MOVE 'OPERATOR MISSING' TO DTL-TEXT                       PAYBUD01
024700        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBUD01
024800        GO TO 2000-EXIT                                           PAYBUD01
024900     END-IF.                                                      PAYBUD01
025000     IF TRN-PERIOD = ZERO                                         PAYBUD01
025100        MOVE 1 TO PAY-FIRST-PER                                   PAYBUD01
025200        MOVE 12 TO PAY-LAST-PER                                   PAYBUD01
025300        DIVIDE TRN-AMOUNT BY 12 GIVING PAY-SHARE-AMT              PAYBUD01
025400        COMPUTE PAY-LAST-SHARE = TRN-AMOUNT                       PAYBUD01
025500                               - (PAY-SHARE-AMT * 11)             PAYBUD01
025600     ELSE                                                         PAYBUD01
025700        MOVE TRN-PERIOD TO PAY-FIRST-PER PAY-LAST-PER             PAYBUD01
025800        MOVE TRN-AMOUNT TO PAY-SHARE-AMT PAY-LAST-SHARE           PAYBUD01
025900     END-IF.                                                      PAYBUD01
026000     IF TRN-ACTION = 'L'                                          PAYBUD01
026100        MOVE 'N' TO PAY-LOADED-SWITCH                             PAYBUD01
026200        PERFORM 2100-CHECK-EMPTY THRU 2100-EXIT                   PAYBUD01
026300            VARYING PAY-PER-IX FROM PAY-FIRST-PER BY 1            PAYBUD01
026400            UNTIL PAY-PER-IX > PAY-LAST-PER                       PAYBUD01
026500        IF PAY-LOADED-SWITCH = 'Y'                                PAYBUD01
026600           MOVE 'ALREADY LOADED - USE REVISION' TO DTL-TEXT       PAYBUD01
026700           PERFORM 2900-REJECT THRU 2900-EXIT                     PAYBUD01
026800           GO TO 2000-EXIT                                        PAYBUD01
026900        END-IF                                                    PAYBUD01
027000     ELSE                                                         PAYBUD01
027100        MOVE TRN-REGION TO BUD-REGION                             PAYBUD01
027200        MOVE TRN-YEAR TO BUD-YEAR                                 PAYBUD01
027300        MOVE TRN-PERIOD TO BUD-PERIOD                             PAYBUD01
027400        MOVE 'Y' TO PAY-FOUND-SWITCH                              PAYBUD01
027500        READ BUD-FILE                                             PAYBUD01
027600            INVALID KEY MOVE 'N' TO PAY-FOUND-SWITCH              PAYBUD01
027700        END-READ                                                  PAYBUD01
027800        IF PAY-FOUND-SWITCH = 'N'                                 PAYBUD01
027900           MOVE 'PERIOD NOT LOADED' TO DTL-TEXT                   PAYBUD01
028000           PERFORM 2900-REJECT THRU 2900-EXIT                     PAYBUD01
028100           GO TO 2000-EXIT                                        PAYBUD01
028200        END-IF                                                    PAYBUD01
028300     END-IF.                                                      PAYBUD01
028400     PERFORM 2200-UPDATE-PERIOD THRU 2200-EXIT                    PAYBUD01
028500         VARYING PAY-PER-IX FROM PAY-FIRST-PER BY 1               PAYBUD01
028600         UNTIL PAY-PER-IX > PAY-LAST-PER.                         PAYBUD01
028700     ADD 1 TO PAY-APPLIED-COUNT.                                  PAYBUD01
028800     IF TRN-ACTION = 'L'                                          PAYBUD01
028900        MOVE 'LOADED' TO DTL-TEXT                                 PAYBUD01
029000     ELSE                                                         PAYBUD01
029100        MOVE 'REVISED' TO DTL-TEXT                                PAYBUD01
029200     END-IF.                                                      PAYBUD01
029300     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBUD01
029400 2000-EXIT.                                                       PAYBUD01
029500     EXIT.                                                        PAYBUD01
029600 2100-CHECK-EMPTY.                                                PAYBUD01
029700     MOVE TRN-REGION TO BUD-REGION.                               PAYBUD01
029800     MOVE TRN-YEAR TO BUD-YEAR.                                   PAYBUD01
029900     MOVE PAY-PER-IX TO BUD-PERIOD.                               PAYBUD01
030000     READ BUD-FILE                                                PAYBUD01
030100         INVALID KEY GO TO 2100-EXIT                              PAYBUD01
030200     END-READ.                                                    PAYBUD01
030300     IF (TRN-ELEMENT = 'W' AND BUD-WAGES NOT = ZERO)              PAYBUD01
030400        OR (TRN-ELEMENT = 'O' AND BUD-OT NOT = ZERO)              PAYBUD01
030500        OR (TRN-ELEMENT = 'C' AND BUD-COMM NOT = ZERO)            PAYBUD01
030600        MOVE 'Y' TO PAY-LOADED-SWITCH                             PAYBUD01
030700     END-IF.                                                      PAYBUD01
030800 2100-EXIT.                                                       PAYBUD01
030900     EXIT.                                                        PAYBUD01
031000 2200-UPDATE-PERIOD.                                              PAYBUD01
031100     IF PAY-PER-IX = PAY-LAST-PER                                 PAYBUD01
031200        MOVE PAY-LAST-SHARE TO PAY-NEW-AMT                        PAYBUD01
031300     ELSE                                                         PAYBUD01
031400        MOVE PAY-SHARE-AMT TO PAY-NEW-AMT                         PAYBUD01
031500     END-IF.                                                      PAYBUD01
031600     MOVE TRN-REGION TO BUD-REGION.                               PAYBUD01
031700     MOVE TRN-YEAR TO BUD-YEAR.                                   PAYBUD01
031800     MOVE PAY-PER-IX TO BUD-PERIOD.                               PAYBUD01
031900     MOVE 'Y' TO PAY-FOUND-SWITCH.                                PAYBUD01
032000     READ BUD-FILE                                                PAYBUD01
032100         INVALID KEY MOVE 'N' TO PAY-FOUND-SWITCH                 PAYBUD01
032200     END-READ.                                                    PAYBUD01
032300     IF PAY-FOUND-SWITCH = 'N'                                    PAYBUD01
032400        MOVE SPACES TO BUD-REC                                    PAYBUD01
032500        MOVE TRN-REGION TO BUD-REGION                             PAYBUD01
032600        MOVE TRN-YEAR TO BUD-YEAR                                 PAYBUD01
032700        MOVE PAY-PER-IX TO BUD-PERIOD                             PAYBUD01
032800        MOVE ZERO TO BUD-WAGES BUD-OT BUD-COMM BUD-REVISIONS      PAYBUD01
032900     END-IF.                                                      PAYBUD01
033000     IF TRN-ELEMENT = 'W'                                         PAYBUD01
033100        MOVE BUD-WAGES TO PAY-BEFORE-AMT                          PAYBUD01
033200        MOVE PAY-NEW-AMT TO BUD-WAGES                             PAYBUD01
033300     END-IF.                                                      PAYBUD01
033400     IF TRN-ELEMENT = 'O'                                         PAYBUD01
033500        MOVE BUD-OT TO PAY-BEFORE-AMT                             PAYBUD01
033600        MOVE PAY-NEW-AMT TO BUD-OT                                PAYBUD01
033700     END-IF.                                                      PAYBUD01
033800     IF TRN-ELEMENT = 'C'                                         PAYBUD01
033900        MOVE BUD-COMM TO PAY-BEFORE-AMT                           PAYBUD01
034000        MOVE PAY-NEW-AMT TO BUD-COMM                              PAYBUD01
034100     END-IF.                                                      PAYBUD01
034200     MOVE PAY-RUN-DATE TO BUD-CHANGED.                            PAYBUD01
034300     IF TRN-ACTION = 'R'                                          PAYBUD01
034400        ADD 1 TO BUD-REVISIONS                                    PAYBUD01
034500     END-IF.                                                      PAYBUD01
034600     IF PAY-FOUND-SWITCH = 'Y'                                    PAYBUD01
034700        REWRITE BUD-REC                                           PAYBUD01
034800            INVALID KEY                                           PAYBUD01
034900               DISPLAY 'BUDMST REWRITE FAILED: ' BUD-KEY          PAYBUD01
035000               MOVE 8 TO RETURN-CODE                              PAYBUD01
035100               GO TO 2200-EXIT                                    PAYBUD01
035200        END-REWRITE                                               PAYBUD01
035300     ELSE                                                         PAYBUD01
035400        WRITE BUD-REC                                             PAYBUD01
035500            INVALID KEY                                           PAYBUD01
035600               DISPLAY 'BUDMST WRITE FAILED: ' BUD-KEY            PAYBUD01
035700               MOVE 8 TO RETURN-CODE                              PAYBUD01
035800               GO TO 2200-EXIT                                    PAYBUD01
035900        END-WRITE                                                 PAYBUD01
036000     END-IF.                                                      PAYBUD01
036100     PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT.                     PAYBUD01
036200 2200-EXIT.                                                       PAYBUD01
036300     EXIT.                                                        PAYBUD01
036400 2300-WRITE-AUDIT.                                                PAYBUD01
036500     MOVE PAY-RUN-DATE TO AUD-DATE.                               PAYBUD01
036600     MOVE PAY-RUN-TIME (1:6) TO AUD-TIME.                         PAYBUD01
036700     MOVE TRN-ACTION TO AUD-ACTION.                               PAYBUD01
036800     MOVE BUD-REGION TO AUD-REGION.                               PAYBUD01
036900     MOVE BUD-YEAR TO AUD-YEAR.                                   PAYBUD01
037000     MOVE BUD-PERIOD TO AUD-PERIOD.                               PAYBUD01
037100     MOVE TRN-ELEMENT TO AUD-ELEMENT.                             PAYBUD01
037200     MOVE PAY-BEFORE-AMT TO AUD-BEFORE.                           PAYBUD01
037300     MOVE PAY-NEW-AMT TO AUD-AFTER.                               PAYBUD01
037400     MOVE TRN-OPERATOR TO AUD-OPERATOR.                           PAYBUD01
037500     MOVE TRN-REASON TO AUD-REASON.                               PAYBUD01
037600     WRITE AUD-REC.                                               PAYBUD01
037700     ADD 1 TO PAY-AUD-COUNT.                                      PAYBUD01
037800 2300-EXIT.                                                       PAYBUD01
037900     EXIT.                                                        PAYBUD01
038000 2900-REJECT.                                                     PAYBUD01
038100     ADD 1 TO PAY-REJ-COUNT.                                      PAYBUD01
038200     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBUD01
038300     IF RETURN-CODE < 4                                           PAYBUD01
038400        MOVE 4 TO RETURN-CODE                                     PAYBUD01
038500     END-IF.                                                      PAYBUD01
038600 2900-EXIT.                                                       PAYBUD01
038700     EXIT.                                                        PAYBUD01
038800***************************************************************** PAYBUD01
038900* 8000-FINALIZE - COUNTS AND CLOSE UP                             PAYBUD01
039000***************************************************************** PAYBUD01
039100 8000-FINALIZE.                                                   PAYBUD01
039200     IF PAY-TRN-STATUS = '00' OR PAY-TRN-STATUS = '10'            PAYBUD01
039300        CLOSE TRN-FILE                                            PAYBUD01
039400     END-IF.                                                      PAYBUD01
039500     IF PAY-BUD-OPEN = 'Y'                                        PAYBUD01
039600        CLOSE BUD-FILE                                            PAYBUD01
039700     END-IF.                                                      PAYBUD01
039800     CLOSE AUD-FILE.                                              PAYBUD01
039900     CLOSE RPT-FILE.                                              PAYBUD01
040000     DISPLAY 'BUDGET TRANSACTIONS READ    = ' PAY-READ-COUNT.     PAYBUD01
040100     DISPLAY 'BUDGET TRANSACTIONS APPLIED = ' PAY-APPLIED-COUNT.  PAYBUD01
040200     DISPLAY 'BUDGET TRANSACTIONS REJECTED= ' PAY-REJ-COUNT.      PAYBUD01
040300     DISPLAY 'BUDGET AUDIT RECORDS        = ' PAY-AUD-COUNT.      PAYBUD01
040400     MOVE 'F' TO X95-PHASE.                                       PAYBUD01
040500     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYBUD01
040600     MOVE PAY-APPLIED-COUNT TO X95-CPT-SORTIE.                    PAYBUD01
040700     MOVE PAY-REJ-COUNT TO X95-CPT-REJET.                         PAYBUD01
040800     IF RETURN-CODE = ZERO                                        PAYBUD01
040900        MOVE 'OK' TO X95-ETAT                                     PAYBUD01
041000     ELSE                                                         PAYBUD01
041100        MOVE 'KO' TO X95-ETAT                                     PAYBUD01
041200     END-IF.                                                      PAYBUD01
041300     CALL 'SY0095' USING SY0095-PARMS.                            PAYBUD01
041400 8000-EXIT.                                                       PAYBUD01
041500     EXIT.                                                        PAYBUD01
041506***************************************************************** PAYBUD01
041512* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYBUD01
041518***************************************************************** PAYBUD01
041524 8100-JOURNAL-STOP.                                               PAYBUD01
041530     MOVE 'PAYBUD01' TO X81-PROGRAMME.                            PAYBUD01
041536     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYBUD01
041542     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYBUD01
041548     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYBUD01
041554     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYBUD01
041560     MOVE SPACES TO X81-TEXTE.                                    PAYBUD01
041566     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYBUD01
041572                  X81-CPT-REJET.                                  PAYBUD01
041578     CALL 'SY0081' USING SY0081-PARMS.                            PAYBUD01
041584     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYBUD01
041600 9999-EXIT.                                                       PAYBUD01
041700     GOBACK.                                                      PAYBUD01

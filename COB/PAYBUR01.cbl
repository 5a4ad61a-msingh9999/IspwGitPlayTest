000100 IDENTIFICATION DIVISION.                                         PAYBUR01
000200 PROGRAM-ID.        PAYBUR01.                                     PAYBUR01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYBUR01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYBUR01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYBUR01
000600 DATE-COMPILED.                                                   PAYBUR01
000700***************************************************************** PAYBUR01
000800*                   MODIFICATION  LOG                             PAYBUR01
000900*                                                                 PAYBUR01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYBUR01
001100*  --------  ----------  -----------------------------------      PAYBUR01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYBUR01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYBUR01
001300***************************************************************** PAYBUR01
001400*                                                                 PAYBUR01
001500*  EMPLOYER PAYROLL COST (BURDEN): PRICES THE EMPLOYER'S OWN      PAYBUR01
001600*  COSTS ON TOP OF PAY FOR EACH EMPLOYEE ON THE VALIDATED PAYOUT  PAYBUR01
001700*  EXTRACT AGAINST THE BURRATE TABLE.  EACH RATE LINE CARRIES A   PAYBUR01
001800*  COST CODE (EMPLOYER CONTRIBUTION, INSURANCE, BENEFITS ...),    PAYBUR01
001900*  A PERCENT OF GROSS, A FLAT AMOUNT AND THE ACCRUAL ACCOUNT;     PAYBUR01
002000*  FOR EACH COST CODE THE MOST SPECIFIC REGION/TYPE LINE          PAYBUR01
002100*  APPLIES (BLANK REGION OR TYPE MEANS ANY), UP TO SIX CODES.     PAYBUR01
002200*  BURRPT IS THE PER-EMPLOYEE BURDEN REGISTER WITH REGION         PAYBUR01
002300*  TOTALS OF GROSS, BURDEN AND LOADED COST.  BURGLP CARRIES THE   PAYBUR01
002400*  POSTINGS IN THE GLPOST LAYOUT, ONE BALANCED PAIR PER REGION    PAYBUR01
002500*  AND COST CODE: DEBIT THE REGION'S BURDEN EXPENSE ACCOUNT       PAYBUR01
002600*  (GLMAP ELEMENT B), CREDIT THE ACCRUAL ACCOUNT ON BURRATE.      PAYBUR01
002700*  POSTINGS ARE DATED WITH THE PAY DATE OF THE CURRENT PAYCAL     PAYBUR01
002800*  PERIOD AS PAYGLE01 DATES THEM.  A REGION WITHOUT A BURDEN      PAYBUR01
002900*  ACCOUNT IS LISTED AND NOT POSTED (RC=8); NO RATES STOPS THE    PAYBUR01
003000*  RUN (RC=8); REJECTED RATE LINES OR NO PAYCAL PERIOD GIVE       PAYBUR01
003100*  RC=4.                                                          PAYBUR01
003200*                                                                 PAYBUR01
003300 ENVIRONMENT DIVISION.                                            PAYBUR01
003400 CONFIGURATION SECTION.                                           PAYBUR01
003500 SOURCE-COMPUTER.   IBM-370.                                      PAYBUR01
003600 OBJECT-COMPUTER.   IBM-370.                                      PAYBUR01
003700 INPUT-OUTPUT SECTION.                                            PAYBUR01
003800 FILE-CONTROL.                                                    PAYBUR01
003900     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYBUR01
004000            ORGANIZATION IS SEQUENTIAL.                           PAYBUR01
004100     SELECT RATE-FILE   ASSIGN TO BURRATE                         PAYBUR01
004200            ORGANIZATION IS SEQUENTIAL                            PAYBUR01
004300            FILE STATUS IS PAY-RATE-STATUS.                       PAYBUR01
004400     SELECT GLMAP-FILE  ASSIGN TO GLMAP                           PAYBUR01
004500            ORGANIZATION IS SEQUENTIAL                            PAYBUR01
004600            FILE STATUS IS PAY-MAP-STATUS.                        PAYBUR01
004700     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYBUR01
004800            ORGANIZATION IS SEQUENTIAL                            PAYBUR01
004900            FILE STATUS IS PAY-CAL-STATUS.                        PAYBUR01
005000     SELECT GLPOST-FILE ASSIGN TO BURGLP                          PAYBUR01
005100            ORGANIZATION IS SEQUENTIAL.                           PAYBUR01
005200     SELECT RPT-FILE    ASSIGN TO BURRPT                          PAYBUR01
005300            ORGANIZATION IS SEQUENTIAL.                           PAYBUR01
005400 DATA DIVISION.                                                   PAYBUR01
005500 FILE SECTION.                                                    PAYBUR01
005600 FD  PAYOUT-FILE                                                  PAYBUR01
005700     LABEL RECORDS STANDARD                                       PAYBUR01
005800     BLOCK 00000 RECORDS                                          PAYBUR01
005900     RECORDING F.                                                 PAYBUR01
006000 01  PI-DETAIL-REC.                                               PAYBUR01
006100     05  PI-NAME             PIC X(15).                           PAYBUR01
006200     05  PI-REGION           PIC X(05).                           PAYBUR01
006300     05  PI-TYPE             PIC X(01).                           PAYBUR01
006400     05  PI-YEARS            PIC 9(02).                           PAYBUR01
006500     05  PI-HIRE-DATE        PIC 9(06).                           PAYBUR01
006600     05  PI-WAGES            PIC 9(05)V99.                        PAYBUR01
006700     05  PI-OT               PIC 9(05)V99.                        PAYBUR01
006800     05  PI-COMM             PIC 9(05)V99.                        PAYBUR01
006900     05  PI-TOTAL            PIC 9(05)V99.                        PAYBUR01
007000     05  PI-EMP-NBR          PIC 9(06).                           PAYBUR01
007100 FD  RATE-FILE                                                    PAYBUR01
007200     LABEL RECORDS STANDARD                                       PAYBUR01
007300     BLOCK 00000 RECORDS                                          PAYBUR01
007400     RECORDING F.                                                 PAYBUR01
007500 01  RATE-REC.                                                    PAYBUR01
007600     05  BR-REGION           PIC X(05).                           PAYBUR01
007700     05  BR-TYPE             PIC X(01).                           PAYBUR01
007800     05  BR-CODE             PIC X(04).                           PAYBUR01
007900     05  BR-PCT              PIC 9(02)V99.                        PAYBUR01
008000     05  BR-FLAT             PIC 9(05)V99.                        PAYBUR01
008100     05  BR-ACCOUNT          PIC X(08).                           PAYBUR01
008200     05  FILLER              PIC X(11).                           PAYBUR01
008300 FD  GLMAP-FILE                                                   PAYBUR01
008400     LABEL RECORDS STANDARD                                       PAYBUR01
008500     BLOCK 00000 RECORDS                                          PAYBUR01
008600     RECORDING F.                                                 PAYBUR01
008700 01  MAP-REC.                                                     PAYBUR01
008800     05  MAP-REGION          PIC X(05).                           PAYBUR01
008900     05  MAP-ELEMENT         PIC X(01).                           PAYBUR01
009000     05  MAP-ACCOUNT         PIC X(08).                           PAYBUR01
009100     05  FILLER              PIC X(06).                           PAYBUR01
009200 FD  CAL-FILE                                                     PAYBUR01
009300     LABEL RECORDS STANDARD                                       PAYBUR01
009400     BLOCK 00000 RECORDS                                          PAYBUR01
009500     RECORDING F.                                                 PAYBUR01
009600 01  CAL-REC.                                                     PAYBUR01
009700     05  CAL-START           PIC 9(08).                           PAYBUR01
009800     05  CAL-END             PIC 9(08).                           PAYBUR01
009900     05  CAL-CUTOFF          PIC 9(08).                           PAYBUR01
010000     05  CAL-SCHED-PAY       PIC 9(08).                           PAYBUR01
010100     05  CAL-PAY-DATE        PIC 9(08).                           PAYBUR01
010200     05  FILLER              PIC X(10).                           PAYBUR01
010300 FD  GLPOST-FILE                                                  PAYBUR01
010400     LABEL RECORDS STANDARD                                       PAYBUR01
010500     BLOCK 00000 RECORDS                                          PAYBUR01
010600     RECORDING F.                                                 PAYBUR01
010700 01  GL-REC.                                                      PAYBUR01
010800     05  GL-TYPE             PIC X(03).                           PAYBUR01
010900     05  GL-DATE             PIC 9(06).                           PAYBUR01
011000     05  GL-ACCOUNT          PIC X(08).                           PAYBUR01
011100     05  GL-DC               PIC X(01).                           PAYBUR01
011200     05  GL-AMOUNT           PIC 9(09)V99.                        PAYBUR01
011300     05  GL-REGION           PIC X(05).                           PAYBUR01
011400     05  GL-ELEMENT          PIC X(01).                           PAYBUR01
011500     05  FILLER              PIC X(05).                           PAYBUR01
011600 FD  RPT-FILE                                                     PAYBUR01
011700     LABEL RECORDS STANDARD                                       PAYBUR01
011800     BLOCK 00000 RECORDS                                          PAYBUR01
011900     RECORDING F.                                                 PAYBUR01
012000 01  RPT-REC                 PIC X(80).                           PAYBUR01
012100 WORKING-STORAGE SECTION.                                         PAYBUR01
012200 77  PAY-RATE-STATUS          PIC X(02) VALUE ZERO.               PAYBUR01
012300 77  PAY-MAP-STATUS           PIC X(02) VALUE ZERO.               PAYBUR01
012400 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYBUR01
012500 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYBUR01
012600 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYBUR01
012700     88  PAY-EOF                  VALUE 'Y'.                      PAYBUR01
012800 77  PAY-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.                PAYBUR01
012900     88  PAY-RATE-EOF             VALUE 'Y'.                      PAYBUR01
013000 77  PAY-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBUR01
013100     88  PAY-MAP-EOF              VALUE 'Y'.                      PAYBUR01
013200 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBUR01
013300     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYBUR01
013400 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYBUR01
013500 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYBUR01
013525 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYBUR01
013550 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYBUR01
013575 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYBUR01
013600 77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYBUR01
013700 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYBUR01
013800 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYBUR01
013900 77  PAY-PAY-DATE             PIC 9(08) VALUE ZERO.               PAYBUR01
014000 77  PAY-GL-DATE              PIC 9(06) VALUE ZERO.               PAYBUR01
014100 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYBUR01
014200 77  PAY-POST-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYBUR01
014300 77  PAY-UNMAPPED-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYBUR01
014400 77  PAY-BAD-RATE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYBUR01
014500 77  PAY-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYBUR01
014600 77  PAY-RATE-IX              PIC 9(03) COMP VALUE ZERO.          PAYBUR01
014700 77  PAY-BEST-IX              PIC 9(03) COMP VALUE ZERO.          PAYBUR01
014800 77  PAY-BEST-SCORE           PIC 9(01) VALUE ZERO.               PAYBUR01
014900 77  PAY-SCORE                PIC 9(01) VALUE ZERO.               PAYBUR01
015000 77  PAY-CODE-NBR             PIC 9(01) COMP VALUE ZERO.          PAYBUR01
015100 77  PAY-CODE-IX              PIC 9(01) COMP VALUE ZERO.          PAYBUR01
015200 77  PAY-CODE-FOUND           PIC X(01) VALUE 'N'.                PAYBUR01
015300 77  PAY-MAP-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYBUR01
015400 77  PAY-MAP-IX               PIC 9(03) COMP VALUE ZERO.          PAYBUR01
015500 77  PAY-MAP-FOUND            PIC X(01) VALUE 'N'.                PAYBUR01
015600 77  PAY-LOOKUP-ACCT          PIC X(08) VALUE SPACES.             PAYBUR01
015700 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYBUR01
015800 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYBUR01
015900 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYBUR01
016000 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYBUR01
016100 77  PAY-SUM-NBR              PIC 9(03) COMP VALUE ZERO.          PAYBUR01
016200 77  PAY-SUM-IX               PIC 9(03) COMP VALUE ZERO.          PAYBUR01
016300 77  PAY-SUM-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYBUR01
016400 77  PAY-SUM-FOUND            PIC X(01) VALUE 'N'.                PAYBUR01
016500 77  PAY-BUR-AMT              PIC 9(07)V99 VALUE ZERO.            PAYBUR01
016600 77  PAY-EMP-BUR              PIC 9(07)V99 VALUE ZERO.            PAYBUR01
016700 77  PAY-BATCH-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYBUR01
016800 01  PAY-RATE-TABLE.                                              PAYBUR01
016900     05  PAY-RATE-ENTRY       OCCURS 100 TIMES.                   PAYBUR01
017000         10  PAY-RT-REGION    PIC X(05).                          PAYBUR01
017100         10  PAY-RT-TYPE      PIC X(01).                          PAYBUR01
017200         10  PAY-RT-CODE      PIC X(04).                          PAYBUR01
017300         10  PAY-RT-PCT       PIC 9(02)V99.                       PAYBUR01
017400         10  PAY-RT-FLAT      PIC 9(05)V99.                       PAYBUR01
017500         10  PAY-RT-ACCOUNT   PIC X(08).                          PAYBUR01
017600 01  PAY-CODE-TABLE.                                              PAYBUR01
017700     05  PAY-CODE-ENTRY       OCCURS 6 TIMES.                     PAYBUR01
017800         10  PAY-CD-CODE      PIC X(04).                          PAYBUR01
017900         10  PAY-CD-TOTAL     PIC 9(09)V99 COMP-3.                PAYBUR01
018000 01  PAY-MAP-TABLE.                                               PAYBUR01
018100     05  PAY-MAP-ENTRY        OCCURS 100 TIMES.                   PAYBUR01
018200         10  PAY-MAP-REGION   PIC X(05).                          PAYBUR01
018300         10  PAY-MAP-ELEMENT  PIC X(01).                          PAYBUR01
018400         10  PAY-MAP-ACCOUNT  PIC X(08).                          PAYBUR01
018500 01  PAY-REGION-TABLE.                                            PAYBUR01
018600     05  PAY-REG-ENTRY        OCCURS 20 TIMES.                    PAYBUR01
018700         10  PAY-REG-CODE     PIC X(05).                          PAYBUR01
018800         10  PAY-REG-EMPS     PIC 9(07) COMP-3.                   PAYBUR01
018900         10  PAY-REG-GROSS    PIC 9(09)V99 COMP-3.                PAYBUR01
019000         10  PAY-REG-BURDEN   PIC 9(09)V99 COMP-3.                PAYBUR01
019100 01  PAY-SUM-TABLE.                                               PAYBUR01
019200     05  PAY-SUM-ENTRY        OCCURS 200 TIMES.                   PAYBUR01
019300         10  PAY-SM-REGION    PIC X(05).                          PAYBUR01
019400         10  PAY-SM-CODE      PIC X(04).                          PAYBUR01
019500         10  PAY-SM-ACCOUNT   PIC X(08).                          PAYBUR01
019600         10  PAY-SM-AMOUNT    PIC 9(09)V99 COMP-3.                PAYBUR01
019700 01  PAY-RUN-TOTALS.                                              PAYBUR01
019800     05  PAY-TOT-EMPS         PIC 9(07) COMP-3 VALUE ZERO.        PAYBUR01
019900     05  PAY-TOT-GROSS        PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYBUR01
020000     05  PAY-TOT-BURDEN       PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYBUR01
020100*                                                                 PAYBUR01
020200 01  RPT-HDR-LINE.                                                PAYBUR01
020300     05  FILLER              PIC X(37) VALUE                      PAYBUR01
020400         'EMPLOYER COST REGISTER PERIOD ENDING '.                 PAYBUR01
020500     05  HDR-PERIOD          PIC 9(08).                           PAYBUR01
020600     05  FILLER              PIC X(11) VALUE '  PAY DATE '.       PAYBUR01
020700     05  HDR-PAY-DATE        PIC 9(08).                           PAYBUR01
020800     05  FILLER              PIC X(16) VALUE SPACES.              PAYBUR01
020900 01  RPT-COL-LINE.                                                PAYBUR01
021000     05  FILLER              PIC X(08) VALUE 'EMP NBR'.           PAYBUR01
021100     05  FILLER              PIC X(16) VALUE 'NAME'.              PAYBUR01
021200     05  FILLER              PIC X(10) VALUE 'REGN  T'.           PAYBUR01
021300     05  FILLER              PIC X(09) VALUE '    GROSS'.         PAYBUR01
021400     05  FILLER              PIC X(12) VALUE '      BURDEN'.      PAYBUR01
021500     05  FILLER              PIC X(12) VALUE ' LOADED COST'.      PAYBUR01
021600     05  FILLER              PIC X(13) VALUE SPACES.              PAYBUR01
021700 01  RPT-DTL-LINE.                                                PAYBUR01
021800     05  DTL-EMP             PIC 9(06).                           PAYBUR01
021900     05  FILLER              PIC X(02) VALUE SPACES.              PAYBUR01
022000     05  DTL-NAME            PIC X(15).                           PAYBUR01
022100     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
022200     05  DTL-REGION          PIC X(05).                           PAYBUR01
022300     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
022400     05  DTL-TYPE            PIC X(01).                           PAYBUR01
022500     05  FILLER              PIC X(03) VALUE SPACES.              PAYBUR01
022600     05  DTL-GROSS           PIC ZZ,ZZ9.99.                       PAYBUR01
022700     05  FILLER              PIC X(03) VALUE SPACES.              PAYBUR01
022800     05  DTL-BURDEN          PIC ZZ,ZZ9.99.                       PAYBUR01
022900     05  FILLER              PIC X(03) VALUE SPACES.              PAYBUR01
023000     05  DTL-LOADED          PIC ZZ,ZZ9.99.                       PAYBUR01
023100     05  FILLER              PIC X(13) VALUE SPACES.              PAYBUR01
023200 01  RPT-SUB-LINE.                                                PAYBUR01
023300     05  FILLER              PIC X(12) VALUE SPACES.              PAYBUR01
023400     05  SUB-CODE            PIC X(04).                           PAYBUR01
023500     05  FILLER              PIC X(02) VALUE SPACES.              PAYBUR01
023600     05  SUB-AMT             PIC ZZ,ZZ9.99.                       PAYBUR01
023700     05  FILLER              PIC X(02) VALUE SPACES.              PAYBUR01
023800     05  SUB-ACCOUNT         PIC X(08).                           PAYBUR01
023900     05  FILLER              PIC X(43) VALUE SPACES.              PAYBUR01
024000 01  RPT-REG-HDR-LINE.                                            PAYBUR01
024100     05  FILLER              PIC X(30) VALUE                      PAYBUR01
024200         'REGION TOTALS'.                                         PAYBUR01
024300     05  FILLER              PIC X(50) VALUE SPACES.              PAYBUR01
024400 01  RPT-REG-COL-LINE.                                            PAYBUR01
024500     05  FILLER              PIC X(08) VALUE 'REGION'.            PAYBUR01
024600     05  FILLER              PIC X(10) VALUE 'EMPLOYEES'.         PAYBUR01
024700     05  FILLER              PIC X(16) VALUE '           GROSS'.  PAYBUR01
024800     05  FILLER              PIC X(16) VALUE '          BURDEN'.  PAYBUR01
024900     05  FILLER              PIC X(16) VALUE '     LOADED COST'.  PAYBUR01
025000     05  FILLER              PIC X(14) VALUE SPACES.              PAYBUR01
025100 01  RPT-REG-LINE.                                                PAYBUR01
025200     05  REG-REGION          PIC X(08).                           PAYBUR01
025300     05  REG-EMPS            PIC ZZZ,ZZ9.                         PAYBUR01
025400     05  FILLER              PIC X(03) VALUE SPACES.              PAYBUR01
025500     05  REG-GROSS           PIC ZZZ,ZZZ,ZZ9.99.                  PAYBUR01
025600     05  FILLER              PIC X(02) VALUE SPACES.              PAYBUR01
025700     05  REG-BURDEN          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBUR01
025800     05  FILLER              PIC X(02) VALUE SPACES.              PAYBUR01
025900     05  REG-LOADED          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBUR01
026000     05  FILLER              PIC X(16) VALUE SPACES.              PAYBUR01
026100 01  RPT-PST-LINE.                                                PAYBUR01
026200     05  PST-REGION          PIC X(05).                           PAYBUR01
026300     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
026400     05  PST-CODE            PIC X(04).                           PAYBUR01
026500     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
026600     05  PST-DR-ACCOUNT      PIC X(08).                           PAYBUR01
026700     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
026800     05  PST-CR-ACCOUNT      PIC X(08).                           PAYBUR01
026900     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
027000     05  PST-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBUR01
027100     05  FILLER              PIC X(01) VALUE SPACE.               PAYBUR01
027200     05  PST-NOTE            PIC X(20).                           PAYBUR01
027300     05  FILLER              PIC X(16) VALUE SPACES.              PAYBUR01
027400 01  RPT-TOT-LINE.                                                PAYBUR01
027500     05  TOT-LABEL           PIC X(20).                           PAYBUR01
027600     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYBUR01
027700     05  FILLER              PIC X(46) VALUE SPACES.              PAYBUR01
027800 01  RPT-CNT-LINE.                                                PAYBUR01
027900     05  CNT-LABEL           PIC X(30).                           PAYBUR01
028000     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYBUR01
028100     05  FILLER              PIC X(41) VALUE SPACES.              PAYBUR01
028200 COPY SY0099.                                                     PAYBUR01
028300 COPY SY0095.                                                     PAYBUR01
028350 COPY SY0081.                                                     PAYBUR01
028400 PROCEDURE DIVISION.                                              PAYBUR01
028500***************************************************************** PAYBUR01
028600* 0000-MAINLINE                                                   PAYBUR01
028700***************************************************************** PAYBUR01
028800 0000-MAINLINE.                                                   PAYBUR01
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYBUR01
029000     IF PAY-STOP-SWITCH = 'Y'                                     PAYBUR01
029100        GO TO 8100-JOURNAL-STOP                                   PAYBUR01
029200     END-IF.                                                      PAYBUR01
029300     PERFORM 2000-PRICE-RECORD THRU 2000-EXIT                     PAYBUR01
029400         UNTIL PAY-EOF.                                           PAYBUR01
029500     PERFORM 3000-REGION-TOTALS THRU 3000-EXIT.                   PAYBUR01
029600     PERFORM 4000-POST-BURDEN THRU 4000-EXIT.                     PAYBUR01
029700     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYBUR01
029800     GO TO 9999-EXIT.                                             PAYBUR01
029900***************************************************************** PAYBUR01
030000* 1000-INITIALIZE - RATES, ACCOUNT MAP, CALENDAR, OPEN FILES      PAYBUR01
030100***************************************************************** PAYBUR01
030200 1000-INITIALIZE.                                                 PAYBUR01
030300     MOVE 'PAYBUR01' TO X95-PROGRAMME.                            PAYBUR01
030400     MOVE 'D' TO X95-PHASE.                                       PAYBUR01
030500     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYBUR01
030600                  X95-CPT-REJET.                                  PAYBUR01
030700     MOVE SPACES TO X95-ETAT.                                     PAYBUR01
030800     CALL 'SY0095' USING SY0095-PARMS.                            PAYBUR01
030900     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYBUR01
031000     MOVE 'C' TO X99-FONCTION.                                    PAYBUR01
031100     CALL 'SY0099' USING SY0099-PARMS.                            PAYBUR01
031200     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYBUR01
031300     MOVE PAY-RUN-DATE TO PAY-GL-DATE.                            PAYBUR01
031400     OPEN INPUT RATE-FILE.                                        PAYBUR01
031500     IF PAY-RATE-STATUS = '00'                                    PAYBUR01
031600        PERFORM 1100-LOAD-RATE THRU 1100-EXIT                     PAYBUR01
031700            UNTIL PAY-RATE-EOF                                    PAYBUR01
031800        CLOSE RATE-FILE                                           PAYBUR01
031900     END-IF.                                                      PAYBUR01
032000     IF PAY-RATE-COUNT = ZERO                                     PAYBUR01
032100        DISPLAY 'NO EMPLOYER COST RATES ON BURRATE - RUN STOPPED' PAYBUR01
032200        MOVE 8 TO RETURN-CODE                                     PAYBUR01
032300        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBUR01
032333        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYBUR01
032366        MOVE 'BURRATE' TO PAY-ERR-FILE                            PAYBUR01
032400        GO TO 1000-EXIT                                           PAYBUR01
032500     END-IF.                                                      PAYBUR01
032600     OPEN INPUT GLMAP-FILE.                                       PAYBUR01
032700     IF PAY-MAP-STATUS = '00'                                     PAYBUR01
032800        PERFORM 1200-LOAD-MAP THRU 1200-EXIT                      PAYBUR01
032900            UNTIL PAY-MAP-EOF                                     PAYBUR01
033000        CLOSE GLMAP-FILE                                          PAYBUR01
033100     ELSE                                                         PAYBUR01
033200        DISPLAY 'ACCOUNT MAP UNAVAILABLE - STATUS '               PAYBUR01
033300                PAY-MAP-STATUS                                    PAYBUR01
033400        MOVE 8 TO RETURN-CODE                                     PAYBUR01
033500     END-IF.                                                      PAYBUR01
033600     PERFORM 1300-READ-CALENDAR THRU 1300-EXIT.                   PAYBUR01
033700     OPEN INPUT PAYOUT-FILE.                                      PAYBUR01
033800     OPEN OUTPUT GLPOST-FILE.                                     PAYBUR01
033900     OPEN OUTPUT RPT-FILE.                                        PAYBUR01
034000     MOVE PAY-PERIOD-DATE TO HDR-PERIOD.                          PAYBUR01
034100     MOVE PAY-PAY-DATE TO HDR-PAY-DATE.                           PAYBUR01
034200     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYBUR01
034300     MOVE SPACES TO RPT-REC.                                      PAYBUR01
034400     WRITE RPT-REC.                                               PAYBUR01
034500     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYBUR01
034600     MOVE SPACES TO GL-REC.                                       PAYBUR01
034700     MOVE 'HDR' TO GL-TYPE.                                       PAYBUR01
034800     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYBUR01
034900     MOVE ZERO TO GL-AMOUNT.                                      PAYBUR01
035000     WRITE GL-REC.                                                PAYBUR01
035100 1000-EXIT.                                                       PAYBUR01
035200     EXIT.                                                        PAYBUR01
035300 1100-LOAD-RATE.                                                  PAYBUR01
035400     READ RATE-FILE                                               PAYBUR01
035500         AT END                                                   PAYBUR01
035600            SET PAY-RATE-EOF TO TRUE                              PAYBUR01
035700            GO TO 1100-EXIT                                       PAYBUR01
035800     END-READ.                                                    PAYBUR01
035900     IF BR-PCT NOT NUMERIC OR BR-FLAT NOT NUMERIC                 PAYBUR01
036000        OR BR-CODE = SPACES OR BR-ACCOUNT = SPACES                PAYBUR01
036100        DISPLAY 'BURRATE LINE REJECTED: ' RATE-REC                PAYBUR01
036200        ADD 1 TO PAY-BAD-RATE-COUNT                               PAYBUR01
036300        GO TO 1100-EXIT                                           PAYBUR01
036400     END-IF.                                                      PAYBUR01
036500     MOVE 'N' TO PAY-CODE-FOUND.                                  PAYBUR01
036600     IF PAY-CODE-NBR > ZERO                                       PAYBUR01
036700        PERFORM 1110-SCAN-CODE THRU 1110-EXIT                     PAYBUR01
036800            VARYING PAY-CODE-IX FROM 1 BY 1                       PAYBUR01
036900            UNTIL PAY-CODE-IX > PAY-CODE-NBR                      PAYBUR01
037000               OR PAY-CODE-FOUND = 'Y'                            PAYBUR01
037100     END-IF.                                                      PAYBUR01
037200     IF PAY-CODE-FOUND = 'N'                                      PAYBUR01
037300        IF PAY-CODE-NBR < 6                                       PAYBUR01
037400           ADD 1 TO PAY-CODE-NBR                                  PAYBUR01
037500           MOVE BR-CODE TO PAY-CD-CODE (PAY-CODE-NBR)             PAYBUR01
037600           MOVE ZERO TO PAY-CD-TOTAL (PAY-CODE-NBR)               PAYBUR01
037700        ELSE                                                      PAYBUR01
037800           DISPLAY 'MORE THAN 6 COST CODES - LINE REJECTED: '     PAYBUR01
037900                   RATE-REC                                       PAYBUR01
038000           ADD 1 TO PAY-BAD-RATE-COUNT                            PAYBUR01
038100           GO TO 1100-EXIT                                        PAYBUR01
038200        END-IF                                                    PAYBUR01
038300     END-IF.                                                      PAYBUR01
038400     IF PAY-RATE-COUNT < 100                                      PAYBUR01
038500        ADD 1 TO PAY-RATE-COUNT                                   PAYBUR01
038600        MOVE BR-REGION TO PAY-RT-REGION (PAY-RATE-COUNT)          PAYBUR01
038700        MOVE BR-TYPE TO PAY-RT-TYPE (PAY-RATE-COUNT)              PAYBUR01
038800        MOVE BR-CODE TO PAY-RT-CODE (PAY-RATE-COUNT)              PAYBUR01
038900        MOVE BR-PCT TO PAY-RT-PCT (PAY-RATE-COUNT)                PAYBUR01
039000        MOVE BR-FLAT TO PAY-RT-FLAT (PAY-RATE-COUNT)              PAYBUR01
039100        MOVE BR-ACCOUNT TO PAY-RT-ACCOUNT (PAY-RATE-COUNT)        PAYBUR01
039200     ELSE                                                         PAYBUR01
039300        DISPLAY 'RATE TABLE FULL - ENTRY DROPPED: ' RATE-REC      PAYBUR01
039400        ADD 1 TO PAY-BAD-RATE-COUNT                               PAYBUR01
039500     END-IF.                                                      PAYBUR01
039600 1100-EXIT.                                                       PAYBUR01
039700     EXIT.                                                        PAYBUR01
039800 1110-SCAN-CODE.                                                  PAYBUR01
039900     IF PAY-CD-CODE (PAY-CODE-IX) = BR-CODE                       PAYBUR01
040000        MOVE 'Y' TO PAY-CODE-FOUND                                PAYBUR01
040100     END-IF.                                                      PAYBUR01
040200 1110-EXIT.                                                       PAYBUR01
040300     EXIT.                                                        PAYBUR01
040400 1200-LOAD-MAP.                                                   PAYBUR01
040500     READ GLMAP-FILE                                              PAYBUR01
040600         AT END                                                   PAYBUR01
040700            SET PAY-MAP-EOF TO TRUE                               PAYBUR01
040800            GO TO 1200-EXIT                                       PAYBUR01
040900     END-READ.                                                    PAYBUR01
041000     IF MAP-ELEMENT NOT = 'B'                                     PAYBUR01
041100        GO TO 1200-EXIT                                           PAYBUR01
041200     END-IF.                                                      PAYBUR01
041300     IF PAY-MAP-COUNT < 100                                       PAYBUR01
041400        ADD 1 TO PAY-MAP-COUNT                                    PAYBUR01
041500        MOVE MAP-REGION TO PAY-MAP-REGION (PAY-MAP-COUNT)         PAYBUR01
041600        MOVE MAP-ELEMENT TO PAY-MAP-ELEMENT (PAY-MAP-COUNT)       PAYBUR01
041700        MOVE MAP-ACCOUNT TO PAY-MAP-ACCOUNT (PAY-MAP-COUNT)       PAYBUR01
041800     ELSE                                                         PAYBUR01
041900        DISPLAY 'ACCOUNT MAP TABLE FULL - ENTRY DROPPED: '        PAYBUR01
042000                MAP-REGION ' ' MAP-ELEMENT                        PAYBUR01
042100     END-IF.                                                      PAYBUR01
042200 1200-EXIT.                                                       PAYBUR01
042300     EXIT.                                                        PAYBUR01
042400 1300-READ-CALENDAR.                                              PAYBUR01
042500     OPEN INPUT CAL-FILE.                                         PAYBUR01
042600     IF PAY-CAL-STATUS NOT = '00'                                 PAYBUR01
042700        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYBUR01
042800                PAY-CAL-STATUS ' - RUN DATE USED'                 PAYBUR01
042900        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYBUR01
043000        GO TO 1300-EXIT                                           PAYBUR01
043100     END-IF.                                                      PAYBUR01
043200     PERFORM 1310-SCAN-CALENDAR THRU 1310-EXIT                    PAYBUR01
043300         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYBUR01
043400     CLOSE CAL-FILE.                                              PAYBUR01
043500     IF PAY-CAL-FOUND = 'N'                                       PAYBUR01
043600        DISPLAY 'NO PAYCAL PERIOD FOR RUN DATE ' PAY-TODAY-8      PAYBUR01
043700                ' - RUN DATE USED'                                PAYBUR01
043800        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYBUR01
043900        GO TO 1300-EXIT                                           PAYBUR01
044000     END-IF.                                                      PAYBUR01
044100     MOVE PAY-PAY-DATE (3:6) TO PAY-GL-DATE.                      PAYBUR01
044200 1300-EXIT.                                                       PAYBUR01
044300     EXIT.                                                        PAYBUR01
044400 1310-SCAN-CALENDAR.                                              PAYBUR01
044500     READ CAL-FILE                                                PAYBUR01
044600         AT END                                                   PAYBUR01
044700            SET PAY-CAL-EOF TO TRUE                               PAYBUR01
044800            GO TO 1310-EXIT                                       PAYBUR01
044900     END-READ.                                                    PAYBUR01
045000     IF CAL-CUTOFF < PAY-TODAY-8                                  PAYBUR01
045100        GO TO 1310-EXIT                                           PAYBUR01
045200     END-IF.                                                      PAYBUR01
045300     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYBUR01
045400     MOVE CAL-END TO PAY-PERIOD-DATE.                             PAYBUR01
045500     MOVE CAL-PAY-DATE TO PAY-PAY-DATE.                           PAYBUR01
045600 1310-EXIT.                                                       PAYBUR01
045700     EXIT.                                                        PAYBUR01
045800***************************************************************** PAYBUR01
045900* 2000-PRICE-RECORD - EMPLOYER COST FOR ONE EMPLOYEE              PAYBUR01
046000***************************************************************** PAYBUR01
046100 2000-PRICE-RECORD.                                               PAYBUR01
046200     READ PAYOUT-FILE                                             PAYBUR01
046300         AT END                                                   PAYBUR01
046400            SET PAY-EOF TO TRUE                                   PAYBUR01
046500            GO TO 2000-EXIT                                       PAYBUR01
046600     END-READ.                                                    PAYBUR01
046700     ADD 1 TO PAY-READ-COUNT.                                     PAYBUR01
046800     MOVE ZERO TO PAY-EMP-BUR.                                    PAYBUR01
046900     MOVE SPACES TO RPT-DTL-LINE.                                 PAYBUR01
047000     MOVE PI-EMP-NBR TO DTL-EMP.                                  PAYBUR01
047100     MOVE PI-NAME TO DTL-NAME.                                    PAYBUR01
047200     MOVE PI-REGION TO DTL-REGION.                                PAYBUR01
047300     MOVE PI-TYPE TO DTL-TYPE.                                    PAYBUR01
047400     MOVE PI-TOTAL TO DTL-GROSS.                                  PAYBUR01
047500     MOVE ZERO TO DTL-BURDEN DTL-LOADED.                          PAYBUR01
047600     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBUR01
047700     PERFORM 2100-PRICE-CODE THRU 2100-EXIT                       PAYBUR01
047800         VARYING PAY-CODE-IX FROM 1 BY 1                          PAYBUR01
047900         UNTIL PAY-CODE-IX > PAY-CODE-NBR.                        PAYBUR01
048000     MOVE SPACES TO RPT-DTL-LINE.                                 PAYBUR01
048100     MOVE ZERO TO DTL-EMP.                                        PAYBUR01
048200     MOVE 'LOADED COST' TO DTL-NAME.                              PAYBUR01
048300     MOVE PI-TOTAL TO DTL-GROSS.                                  PAYBUR01
048400     MOVE PAY-EMP-BUR TO DTL-BURDEN.                              PAYBUR01
048500     COMPUTE DTL-LOADED = PI-TOTAL + PAY-EMP-BUR.                 PAYBUR01
048600     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBUR01
048700     ADD 1 TO PAY-TOT-EMPS.                                       PAYBUR01
048800     ADD PI-TOTAL TO PAY-TOT-GROSS.                               PAYBUR01
048900     ADD PAY-EMP-BUR TO PAY-TOT-BURDEN.                           PAYBUR01
049000     PERFORM 2400-ADD-REGION THRU 2400-EXIT.                      PAYBUR01
049100 2000-EXIT.                                                       PAYBUR01
049200     EXIT.                                                        PAYBUR01
049300 2100-PRICE-CODE.                                                 PAYBUR01
049400     MOVE ZERO TO PAY-BEST-IX PAY-BEST-SCORE.                     PAYBUR01
049500     PERFORM 2200-SCORE-RATE THRU 2200-EXIT                       PAYBUR01
049600         VARYING PAY-RATE-IX FROM 1 BY 1                          PAYBUR01
049700         UNTIL PAY-RATE-IX > PAY-RATE-COUNT.                      PAYBUR01
049800     IF PAY-BEST-IX = ZERO                                        PAYBUR01
049900        GO TO 2100-EXIT                                           PAYBUR01
050000     END-IF.                                                      PAYBUR01
050100     COMPUTE PAY-BUR-AMT ROUNDED =                                PAYBUR01
050200         PI-TOTAL * PAY-RT-PCT (PAY-BEST-IX) / 100                PAYBUR01
050300         + PAY-RT-FLAT (PAY-BEST-IX).                             PAYBUR01
050400     IF PAY-BUR-AMT = ZERO                                        PAYBUR01
050500        GO TO 2100-EXIT                                           PAYBUR01
050600     END-IF.                                                      PAYBUR01
050700     ADD PAY-BUR-AMT TO PAY-EMP-BUR.                              PAYBUR01
050800     ADD PAY-BUR-AMT TO PAY-CD-TOTAL (PAY-CODE-IX).               PAYBUR01
050900     MOVE PAY-RT-CODE (PAY-BEST-IX) TO SUB-CODE.                  PAYBUR01
051000     MOVE PAY-BUR-AMT TO SUB-AMT.                                 PAYBUR01
051100     MOVE PAY-RT-ACCOUNT (PAY-BEST-IX) TO SUB-ACCOUNT.            PAYBUR01
051200     WRITE RPT-REC FROM RPT-SUB-LINE.                             PAYBUR01
051300     PERFORM 2300-ADD-SUMMARY THRU 2300-EXIT.                     PAYBUR01
051400 2100-EXIT.                                                       PAYBUR01
051500     EXIT.                                                        PAYBUR01
051600 2200-SCORE-RATE.                                                 PAYBUR01
051700     IF PAY-RT-CODE (PAY-RATE-IX) NOT = PAY-CD-CODE (PAY-CODE-IX) PAYBUR01
051800        GO TO 2200-EXIT                                           PAYBUR01
051900     END-IF.                                                      PAYBUR01
052000     MOVE 1 TO PAY-SCORE.                                         PAYBUR01
052100     IF PAY-RT-REGION (PAY-RATE-IX) = PI-REGION                   PAYBUR01
052200        ADD 2 TO PAY-SCORE                                        PAYBUR01
052300     ELSE                                                         PAYBUR01
052400        IF PAY-RT-REGION (PAY-RATE-IX) NOT = SPACES               PAYBUR01
052500           GO TO 2200-EXIT                                        PAYBUR01
052600        END-IF                                                    PAYBUR01
052700     END-IF.                                                      PAYBUR01
052800     IF PAY-RT-TYPE (PAY-RATE-IX) = PI-TYPE                       PAYBUR01
052900        ADD 1 TO PAY-SCORE                                        PAYBUR01
053000     ELSE                                                         PAYBUR01
053100        IF PAY-RT-TYPE (PAY-RATE-IX) NOT = SPACE                  PAYBUR01
053200           GO TO 2200-EXIT                                        PAYBUR01
053300        END-IF                                                    PAYBUR01
053400     END-IF.                                                      PAYBUR01
053500     IF PAY-SCORE > PAY-BEST-SCORE                                PAYBUR01
053600        MOVE PAY-SCORE TO PAY-BEST-SCORE                          PAYBUR01
053700        MOVE PAY-RATE-IX TO PAY-BEST-IX                           PAYBUR01
053800     END-IF.                                                      PAYBUR01
053900 2200-EXIT.                                                       PAYBUR01
054000     EXIT.                                                        PAYBUR01
054100 2300-ADD-SUMMARY.                                                PAYBUR01
054200     MOVE 'N' TO PAY-SUM-FOUND.                                   PAYBUR01
054300     IF PAY-SUM-NBR > ZERO                                        PAYBUR01
054400        PERFORM 2310-SCAN-SUMMARY THRU 2310-EXIT                  PAYBUR01
054500            VARYING PAY-SUM-IX FROM 1 BY 1                        PAYBUR01
054600            UNTIL PAY-SUM-IX > PAY-SUM-NBR                        PAYBUR01
054700               OR PAY-SUM-FOUND = 'Y'                             PAYBUR01
054800     END-IF.                                                      PAYBUR01
054900     IF PAY-SUM-FOUND = 'Y'                                       PAYBUR01
055000        COMPUTE PAY-SUM-SLOT = PAY-SUM-IX - 1                     PAYBUR01
055100     ELSE                                                         PAYBUR01
055200        IF PAY-SUM-NBR < 200                                      PAYBUR01
055300           ADD 1 TO PAY-SUM-NBR                                   PAYBUR01
055400           MOVE PAY-SUM-NBR TO PAY-SUM-SLOT                       PAYBUR01
055500           MOVE PI-REGION TO PAY-SM-REGION (PAY-SUM-SLOT)         PAYBUR01
055600           MOVE PAY-RT-CODE (PAY-BEST-IX)                         PAYBUR01
055700             TO PAY-SM-CODE (PAY-SUM-SLOT)                        PAYBUR01
055800           MOVE PAY-RT-ACCOUNT (PAY-BEST-IX)                      PAYBUR01
055900             TO PAY-SM-ACCOUNT (PAY-SUM-SLOT)                     PAYBUR01
056000           MOVE ZERO TO PAY-SM-AMOUNT (PAY-SUM-SLOT)              PAYBUR01
056100        ELSE                                                      PAYBUR01
056200           DISPLAY 'SUMMARY TABLE FULL - COST NOT POSTED: '       PAYBUR01
056300                   PI-REGION ' ' PAY-RT-CODE (PAY-BEST-IX)        PAYBUR01
056400           MOVE 8 TO RETURN-CODE                                  PAYBUR01
056500           GO TO 2300-EXIT                                        PAYBUR01
056600        END-IF                                                    PAYBUR01
056700     END-IF.                                                      PAYBUR01
056800     ADD PAY-BUR-AMT TO PAY-SM-AMOUNT (PAY-SUM-SLOT).             PAYBUR01
056900 2300-EXIT.                                                       PAYBUR01
057000     EXIT.                                                        PAYBUR01
057100 2310-SCAN-SUMMARY.                                               PAYBUR01
057200     IF PAY-SM-REGION (PAY-SUM-IX) = PI-REGION                    PAYBUR01
057300        AND PAY-SM-CODE (PAY-SUM-IX) = PAY-RT-CODE (PAY-BEST-IX)  PAYBUR01
057400        AND PAY-SM-ACCOUNT (PAY-SUM-IX) =                         PAYBUR01
057500            PAY-RT-ACCOUNT (PAY-BEST-IX)                          PAYBUR01
057600        MOVE 'Y' TO PAY-SUM-FOUND                                 PAYBUR01
057700     END-IF.                                                      PAYBUR01
057800 2310-EXIT.                                                       PAYBUR01
057900     EXIT.                                                        PAYBUR01
058000 2400-ADD-REGION.                                                 PAYBUR01
058100     MOVE ZERO TO PAY-REG-SLOT.                                   PAYBUR01
058200     MOVE 'N' TO PAY-REG-FOUND.                                   PAYBUR01
058300     IF PAY-REG-NBR > ZERO                                        PAYBUR01
058400        PERFORM 2410-SCAN-REGION THRU 2410-EXIT                   PAYBUR01
058500            VARYING PAY-REG-IX FROM 1 BY 1                        PAYBUR01
058600            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYBUR01
058700               OR PAY-REG-FOUND = 'Y'                             PAYBUR01
058800     END-IF.                                                      PAYBUR01
058900     IF PAY-REG-FOUND = 'Y'                                       PAYBUR01
059000        COMPUTE PAY-REG-SLOT = PAY-REG-IX - 1                     PAYBUR01
059100     ELSE                                                         PAYBUR01
059200        IF PAY-REG-NBR < 20                                       PAYBUR01
059300           ADD 1 TO PAY-REG-NBR                                   PAYBUR01
059400           MOVE PAY-REG-NBR TO PAY-REG-SLOT                       PAYBUR01
059500           MOVE PI-REGION TO PAY-REG-CODE (PAY-REG-SLOT)          PAYBUR01
059600           MOVE ZERO TO PAY-REG-EMPS (PAY-REG-SLOT)               PAYBUR01
059700                        PAY-REG-GROSS (PAY-REG-SLOT)              PAYBUR01
059800                        PAY-REG-BURDEN (PAY-REG-SLOT)             PAYBUR01
059900        ELSE                                                      PAYBUR01
060000           DISPLAY 'REGION TABLE FULL - NOT IN REGION TOTALS: '   PAYBUR01
060100                   PI-REGION                                      PAYBUR01
060200           MOVE 'Y' TO PAY-WARN-SWITCH                            PAYBUR01
060300           GO TO 2400-EXIT                                        PAYBUR01
060400        END-IF                                                    PAYBUR01
060500     END-IF.                                                      PAYBUR01
060600     ADD 1 TO PAY-REG-EMPS (PAY-REG-SLOT).                        PAYBUR01
060700     ADD PI-TOTAL TO PAY-REG-GROSS (PAY-REG-SLOT).                PAYBUR01
060800     ADD PAY-EMP-BUR TO PAY-REG-BURDEN (PAY-REG-SLOT).            PAYBUR01
060900 2400-EXIT.                                                       PAYBUR01
061000     EXIT.                                                        PAYBUR01
061100 2410-SCAN-REGION.                                                PAYBUR01
061200     IF PAY-REG-CODE (PAY-REG-IX) = PI-REGION                     PAYBUR01
061300        MOVE 'Y' TO PAY-REG-FOUND                                 PAYBUR01
061400     END-IF.                                                      PAYBUR01
061500 2410-EXIT.                                                       PAYBUR01
061600     EXIT.                                                        PAYBUR01
061700***************************************************************** PAYBUR01
061800* 3000-REGION-TOTALS - GROSS, BURDEN AND LOADED COST BY REGION    PAYBUR01
061900***************************************************************** PAYBUR01
062000 3000-REGION-TOTALS.                                              PAYBUR01
062100     MOVE SPACES TO RPT-REC.                                      PAYBUR01
062200     WRITE RPT-REC.                                               PAYBUR01
062300     WRITE RPT-REC FROM RPT-REG-HDR-LINE.                         PAYBUR01
062400     WRITE RPT-REC FROM RPT-REG-COL-LINE.                         PAYBUR01
062500     PERFORM 3100-REGION-LINE THRU 3100-EXIT                      PAYBUR01
062600         VARYING PAY-REG-IX FROM 1 BY 1                           PAYBUR01
062700         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYBUR01
062800     MOVE SPACES TO RPT-REG-LINE.                                 PAYBUR01
062900     MOVE 'TOTAL' TO REG-REGION.                                  PAYBUR01
063000     MOVE PAY-TOT-EMPS TO REG-EMPS.                               PAYBUR01
063100     MOVE PAY-TOT-GROSS TO REG-GROSS.                             PAYBUR01
063200     MOVE PAY-TOT-BURDEN TO REG-BURDEN.                           PAYBUR01
063300     COMPUTE REG-LOADED = PAY-TOT-GROSS + PAY-TOT-BURDEN.         PAYBUR01
063400     WRITE RPT-REC FROM RPT-REG-LINE.                             PAYBUR01
063500     MOVE SPACES TO RPT-REC.                                      PAYBUR01
063600     WRITE RPT-REC.                                               PAYBUR01
063700     PERFORM 3200-CODE-TOTAL THRU 3200-EXIT                       PAYBUR01
063800         VARYING PAY-CODE-IX FROM 1 BY 1                          PAYBUR01
063900         UNTIL PAY-CODE-IX > PAY-CODE-NBR.                        PAYBUR01
064000 3000-EXIT.                                                       PAYBUR01
064100     EXIT.                                                        PAYBUR01
064200 3100-REGION-LINE.                                                PAYBUR01
064300     MOVE SPACES TO RPT-REG-LINE.                                 PAYBUR01
064400     MOVE PAY-REG-CODE (PAY-REG-IX) TO REG-REGION.                PAYBUR01
064500     MOVE PAY-REG-EMPS (PAY-REG-IX) TO REG-EMPS.                  PAYBUR01
064600     MOVE PAY-REG-GROSS (PAY-REG-IX) TO REG-GROSS.                PAYBUR01
064700     MOVE PAY-REG-BURDEN (PAY-REG-IX) TO REG-BURDEN.              PAYBUR01
064800     COMPUTE REG-LOADED = PAY-REG-GROSS (PAY-REG-IX)              PAYBUR01
064900                        + PAY-REG-BURDEN (PAY-REG-IX).            PAYBUR01
065000     WRITE RPT-REC FROM RPT-REG-LINE.                             PAYBUR01
065100 3100-EXIT.                                                       PAYBUR01
065200     EXIT.                                                        PAYBUR01
065300 3200-CODE-TOTAL.                                                 PAYBUR01
065400     MOVE SPACES TO TOT-LABEL.                                    PAYBUR01
065500     STRING 'TOTAL ' PAY-CD-CODE (PAY-CODE-IX)                    PAYBUR01
065600            DELIMITED BY SIZE INTO TOT-LABEL.                     PAYBUR01
065700     MOVE PAY-CD-TOTAL (PAY-CODE-IX) TO TOT-AMOUNT.               PAYBUR01
065800     WRITE RPT-REC FROM RPT-TOT-LINE.                             PAYBUR01
065900 3200-EXIT.                                                       PAYBUR01
066000     EXIT.                                                        PAYBUR01
066100***************************************************************** PAYBUR01
066200* 4000-POST-BURDEN - ONE BALANCED PAIR PER REGION/COST CODE:      PAYBUR01
066300*                    DEBIT BURDEN EXPENSE, CREDIT ACCRUAL         PAYBUR01
066400***************************************************************** PAYBUR01
066500 4000-POST-BURDEN.                                                PAYBUR01
066600     MOVE SPACES TO RPT-REC.                                      PAYBUR01
066700     WRITE RPT-REC.                                               PAYBUR01
066800     PERFORM 4100-POST-ONE THRU 4100-EXIT                         PAYBUR01
066900         VARYING PAY-SUM-IX FROM 1 BY 1                           PAYBUR01
067000         UNTIL PAY-SUM-IX > PAY-SUM-NBR.                          PAYBUR01
067100 4000-EXIT.                                                       PAYBUR01
067200     EXIT.                                                        PAYBUR01
067300 4100-POST-ONE.                                                   PAYBUR01
067400     IF PAY-SM-AMOUNT (PAY-SUM-IX) = ZERO                         PAYBUR01
067500        GO TO 4100-EXIT                                           PAYBUR01
067600     END-IF.                                                      PAYBUR01
067700     PERFORM 4200-FIND-ACCOUNT THRU 4200-EXIT.                    PAYBUR01
067800     MOVE SPACES TO RPT-PST-LINE.                                 PAYBUR01
067900     MOVE PAY-SM-REGION (PAY-SUM-IX) TO PST-REGION.               PAYBUR01
068000     MOVE PAY-SM-CODE (PAY-SUM-IX) TO PST-CODE.                   PAYBUR01
068100     MOVE PAY-SM-ACCOUNT (PAY-SUM-IX) TO PST-CR-ACCOUNT.          PAYBUR01
068200     MOVE PAY-SM-AMOUNT (PAY-SUM-IX) TO PST-AMOUNT.               PAYBUR01
068300     IF PAY-MAP-FOUND = 'N'                                       PAYBUR01
068400        MOVE 'REGION NOT MAPPED' TO PST-NOTE                      PAYBUR01
068500        WRITE RPT-REC FROM RPT-PST-LINE                           PAYBUR01
068600        ADD 1 TO PAY-UNMAPPED-COUNT                               PAYBUR01
068700        MOVE 8 TO RETURN-CODE                                     PAYBUR01
068800        GO TO 4100-EXIT                                           PAYBUR01
068900     END-IF.                                                      PAYBUR01
069000     MOVE SPACES TO GL-REC.                                       PAYBUR01
069100     MOVE 'DTL' TO GL-TYPE.                                       PAYBUR01
069200     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYBUR01
069300     MOVE PAY-LOOKUP-ACCT TO GL-ACCOUNT.                          PAYBUR01
069400     MOVE 'D' TO GL-DC.                                           PAYBUR01
069500     MOVE PAY-SM-AMOUNT (PAY-SUM-IX) TO GL-AMOUNT.                PAYBUR01
069600     MOVE PAY-SM-REGION (PAY-SUM-IX) TO GL-REGION.                PAYBUR01
069700     MOVE 'B' TO GL-ELEMENT.                                      PAYBUR01
069800     WRITE GL-REC.                                                PAYBUR01
069900     MOVE SPACES TO GL-REC.                                       PAYBUR01
070000     MOVE 'DTL' TO GL-TYPE.                                       PAYBUR01
070100     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYBUR01
070200     MOVE PAY-SM-ACCOUNT (PAY-SUM-IX) TO GL-ACCOUNT.              PAYBUR01
070300     MOVE 'C' TO GL-DC.                                           PAYBUR01
070400     MOVE PAY-SM-AMOUNT (PAY-SUM-IX) TO GL-AMOUNT.                PAYBUR01
070500     MOVE PAY-SM-REGION (PAY-SUM-IX) TO GL-REGION.                PAYBUR01
070600     MOVE 'B' TO GL-ELEMENT.                                      PAYBUR01
070700     WRITE GL-REC.                                                PAYBUR01
070800     ADD 2 TO PAY-POST-COUNT.                                     PAYBUR01
070900     ADD PAY-SM-AMOUNT (PAY-SUM-IX) TO PAY-BATCH-TOTAL.           PAYBUR01
071000     MOVE PAY-LOOKUP-ACCT TO PST-DR-ACCOUNT.                      PAYBUR01
071100     MOVE 'EMPLOYER COST' TO PST-NOTE.                            PAYBUR01
071200     WRITE RPT-REC FROM RPT-PST-LINE.                             PAYBUR01
071300 4100-EXIT.                                                       PAYBUR01
071400     EXIT.                                                        PAYBUR01
071500 4200-FIND-ACCOUNT.                                               PAYBUR01
071600     MOVE 'N' TO PAY-MAP-FOUND.                                   PAYBUR01
071700     MOVE SPACES TO PAY-LOOKUP-ACCT.                              PAYBUR01
071800     IF PAY-MAP-COUNT > ZERO                                      PAYBUR01
071900        PERFORM 4210-SCAN-MAP THRU 4210-EXIT                      PAYBUR01
072000            VARYING PAY-MAP-IX FROM 1 BY 1                        PAYBUR01
072100            UNTIL PAY-MAP-IX > PAY-MAP-COUNT                      PAYBUR01
072200               OR PAY-MAP-FOUND = 'Y'                             PAYBUR01
072300     END-IF.                                                      PAYBUR01
072400 4200-EXIT.                                                       PAYBUR01
072500     EXIT.                                                        PAYBUR01
072600 4210-SCAN-MAP.                                                   PAYBUR01
072700     IF PAY-MAP-REGION (PAY-MAP-IX) = PAY-SM-REGION (PAY-SUM-IX)  PAYBUR01
072800        MOVE 'Y' TO PAY-MAP-FOUND                                 PAYBUR01
072900        MOVE PAY-MAP-ACCOUNT (PAY-MAP-IX) TO PAY-LOOKUP-ACCT      PAYBUR01
073000     END-IF.                                                      PAYBUR01
073100 4210-EXIT.                                                       PAYBUR01
073200     EXIT.                                                        PAYBUR01
073300***************************************************************** PAYBUR01
073400* 8000-FINALIZE - BATCH TRAILER, TOTALS, CLOSE UP                 PAYBUR01
073500***************************************************************** PAYBUR01
073600 8000-FINALIZE.                                                   PAYBUR01
073700     MOVE SPACES TO GL-REC.                                       PAYBUR01
073800     MOVE 'TRL' TO GL-TYPE.                                       PAYBUR01
073900     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYBUR01
074000     MOVE PAY-BATCH-TOTAL TO GL-AMOUNT.                           PAYBUR01
074100     WRITE GL-REC.                                                PAYBUR01
074200     MOVE SPACES TO RPT-REC.                                      PAYBUR01
074300     WRITE RPT-REC.                                               PAYBUR01
074400     MOVE 'BATCH DEBIT TOTAL' TO TOT-LABEL.                       PAYBUR01
074500     MOVE PAY-BATCH-TOTAL TO TOT-AMOUNT.                          PAYBUR01
074600     WRITE RPT-REC FROM RPT-TOT-LINE.                             PAYBUR01
074700     MOVE 'EMPLOYEES PRICED' TO CNT-LABEL.                        PAYBUR01
074800     MOVE PAY-TOT-EMPS TO CNT-VALUE.                              PAYBUR01
074900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBUR01
075000     MOVE 'BURRATE LINES REJECTED' TO CNT-LABEL.                  PAYBUR01
075100     MOVE PAY-BAD-RATE-COUNT TO CNT-VALUE.                        PAYBUR01
075200     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBUR01
075300     MOVE 'REGIONS NOT MAPPED' TO CNT-LABEL.                      PAYBUR01
075400     MOVE PAY-UNMAPPED-COUNT TO CNT-VALUE.                        PAYBUR01
075500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBUR01
075600     CLOSE PAYOUT-FILE.                                           PAYBUR01
075700     CLOSE GLPOST-FILE.                                           PAYBUR01
075800     CLOSE RPT-FILE.                                              PAYBUR01
075900     DISPLAY 'EXTRACT RECORDS READ   = ' PAY-READ-COUNT.          PAYBUR01
076000     DISPLAY 'POSTINGS WRITTEN       = ' PAY-POST-COUNT.          PAYBUR01
076100     DISPLAY 'UNMAPPED REGIONS       = ' PAY-UNMAPPED-COUNT.      PAYBUR01
076200     DISPLAY 'BURRATE LINES REJECTED = ' PAY-BAD-RATE-COUNT.      PAYBUR01
076300     DISPLAY 'POSTING DATE           = ' PAY-GL-DATE.             PAYBUR01
076400     IF PAY-UNMAPPED-COUNT NOT = ZERO                             PAYBUR01
076500        DISPLAY 'RUN FAILED - FIX GLMAP AND RERUN'                PAYBUR01
076600     END-IF.                                                      PAYBUR01
076700     IF PAY-BAD-RATE-COUNT NOT = ZERO                             PAYBUR01
076800        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYBUR01
076900     END-IF.                                                      PAYBUR01
077000     MOVE 'F' TO X95-PHASE.                                       PAYBUR01
077100     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYBUR01
077200     MOVE PAY-POST-COUNT TO X95-CPT-SORTIE.                       PAYBUR01
077300     MOVE PAY-UNMAPPED-COUNT TO X95-CPT-REJET.                    PAYBUR01
077400     IF RETURN-CODE = ZERO                                        PAYBUR01
077500        MOVE 'OK' TO X95-ETAT                                     PAYBUR01
077600     ELSE                                                         PAYBUR01
077700        MOVE 'KO' TO X95-ETAT                                     PAYBUR01
077800     END-IF.                                                      PAYBUR01
077900     CALL 'SY0095' USING SY0095-PARMS.                            PAYBUR01
078000     IF PAY-WARN-SWITCH = 'Y' AND RETURN-CODE = ZERO              PAYBUR01
078100        MOVE 4 TO RETURN-CODE                                     PAYBUR01
078200     END-IF.                                                      PAYBUR01
078300 8000-EXIT.                                                       PAYBUR01
078400     EXIT.                                                        PAYBUR01
078500***************************************************************** PAYBUR01
078600* 8100-JOURNAL-STOP - RUN STOPPED BEFORE ANY FILE WAS OPENED      PAYBUR01
078700***************************************************************** PAYBUR01
078800 8100-JOURNAL-STOP.                                               PAYBUR01
078836     MOVE 'PAYBUR01' TO X81-PROGRAMME.                            PAYBUR01
078872     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYBUR01
078908     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYBUR01
078944     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYBUR01
078980     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYBUR01
079016     MOVE SPACES TO X81-TEXTE.                                    PAYBUR01
079052     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYBUR01
079088                  X81-CPT-REJET.                                  PAYBUR01
079124     CALL 'SY0081' USING SY0081-PARMS.                            PAYBUR01
079160     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYBUR01
079200 9999-EXIT.                                                       PAYBUR01
079300     GOBACK.                                                      PAYBUR01

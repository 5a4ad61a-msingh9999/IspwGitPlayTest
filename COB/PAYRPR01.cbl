000100 IDENTIFICATION DIVISION.                                         PAYRPR01
000200 PROGRAM-ID.        PAYRPR01.                                     PAYRPR01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYRPR01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYRPR01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYRPR01
000600 DATE-COMPILED.                                                   PAYRPR01
000700***************************************************************** PAYRPR01
000800*                   MODIFICATION  LOG                             PAYRPR01
000900*                                                                 PAYRPR01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYRPR01
001100*  --------  ----------  -----------------------------------      PAYRPR01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYRPR01
001210*  26/10/15  MAINT       PAYPHS IMAGE CARRIES FULL DETAIL         PAYRPR01
001220*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYRPR01
001300***************************************************************** PAYRPR01
001400*                                                                 PAYRPR01
001500*  PAY-PERIOD REPORT REPRINT: THE RPRPRM CARD NAMES A PERIOD END  PAYRPR01
001600*  DATE ARCHIVED ON PAYPHS BY PAYPHS01.  THE PERIOD'S EXTRACT IS  PAYRPR01
001700*  READ BACK FROM THE STORE AND THE PAYDRV01 ANNIVERSARY,         PAYRPR01
001800*  RECONCILIATION AND REGION-SUBTOTAL REPORTS ARE PRODUCED AS     PAYRPR01
001900*  PAYDRV01 PRODUCES THEM (SAME TABLE-SIZED SEGMENTS), TOGETHER   PAYRPR01
002000*  WITH THE PAYGLE01 POSTING REGISTER (CURRENT GLMAP ACCOUNTS,    PAYRPR01
002100*  DEDUCTION LIABILITIES FROM THE ARCHIVED DEDUCTIONS) AND A      PAYRPR01
002200*  LISTING OF THE DEPOSIT AMOUNTS.  EVERY REPORT IS HEADED AS A   PAYRPR01
002300*  REPRINT WITH THE PERIOD AND ITS PAYCAL PAY DATE.  NOTHING IS   PAYRPR01
002400*  POSTED OR WRITTEN TO PAYHIS, ANVINT OR GLPOST.  A PERIOD NOT   PAYRPR01
002500*  ON PAYPHS STOPS THE RUN (RC=8); NO PAYCAL PERIOD, AN UNMAPPED  PAYRPR01
002600*  REGION OR A RECORD ARCHIVED WITHOUT NET PAY GIVES RC=4.        PAYRPR01
002700*                                                                 PAYRPR01
002800 ENVIRONMENT DIVISION.                                            PAYRPR01
002900 CONFIGURATION SECTION.                                           PAYRPR01
003000 SOURCE-COMPUTER.   IBM-370.                                      PAYRPR01
003100 OBJECT-COMPUTER.   IBM-370.                                      PAYRPR01
003200 INPUT-OUTPUT SECTION.                                            PAYRPR01
003300 FILE-CONTROL.                                                    PAYRPR01
003400     SELECT PRM-FILE    ASSIGN TO RPRPRM                          PAYRPR01
003500            ORGANIZATION IS SEQUENTIAL                            PAYRPR01
003600            FILE STATUS IS PAY-PRM-STATUS.                        PAYRPR01
003700     SELECT PHS-FILE    ASSIGN TO PAYPHS                          PAYRPR01
003800            ORGANIZATION IS INDEXED                               PAYRPR01
003900            ACCESS IS DYNAMIC                                     PAYRPR01
004000            RECORD KEY IS PHS-KEY                                 PAYRPR01
004100            FILE STATUS IS PAY-PHS-STATUS.                        PAYRPR01
004200     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYRPR01
004300            ORGANIZATION IS SEQUENTIAL                            PAYRPR01
004400            FILE STATUS IS PAY-CAL-STATUS.                        PAYRPR01
004500     SELECT GLMAP-FILE  ASSIGN TO GLMAP                           PAYRPR01
004600            ORGANIZATION IS SEQUENTIAL                            PAYRPR01
004700            FILE STATUS IS PAY-MAP-STATUS.                        PAYRPR01
004800     SELECT ANV-FILE    ASSIGN TO RPRANV                          PAYRPR01
004900            ORGANIZATION IS SEQUENTIAL.                           PAYRPR01
005000     SELECT RCN-FILE    ASSIGN TO RPRRCN                          PAYRPR01
005100            ORGANIZATION IS SEQUENTIAL.                           PAYRPR01
005200     SELECT SUB-FILE    ASSIGN TO RPRSUB                          PAYRPR01
005300            ORGANIZATION IS SEQUENTIAL.                           PAYRPR01
005400     SELECT GLR-FILE    ASSIGN TO RPRGLE                          PAYRPR01
005500            ORGANIZATION IS SEQUENTIAL.                           PAYRPR01
005600     SELECT DPL-FILE    ASSIGN TO RPRDEP                          PAYRPR01
005700            ORGANIZATION IS SEQUENTIAL.                           PAYRPR01
005800 DATA DIVISION.                                                   PAYRPR01
005900 FILE SECTION.                                                    PAYRPR01
006000 FD  PRM-FILE                                                     PAYRPR01
006100     LABEL RECORDS STANDARD                                       PAYRPR01
006200     BLOCK 00000 RECORDS                                          PAYRPR01
006300     RECORDING F.                                                 PAYRPR01
006400 01  PRM-REC.                                                     PAYRPR01
006500     05  PRM-PERIOD          PIC 9(08).                           PAYRPR01
006600 FD  PHS-FILE                                                     PAYRPR01
006700     LABEL RECORDS STANDARD.                                      PAYRPR01
006800 01  PHS-REC.                                                     PAYRPR01
006900     05  PHS-KEY.                                                 PAYRPR01
007000         10  PHS-PERIOD      PIC 9(08).                           PAYRPR01
007100         10  PHS-SEQ         PIC 9(06).                           PAYRPR01
007200     05  PHS-IMAGE           PIC X(63).                           PAYRPR01
007300     05  PHS-DED-ENTRY       OCCURS 4 TIMES.                      PAYRPR01
007400         10  PHS-DED-CODE    PIC X(04).                           PAYRPR01
007500         10  PHS-DED-AMT     PIC 9(05)V99.                        PAYRPR01
007600     05  PHS-DED-TOTAL       PIC 9(05)V99.                        PAYRPR01
007700     05  PHS-NET-PAY         PIC 9(05)V99.                        PAYRPR01
007800     05  PHS-NET-SWITCH      PIC X(01).                           PAYRPR01
007900         88  PHS-NET-ARCHIVED    VALUE 'Y'.                       PAYRPR01
008000     05  PHS-ARC-DATE        PIC 9(08).                           PAYRPR01
008100     05  FILLER              PIC X(05).                           PAYRPR01
008200 FD  CAL-FILE                                                     PAYRPR01
008300     LABEL RECORDS STANDARD                                       PAYRPR01
008400     BLOCK 00000 RECORDS                                          PAYRPR01
008500     RECORDING F.                                                 PAYRPR01
008600 01  CAL-REC.                                                     PAYRPR01
008700     05  CAL-START           PIC 9(08).                           PAYRPR01
008800     05  CAL-END             PIC 9(08).                           PAYRPR01
008900     05  CAL-CUTOFF          PIC 9(08).                           PAYRPR01
009000     05  CAL-SCHED-PAY       PIC 9(08).                           PAYRPR01
009100     05  CAL-PAY-DATE        PIC 9(08).                           PAYRPR01
009200     05  FILLER              PIC X(10).                           PAYRPR01
009300 FD  GLMAP-FILE                                                   PAYRPR01
009400     LABEL RECORDS STANDARD                                       PAYRPR01
009500     BLOCK 00000 RECORDS                                          PAYRPR01
009600     RECORDING F.                                                 PAYRPR01
009700 01  MAP-REC.                                                     PAYRPR01
009800     05  MAP-REGION          PIC X(05).                           PAYRPR01
009900     05  MAP-ELEMENT         PIC X(01).                           PAYRPR01
010000     05  MAP-ACCOUNT         PIC X(08).                           PAYRPR01
010100     05  FILLER              PIC X(06).                           PAYRPR01
010200 FD  ANV-FILE                                                     PAYRPR01
010300     LABEL RECORDS STANDARD                                       PAYRPR01
010400     BLOCK 00000 RECORDS                                          PAYRPR01
010500     RECORDING F.                                                 PAYRPR01
010600 01  ANV-REC                 PIC X(80).                           PAYRPR01
010700 FD  RCN-FILE                                                     PAYRPR01
010800     LABEL RECORDS STANDARD                                       PAYRPR01
010900     BLOCK 00000 RECORDS                                          PAYRPR01
011000     RECORDING F.                                                 PAYRPR01
011100 01  RCN-REC                 PIC X(80).                           PAYRPR01
011200 FD  SUB-FILE                                                     PAYRPR01
011300     LABEL RECORDS STANDARD                                       PAYRPR01
011400     BLOCK 00000 RECORDS                                          PAYRPR01
011500     RECORDING F.                                                 PAYRPR01
011600 01  SUB-REC                 PIC X(80).                           PAYRPR01
011700 FD  GLR-FILE                                                     PAYRPR01
011800     LABEL RECORDS STANDARD                                       PAYRPR01
011900     BLOCK 00000 RECORDS                                          PAYRPR01
012000     RECORDING F.                                                 PAYRPR01
012100 01  GLR-REC                 PIC X(80).                           PAYRPR01
012200 FD  DPL-FILE                                                     PAYRPR01
012300     LABEL RECORDS STANDARD                                       PAYRPR01
012400     BLOCK 00000 RECORDS                                          PAYRPR01
012500     RECORDING F.                                                 PAYRPR01
012600 01  DPL-REC                 PIC X(80).                           PAYRPR01
012700 WORKING-STORAGE SECTION.                                         PAYRPR01
012800 COPY HOLDTB.                                                     PAYRPR01
012900*                                                                 PAYRPR01
013000 77  PAY-MAX-REGIONS          PIC 9(02) COMP VALUE 10.            PAYRPR01
013100 77  PAY-MAX-LINES            PIC 9(02) COMP VALUE 50.            PAYRPR01
013200 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYRPR01
013300 77  PAY-LINE-NBR             PIC 9(02) COMP VALUE ZERO.          PAYRPR01
013400 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYRPR01
013500 77  PAY-LINE-IX              PIC 9(02) COMP VALUE ZERO.          PAYRPR01
013600 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYRPR01
013700 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYRPR01
013800 01  PAY-LINE-COUNT-TABLE.                                        PAYRPR01
013900     05  PAY-LINE-COUNT       PIC 9(02) COMP                      PAYRPR01
014000                             OCCURS 10 TIMES VALUE ZERO.          PAYRPR01
014100 77  PAY-MILESTONE-COUNT      PIC 9(05) COMP-3 VALUE ZERO.        PAYRPR01
014200 77  PAY-EXPECTED-TOTAL       PIC 9(05)V99 VALUE ZERO.            PAYRPR01
014300 77  PAY-DIFFERENCE           PIC S9(05)V99 VALUE ZERO.           PAYRPR01
014400 77  PAY-CLEAN-COUNT          PIC 9(05) COMP-3 VALUE ZERO.        PAYRPR01
014500 77  PAY-EXCEPTION-COUNT      PIC 9(05) COMP-3 VALUE ZERO.        PAYRPR01
014600 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYRPR01
014700     88  PAY-EOF                  VALUE 'Y'.                      PAYRPR01
014800 77  PAY-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.                PAYRPR01
014900     88  PAY-TABLE-FULL           VALUE 'Y'.                      PAYRPR01
015000 77  PAY-PENDING-SWITCH       PIC X(01) VALUE 'N'.                PAYRPR01
015100     88  PAY-PENDING              VALUE 'Y'.                      PAYRPR01
015200 77  PAY-SEGMENT-NBR          PIC 9(03) COMP-3 VALUE ZERO.        PAYRPR01
015300 77  PAY-INPUT-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYRPR01
015400 77  PAY-STORED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYRPR01
015500 77  PAY-PRM-STATUS           PIC X(02) VALUE ZERO.               PAYRPR01
015600 77  PAY-PHS-STATUS           PIC X(02) VALUE ZERO.               PAYRPR01
015700 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYRPR01
015800 77  PAY-MAP-STATUS           PIC X(02) VALUE ZERO.               PAYRPR01
015900 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYRPR01
016000     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYRPR01
016100 77  PAY-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYRPR01
016200     88  PAY-MAP-EOF              VALUE 'Y'.                      PAYRPR01
016300 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYRPR01
016400 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYRPR01
016425 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYRPR01
016450 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYRPR01
016475 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYRPR01
016500 77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYRPR01
016600 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYRPR01
016700 77  PAY-PAY-DATE             PIC 9(08) VALUE ZERO.               PAYRPR01
016800 77  PAY-MAP-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYRPR01
016900 77  PAY-MAP-IX               PIC 9(03) COMP VALUE ZERO.          PAYRPR01
017000 77  PAY-MAP-FOUND            PIC X(01) VALUE 'N'.                PAYRPR01
017100 77  PAY-CLEAR-ACCT           PIC X(08) VALUE SPACES.             PAYRPR01
017200 77  PAY-LOOKUP-REGION        PIC X(05) VALUE SPACES.             PAYRPR01
017300 77  PAY-LOOKUP-ELEM          PIC X(01) VALUE SPACE.              PAYRPR01
017400 77  PAY-LOOKUP-ACCT          PIC X(08) VALUE SPACES.             PAYRPR01
017500 77  PAY-WORK-AMT             PIC 9(09)V99 VALUE ZERO.            PAYRPR01
017600 77  PAY-BATCH-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYRPR01
017700 77  PAY-UNMAPPED-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYRPR01
017800 77  PAY-GLR-NBR              PIC 9(02) COMP VALUE ZERO.          PAYRPR01
017900 77  PAY-GLR-IX               PIC 9(02) COMP VALUE ZERO.          PAYRPR01
018000 77  PAY-GLR-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYRPR01
018100 77  PAY-GLR-FOUND            PIC X(01) VALUE 'N'.                PAYRPR01
018200 77  PAY-DLB-NBR              PIC 9(02) COMP VALUE ZERO.          PAYRPR01
018300 77  PAY-DLB-IX               PIC 9(02) COMP VALUE ZERO.          PAYRPR01
018400 77  PAY-DLB-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYRPR01
018500 77  PAY-DLB-FOUND            PIC X(01) VALUE 'N'.                PAYRPR01
018600 77  PAY-DED-IX               PIC 9(01) COMP VALUE ZERO.          PAYRPR01
018700 77  PAY-DPL-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYRPR01
018800 77  PAY-DPL-NET              PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYRPR01
018900 77  PAY-NO-NET-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYRPR01
019000 01  PI-DETAIL-REC.                                               PAYRPR01
019100     05  PI-NAME             PIC X(15).                           PAYRPR01
019200     05  PI-REGION           PIC X(05).                           PAYRPR01
019300     05  PI-TYPE             PIC X(01).                           PAYRPR01
019400     05  PI-YEARS            PIC 9(02).                           PAYRPR01
019500     05  PI-HIRE-DATE.                                            PAYRPR01
019600         10  PI-HIRE-YY      PIC 9(02).                           PAYRPR01
019700         10  PI-HIRE-MM      PIC 9(02).                           PAYRPR01
019800         10  PI-HIRE-DD      PIC 9(02).                           PAYRPR01
019900     05  PI-WAGES            PIC 9(05)V99.                        PAYRPR01
020000     05  PI-OT               PIC 9(05)V99.                        PAYRPR01
020100     05  PI-COMM             PIC 9(05)V99.                        PAYRPR01
020200     05  PI-TOTAL            PIC 9(05)V99.                        PAYRPR01
020300     05  PI-EMP-NBR          PIC 9(06).                           PAYRPR01
020400 01  SEG-HDR-LINE.                                                PAYRPR01
020500     05  FILLER              PIC X(10) VALUE '= SEGMENT '.        PAYRPR01
020600     05  SEG-HDR-NBR         PIC ZZ9.                             PAYRPR01
020700     05  FILLER              PIC X(02) VALUE ' ='.                PAYRPR01
020800     05  FILLER              PIC X(65) VALUE SPACES.              PAYRPR01
020900 01  FIN-CNT-LINE.                                                PAYRPR01
021000     05  FILLER              PIC X(17) VALUE                      PAYRPR01
021100         'RECORDS REPORTED '.                                     PAYRPR01
021200     05  FIN-CNT-STORED      PIC Z(06)9.                          PAYRPR01
021300     05  FILLER              PIC X(04) VALUE ' OF '.              PAYRPR01
021400     05  FIN-CNT-READ        PIC Z(06)9.                          PAYRPR01
021500     05  FILLER              PIC X(05) VALUE ' READ'.             PAYRPR01
021600     05  FILLER              PIC X(40) VALUE SPACES.              PAYRPR01
021700 01  RPR-PER-LINE.                                                PAYRPR01
021800     05  FILLER              PIC X(26) VALUE                      PAYRPR01
021900         'REPRINT OF PERIOD ENDING '.                             PAYRPR01
022000     05  RPR-LINE-END        PIC 9(08).                           PAYRPR01
022100     05  FILLER              PIC X(11) VALUE '  PAY DATE '.       PAYRPR01
022200     05  RPR-LINE-PAY        PIC 9(08).                           PAYRPR01
022300     05  FILLER              PIC X(27) VALUE SPACES.              PAYRPR01
022400 01  PAY-REGION-SUBTOTAL.                                         PAYRPR01
022500     05  PAY-SUB-WAGES        PIC 9(07)V99 VALUE ZERO.            PAYRPR01
022600     05  PAY-SUB-OT           PIC 9(07)V99 VALUE ZERO.            PAYRPR01
022700     05  PAY-SUB-COMM         PIC 9(07)V99 VALUE ZERO.            PAYRPR01
022800 01  PAY-GRAND-TOTAL.                                             PAYRPR01
022900     05  PAY-GRD-WAGES        PIC 9(09)V99 VALUE ZERO.            PAYRPR01
023000     05  PAY-GRD-OT           PIC 9(09)V99 VALUE ZERO.            PAYRPR01
023100     05  PAY-GRD-COMM         PIC 9(09)V99 VALUE ZERO.            PAYRPR01
023200 01  PAY-MAP-TABLE.                                               PAYRPR01
023300     05  PAY-MAP-ENTRY        OCCURS 100 TIMES.                   PAYRPR01
023400         10  PAY-MAP-REGION   PIC X(05).                          PAYRPR01
023500         10  PAY-MAP-ELEMENT  PIC X(01).                          PAYRPR01
023600         10  PAY-MAP-ACCOUNT  PIC X(08).                          PAYRPR01
023700 01  PAY-GLR-TABLE.                                               PAYRPR01
023800     05  PAY-GLR-ENTRY        OCCURS 20 TIMES.                    PAYRPR01
023900         10  PAY-GLR-CODE     PIC X(05).                          PAYRPR01
024000         10  PAY-GLR-WAGES    PIC 9(09)V99.                       PAYRPR01
024100         10  PAY-GLR-OT       PIC 9(09)V99.                       PAYRPR01
024200         10  PAY-GLR-COMM     PIC 9(09)V99.                       PAYRPR01
024300 01  PAY-DLB-TABLE.                                               PAYRPR01
024400     05  PAY-DLB-ENTRY        OCCURS 40 TIMES.                    PAYRPR01
024500         10  PAY-DLB-REGION   PIC X(05).                          PAYRPR01
024600         10  PAY-DLB-CODE     PIC X(04).                          PAYRPR01
024700         10  PAY-DLB-AMOUNT   PIC 9(09)V99.                       PAYRPR01
024800*                                                                 PAYRPR01
024900 01  ANV-HDR-LINE.                                                PAYRPR01
025000     05  FILLER              PIC X(30) VALUE                      PAYRPR01
025100         'TENURE ANNIVERSARY REPORT'.                             PAYRPR01
025200     05  FILLER              PIC X(50) VALUE SPACES.              PAYRPR01
025300 01  ANV-COL-LINE.                                                PAYRPR01
025400     05  FILLER              PIC X(15) VALUE 'NAME'.              PAYRPR01
025500     05  FILLER              PIC X(08) VALUE 'REGION'.            PAYRPR01
025600     05  FILLER              PIC X(08) VALUE 'YEARS'.             PAYRPR01
025700     05  FILLER              PIC X(10) VALUE 'HIRE DATE'.         PAYRPR01
025800     05  FILLER              PIC X(39) VALUE SPACES.              PAYRPR01
025900 01  ANV-DTL-LINE.                                                PAYRPR01
026000     05  ANV-NAME            PIC X(15).                           PAYRPR01
026100     05  ANV-REGION          PIC X(08).                           PAYRPR01
026200     05  ANV-YEARS           PIC Z9.                              PAYRPR01
026300     05  FILLER              PIC X(06) VALUE SPACES.              PAYRPR01
026400     05  ANV-HIRE-YY         PIC 99.                              PAYRPR01
026500     05  FILLER              PIC X(01) VALUE '/'.                 PAYRPR01
026600     05  ANV-HIRE-MM         PIC 99.                              PAYRPR01
026700     05  FILLER              PIC X(01) VALUE '/'.                 PAYRPR01
026800     05  ANV-HIRE-DD         PIC 99.                              PAYRPR01
026900     05  FILLER              PIC X(40) VALUE SPACES.              PAYRPR01
027000 01  ANV-SUM-LINE.                                                PAYRPR01
027100     05  FILLER              PIC X(25) VALUE                      PAYRPR01
027200         'EMPLOYEES ON ANNIVERSARY '.                             PAYRPR01
027300     05  ANV-SUM-CNT         PIC ZZZZ9.                           PAYRPR01
027400     05  FILLER              PIC X(50) VALUE SPACES.              PAYRPR01
027500 01  RCN-HDR-LINE.                                                PAYRPR01
027600     05  FILLER              PIC X(30) VALUE                      PAYRPR01
027700         'PAYROLL RECONCILIATION REPORT'.                         PAYRPR01
027800     05  FILLER              PIC X(50) VALUE SPACES.              PAYRPR01
027900 01  RCN-COL-LINE.                                                PAYRPR01
028000     05  FILLER              PIC X(15) VALUE 'NAME'.              PAYRPR01
028100     05  FILLER              PIC X(08) VALUE 'REGION'.            PAYRPR01
028200     05  FILLER              PIC X(11) VALUE 'WAGES'.             PAYRPR01
028300     05  FILLER              PIC X(11) VALUE 'OT'.                PAYRPR01
028400     05  FILLER              PIC X(11) VALUE 'COMM'.              PAYRPR01
028500     05  FILLER              PIC X(11) VALUE 'EXPECTED'.          PAYRPR01
028600     05  FILLER              PIC X(11) VALUE 'ACTUAL'.            PAYRPR01
028700     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
028800 01  RCN-DTL-LINE.                                                PAYRPR01
028900     05  RCN-NAME            PIC X(15).                           PAYRPR01
029000     05  RCN-REGION          PIC X(08).                           PAYRPR01
029100     05  RCN-WAGES           PIC ZZZZ9.99.                        PAYRPR01
029200     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
029300     05  RCN-OT              PIC ZZZZ9.99.                        PAYRPR01
029400     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
029500     05  RCN-COMM            PIC ZZZZ9.99.                        PAYRPR01
029600     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
029700     05  RCN-EXPECTED        PIC ZZZZ9.99.                        PAYRPR01
029800     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
029900     05  RCN-ACTUAL          PIC ZZZZ9.99.                        PAYRPR01
030000     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
030100     05  RCN-DIFF            PIC -ZZZZ9.99.                       PAYRPR01
030200 01  RCN-SUM-LINE.                                                PAYRPR01
030300     05  FILLER              PIC X(20) VALUE                      PAYRPR01
030400         'ENTRIES IN BALANCE  '.                                  PAYRPR01
030500     05  RCN-SUM-CLEAN       PIC ZZZZ9.                           PAYRPR01
030600     05  FILLER              PIC X(10) VALUE SPACES.              PAYRPR01
030700     05  FILLER              PIC X(20) VALUE                      PAYRPR01
030800         'OUT OF BALANCE      '.                                  PAYRPR01
030900     05  RCN-SUM-EXCEPT      PIC ZZZZ9.                           PAYRPR01
031000     05  FILLER              PIC X(05) VALUE SPACES.              PAYRPR01
031100 01  SUB-HDR-LINE.                                                PAYRPR01
031200     05  FILLER              PIC X(30) VALUE                      PAYRPR01
031300         'REGION PAYROLL SUBTOTAL REPORT'.                        PAYRPR01
031400     05  FILLER              PIC X(50) VALUE SPACES.              PAYRPR01
031500 01  SUB-COL-LINE.                                                PAYRPR01
031600     05  FILLER              PIC X(08) VALUE 'REGION'.            PAYRPR01
031700     05  FILLER              PIC X(13) VALUE 'WAGES'.             PAYRPR01
031800     05  FILLER              PIC X(13) VALUE 'OT'.                PAYRPR01
031900     05  FILLER              PIC X(13) VALUE 'COMM'.              PAYRPR01
032000     05  FILLER              PIC X(33) VALUE SPACES.              PAYRPR01
032100 01  SUB-DTL-LINE.                                                PAYRPR01
032200     05  SUB-REGION          PIC X(08).                           PAYRPR01
032300     05  SUB-WAGES           PIC ZZZ,ZZ9.99.                      PAYRPR01
032400     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
032500     05  SUB-OT              PIC ZZZ,ZZ9.99.                      PAYRPR01
032600     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
032700     05  SUB-COMM            PIC ZZZ,ZZ9.99.                      PAYRPR01
032800     05  FILLER              PIC X(23) VALUE SPACES.              PAYRPR01
032900 01  SUB-GRD-LINE.                                                PAYRPR01
033000     05  FILLER              PIC X(11) VALUE 'GRAND TOTAL'.       PAYRPR01
033100     05  SUB-GRD-WAGES       PIC ZZZ,ZZZ,ZZ9.99.                  PAYRPR01
033200     05  FILLER              PIC X(01) VALUE SPACES.              PAYRPR01
033300     05  SUB-GRD-OT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYRPR01
033400     05  FILLER              PIC X(01) VALUE SPACES.              PAYRPR01
033500     05  SUB-GRD-COMM        PIC ZZZ,ZZZ,ZZ9.99.                  PAYRPR01
033600     05  FILLER              PIC X(10) VALUE SPACES.              PAYRPR01
033700 01  GLR-HDR-LINE.                                                PAYRPR01
033800     05  FILLER              PIC X(30) VALUE                      PAYRPR01
033900         'GL POSTING EXTRACT REGISTER'.                           PAYRPR01
034000     05  FILLER              PIC X(50) VALUE SPACES.              PAYRPR01
034100 01  GLR-DTL-LINE.                                                PAYRPR01
034200     05  GLR-REGION          PIC X(05).                           PAYRPR01
034300     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
034400     05  GLR-ELEMENT         PIC X(04).                           PAYRPR01
034500     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
034600     05  GLR-ACCOUNT         PIC X(08).                           PAYRPR01
034700     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
034800     05  GLR-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYRPR01
034900     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
035000     05  GLR-NOTE            PIC X(20).                           PAYRPR01
035100     05  FILLER              PIC X(25) VALUE SPACES.              PAYRPR01
035200 01  GLR-TOT-LINE.                                                PAYRPR01
035300     05  FILLER              PIC X(20) VALUE                      PAYRPR01
035400         'BATCH DEBIT TOTAL   '.                                  PAYRPR01
035500     05  GLR-TOT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               PAYRPR01
035600     05  FILLER              PIC X(43) VALUE SPACES.              PAYRPR01
035700 01  GLR-XFR-LINE.                                                PAYRPR01
035800     05  FILLER              PIC X(48) VALUE                      PAYRPR01
035900         'REGION TRANSFER RECLASSES ARE NOT REPRINTED'.           PAYRPR01
036000     05  FILLER              PIC X(32) VALUE SPACES.              PAYRPR01
036100 01  DPL-HDR-LINE.                                                PAYRPR01
036200     05  FILLER              PIC X(30) VALUE                      PAYRPR01
036300         'DIRECT DEPOSIT LISTING'.                                PAYRPR01
036400     05  FILLER              PIC X(50) VALUE SPACES.              PAYRPR01
036500 01  DPL-COL-LINE.                                                PAYRPR01
036600     05  FILLER              PIC X(08) VALUE 'EMP NBR'.           PAYRPR01
036700     05  FILLER              PIC X(16) VALUE 'NAME'.              PAYRPR01
036800     05  FILLER              PIC X(07) VALUE 'REGION'.            PAYRPR01
036900     05  FILLER              PIC X(11) VALUE 'GROSS'.             PAYRPR01
037000     05  FILLER              PIC X(11) VALUE 'DEDUCTIONS'.        PAYRPR01
037100     05  FILLER              PIC X(11) VALUE 'NET PAY'.           PAYRPR01
037200     05  FILLER              PIC X(16) VALUE SPACES.              PAYRPR01
037300 01  DPL-DTL-LINE.                                                PAYRPR01
037400     05  DPL-EMP             PIC 9(06).                           PAYRPR01
037500     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
037600     05  DPL-NAME            PIC X(15).                           PAYRPR01
037700     05  FILLER              PIC X(01) VALUE SPACE.               PAYRPR01
037800     05  DPL-REGION          PIC X(05).                           PAYRPR01
037900     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
038000     05  DPL-GROSS           PIC ZZ,ZZ9.99.                       PAYRPR01
038100     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
038200     05  DPL-DED             PIC ZZ,ZZ9.99.                       PAYRPR01
038300     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
038400     05  DPL-NET             PIC ZZ,ZZ9.99.                       PAYRPR01
038500     05  FILLER              PIC X(02) VALUE SPACES.              PAYRPR01
038600     05  DPL-NOTE            PIC X(16).                           PAYRPR01
038700 01  DPL-TOT-LINE.                                                PAYRPR01
038800     05  FILLER              PIC X(17) VALUE                      PAYRPR01
038900         'EMPLOYEES LISTED '.                                     PAYRPR01
039000     05  DPL-TOT-CNT         PIC ZZZZ9.                           PAYRPR01
039100     05  FILLER              PIC X(03) VALUE SPACES.              PAYRPR01
039200     05  FILLER              PIC X(14) VALUE 'NET PAY TOTAL '.    PAYRPR01
039300     05  DPL-TOT-NET         PIC ZZZ,ZZZ,ZZ9.99.                  PAYRPR01
039400     05  FILLER              PIC X(27) VALUE SPACES.              PAYRPR01
039500 COPY SY0095.                                                     PAYRPR01
039550 COPY SY0081.                                                     PAYRPR01
039600 COPY SY0099.                                                     PAYRPR01
039700 PROCEDURE DIVISION.                                              PAYRPR01
039800***************************************************************** PAYRPR01
039900* 0000-MAINLINE                                                   PAYRPR01
040000***************************************************************** PAYRPR01
040100 0000-MAINLINE.                                                   PAYRPR01
040200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYRPR01
040275     IF PAY-STOP-SWITCH = 'Y'                                     PAYRPR01
040350        GO TO 8100-JOURNAL-STOP                                   PAYRPR01
040425     END-IF.                                                      PAYRPR01
040500     PERFORM 6000-PROCESS-SEGMENT THRU 6000-EXIT                  PAYRPR01
040575         UNTIL PAY-EOF AND NOT PAY-PENDING.                       PAYRPR01
040650     PERFORM 7000-GL-REGISTER THRU 7000-EXIT.                     PAYRPR01
040800     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYRPR01
040900     GO TO 9999-EXIT.                                             PAYRPR01
041000***************************************************************** PAYRPR01
041100* 1000-INITIALIZE - PERIOD CARD, CALENDAR, MAP, OPEN FILES        PAYRPR01
041200***************************************************************** PAYRPR01
041300 1000-INITIALIZE.                                                 PAYRPR01
041400     MOVE 'PAYRPR01' TO X95-PROGRAMME.                            PAYRPR01
041500     MOVE 'D' TO X95-PHASE.                                       PAYRPR01
041600     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYRPR01
041700                  X95-CPT-REJET.                                  PAYRPR01
041800     MOVE SPACES TO X95-ETAT.                                     PAYRPR01
041900     CALL 'SY0095' USING SY0095-PARMS.                            PAYRPR01
042000     OPEN INPUT PRM-FILE.                                         PAYRPR01
042100     IF PAY-PRM-STATUS = '00'                                     PAYRPR01
042200        READ PRM-FILE                                             PAYRPR01
042300            AT END MOVE SPACES TO PRM-REC                         PAYRPR01
042400        END-READ                                                  PAYRPR01
042500        CLOSE PRM-FILE                                            PAYRPR01
042600     ELSE                                                         PAYRPR01
042700        MOVE SPACES TO PRM-REC                                    PAYRPR01
042800     END-IF.                                                      PAYRPR01
042900     IF PRM-PERIOD NOT NUMERIC OR PRM-PERIOD = ZERO               PAYRPR01
043000        DISPLAY 'NO PERIOD ON RPRPRM - STOPPED'                   PAYRPR01
043100        MOVE 8 TO RETURN-CODE                                     PAYRPR01
043200        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYRPR01
043225        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYRPR01
043250        MOVE 'RPRPRM' TO PAY-ERR-FILE                             PAYRPR01
043300        GO TO 1000-EXIT                                           PAYRPR01
043400     END-IF.                                                      PAYRPR01
043500     MOVE PRM-PERIOD TO PAY-PERIOD-DATE.                          PAYRPR01
043600     OPEN INPUT PHS-FILE.                                         PAYRPR01
043700     IF PAY-PHS-STATUS NOT = '00'                                 PAYRPR01
043800        DISPLAY 'PERIOD HISTORY STORE UNAVAILABLE - STATUS '      PAYRPR01
043900                PAY-PHS-STATUS                                    PAYRPR01
044000        MOVE 8 TO RETURN-CODE                                     PAYRPR01
044100        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYRPR01
044125        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYRPR01
044150        MOVE 'PAYPHS' TO PAY-ERR-FILE                             PAYRPR01
044175        MOVE PAY-PHS-STATUS TO PAY-ERR-STATUS                     PAYRPR01
044200        GO TO 1000-EXIT                                           PAYRPR01
044300     END-IF.                                                      PAYRPR01
044400     PERFORM 1300-POSITION-PERIOD THRU 1300-EXIT.                 PAYRPR01
044500     IF NOT PAY-EOF                                               PAYRPR01
044600        READ PHS-FILE NEXT RECORD                                 PAYRPR01
044700            AT END SET PAY-EOF TO TRUE                            PAYRPR01
044800        END-READ                                                  PAYRPR01
044900     END-IF.                                                      PAYRPR01
045000     IF PAY-EOF OR PHS-PERIOD NOT = PAY-PERIOD-DATE               PAYRPR01
045100        DISPLAY 'PERIOD ' PAY-PERIOD-DATE                         PAYRPR01
045200                ' NOT ON PAYPHS - STOPPED'                        PAYRPR01
045300        MOVE 8 TO RETURN-CODE                                     PAYRPR01
045400        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYRPR01
045425        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYRPR01
045450        MOVE 'PAYPHS' TO PAY-ERR-FILE                             PAYRPR01
045500        CLOSE PHS-FILE                                            PAYRPR01
045600        GO TO 1000-EXIT                                           PAYRPR01
045700     END-IF.                                                      PAYRPR01
045800     PERFORM 1300-POSITION-PERIOD THRU 1300-EXIT.                 PAYRPR01
045900     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.                   PAYRPR01
046000     PERFORM 1200-LOAD-MAP THRU 1200-EXIT.                        PAYRPR01
046100     MOVE PAY-PERIOD-DATE TO RPR-LINE-END.                        PAYRPR01
046200     MOVE PAY-PAY-DATE TO RPR-LINE-PAY.                           PAYRPR01
046300     OPEN OUTPUT ANV-FILE RCN-FILE SUB-FILE.                      PAYRPR01
046400     OPEN OUTPUT GLR-FILE DPL-FILE.                               PAYRPR01
046500     WRITE ANV-REC FROM ANV-HDR-LINE.                             PAYRPR01
046600     WRITE ANV-REC FROM RPR-PER-LINE.                             PAYRPR01
046700     MOVE SPACES TO ANV-REC.                                      PAYRPR01
046800     WRITE ANV-REC.                                               PAYRPR01
046900     WRITE ANV-REC FROM ANV-COL-LINE.                             PAYRPR01
047000     WRITE RCN-REC FROM RCN-HDR-LINE.                             PAYRPR01
047100     WRITE RCN-REC FROM RPR-PER-LINE.                             PAYRPR01
047200     MOVE SPACES TO RCN-REC.                                      PAYRPR01
047300     WRITE RCN-REC.                                               PAYRPR01
047400     WRITE RCN-REC FROM RCN-COL-LINE.                             PAYRPR01
047500     WRITE SUB-REC FROM SUB-HDR-LINE.                             PAYRPR01
047600     WRITE SUB-REC FROM RPR-PER-LINE.                             PAYRPR01
047700     MOVE SPACES TO SUB-REC.                                      PAYRPR01
047800     WRITE SUB-REC.                                               PAYRPR01
047900     WRITE SUB-REC FROM SUB-COL-LINE.                             PAYRPR01
048000     WRITE GLR-REC FROM GLR-HDR-LINE.                             PAYRPR01
048100     WRITE GLR-REC FROM RPR-PER-LINE.                             PAYRPR01
048200     MOVE SPACES TO GLR-REC.                                      PAYRPR01
048300     WRITE GLR-REC.                                               PAYRPR01
048400     WRITE DPL-REC FROM DPL-HDR-LINE.                             PAYRPR01
048500     WRITE DPL-REC FROM RPR-PER-LINE.                             PAYRPR01
048600     MOVE SPACES TO DPL-REC.                                      PAYRPR01
048700     WRITE DPL-REC.                                               PAYRPR01
048800     WRITE DPL-REC FROM DPL-COL-LINE.                             PAYRPR01
048900 1000-EXIT.                                                       PAYRPR01
049000     EXIT.                                                        PAYRPR01
049100 1100-READ-CALENDAR.                                              PAYRPR01
049200     MOVE PAY-PERIOD-DATE TO PAY-PAY-DATE.                        PAYRPR01
049300     OPEN INPUT CAL-FILE.                                         PAYRPR01
049400     IF PAY-CAL-STATUS NOT = '00'                                 PAYRPR01
049500        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYRPR01
049600                PAY-CAL-STATUS ' - PERIOD DATE SHOWN'             PAYRPR01
049700        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYRPR01
049800        GO TO 1100-EXIT                                           PAYRPR01
049900     END-IF.                                                      PAYRPR01
050000     PERFORM 1110-SCAN-CALENDAR THRU 1110-EXIT                    PAYRPR01
050100         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYRPR01
050200     CLOSE CAL-FILE.                                              PAYRPR01
050300     IF PAY-CAL-FOUND = 'N'                                       PAYRPR01
050400        DISPLAY 'NO PAYCAL PERIOD ENDING ' PAY-PERIOD-DATE        PAYRPR01
050500                ' - PERIOD DATE SHOWN'                            PAYRPR01
050600        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYRPR01
050700     END-IF.                                                      PAYRPR01
050800 1100-EXIT.                                                       PAYRPR01
050900     EXIT.                                                        PAYRPR01
051000 1110-SCAN-CALENDAR.                                              PAYRPR01
051100     READ CAL-FILE                                                PAYRPR01
051200         AT END                                                   PAYRPR01
051300            SET PAY-CAL-EOF TO TRUE                               PAYRPR01
051400            GO TO 1110-EXIT                                       PAYRPR01
051500     END-READ.                                                    PAYRPR01
051600     IF CAL-END NOT = PAY-PERIOD-DATE                             PAYRPR01
051700        GO TO 1110-EXIT                                           PAYRPR01
051800     END-IF.                                                      PAYRPR01
051900     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYRPR01
052000     MOVE CAL-PAY-DATE TO PAY-PAY-DATE.                           PAYRPR01
052100 1110-EXIT.                                                       PAYRPR01
052200     EXIT.                                                        PAYRPR01
052300 1200-LOAD-MAP.                                                   PAYRPR01
052400     OPEN INPUT GLMAP-FILE.                                       PAYRPR01
052500     IF PAY-MAP-STATUS NOT = '00'                                 PAYRPR01
052600        DISPLAY 'ACCOUNT MAP UNAVAILABLE - STATUS '               PAYRPR01
052700                PAY-MAP-STATUS                                    PAYRPR01
052800        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYRPR01
052900        GO TO 1200-EXIT                                           PAYRPR01
053000     END-IF.                                                      PAYRPR01
053100     PERFORM 1210-LOAD-MAP-ENTRY THRU 1210-EXIT                   PAYRPR01
053200         UNTIL PAY-MAP-EOF.                                       PAYRPR01
053300     CLOSE GLMAP-FILE.                                            PAYRPR01
053400 1200-EXIT.                                                       PAYRPR01
053500     EXIT.                                                        PAYRPR01
053600 1210-LOAD-MAP-ENTRY.                                             PAYRPR01
053700     READ GLMAP-FILE                                              PAYRPR01
053800         AT END                                                   PAYRPR01
053900            SET PAY-MAP-EOF TO TRUE                               PAYRPR01
054000            GO TO 1210-EXIT                                       PAYRPR01
054100     END-READ.                                                    PAYRPR01
054200     IF MAP-REGION = 'CLEAR'                                      PAYRPR01
054300        MOVE MAP-ACCOUNT TO PAY-CLEAR-ACCT                        PAYRPR01
054400        GO TO 1210-EXIT                                           PAYRPR01
054500     END-IF.                                                      PAYRPR01
054600     IF PAY-MAP-COUNT < 100                                       PAYRPR01
054700        ADD 1 TO PAY-MAP-COUNT                                    PAYRPR01
054800        MOVE MAP-REGION TO PAY-MAP-REGION (PAY-MAP-COUNT)         PAYRPR01
054900        MOVE MAP-ELEMENT TO PAY-MAP-ELEMENT (PAY-MAP-COUNT)       PAYRPR01
055000        MOVE MAP-ACCOUNT TO PAY-MAP-ACCOUNT (PAY-MAP-COUNT)       PAYRPR01
055100     ELSE                                                         PAYRPR01
055200        DISPLAY 'ACCOUNT MAP TABLE FULL - ENTRY DROPPED: '        PAYRPR01
055300                MAP-REGION ' ' MAP-ELEMENT                        PAYRPR01
055400     END-IF.                                                      PAYRPR01
055500 1210-EXIT.                                                       PAYRPR01
055600     EXIT.                                                        PAYRPR01
055700 1300-POSITION-PERIOD.                                            PAYRPR01
055800     MOVE 'N' TO PAY-EOF-SWITCH.                                  PAYRPR01
055900     MOVE PAY-PERIOD-DATE TO PHS-PERIOD.                          PAYRPR01
056000     MOVE ZERO TO PHS-SEQ.                                        PAYRPR01
056100     START PHS-FILE KEY NOT < PHS-KEY                             PAYRPR01
056200         INVALID KEY SET PAY-EOF TO TRUE                          PAYRPR01
056300     END-START.                                                   PAYRPR01
056400 1300-EXIT.                                                       PAYRPR01
056500     EXIT.                                                        PAYRPR01
056600***************************************************************** PAYRPR01
056700* 2000-LOAD-HOLD-TABLE - READ THE PERIOD INTO HOLD-TABLE          PAYRPR01
056800***************************************************************** PAYRPR01
056900 2000-LOAD-HOLD-TABLE.                                            PAYRPR01
057000     IF PAY-PENDING                                               PAYRPR01
057100        MOVE 'N' TO PAY-PENDING-SWITCH                            PAYRPR01
057200        PERFORM 2200-STORE-RECORD THRU 2200-EXIT                  PAYRPR01
057300     END-IF.                                                      PAYRPR01
057400     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT                 PAYRPR01
057500         UNTIL PAY-EOF OR PAY-TABLE-FULL.                         PAYRPR01
057600 2000-EXIT.                                                       PAYRPR01
057700     EXIT.                                                        PAYRPR01
057800 2100-READ-NEXT-RECORD.                                           PAYRPR01
057900     READ PHS-FILE NEXT RECORD                                    PAYRPR01
058000         AT END                                                   PAYRPR01
058100            SET PAY-EOF TO TRUE                                   PAYRPR01
058200            GO TO 2100-EXIT                                       PAYRPR01
058300     END-READ.                                                    PAYRPR01
058400     IF PHS-PERIOD NOT = PAY-PERIOD-DATE                          PAYRPR01
058500        SET PAY-EOF TO TRUE                                       PAYRPR01
058600        GO TO 2100-EXIT                                           PAYRPR01
058700     END-IF.                                                      PAYRPR01
058800     ADD 1 TO PAY-INPUT-COUNT.                                    PAYRPR01
058900     MOVE PHS-IMAGE TO PI-DETAIL-REC.                             PAYRPR01
059000     PERFORM 2400-DEPOSIT-LINE THRU 2400-EXIT.                    PAYRPR01
059100     PERFORM 2500-FOOT-REGION THRU 2500-EXIT.                     PAYRPR01
059200     PERFORM 2600-FOOT-DEDUCTION THRU 2600-EXIT                   PAYRPR01
059300         VARYING PAY-DED-IX FROM 1 BY 1                           PAYRPR01
059400         UNTIL PAY-DED-IX > 4.                                    PAYRPR01
059500     PERFORM 2200-STORE-RECORD THRU 2200-EXIT.                    PAYRPR01
059600 2100-EXIT.                                                       PAYRPR01
059700     EXIT.                                                        PAYRPR01
059800 2200-STORE-RECORD.                                               PAYRPR01
059900     PERFORM 2300-FIND-REGION THRU 2300-EXIT.                     PAYRPR01
060000     IF PAY-REG-SLOT = ZERO                                       PAYRPR01
060100        SET PAY-TABLE-FULL TO TRUE                                PAYRPR01
060200        SET PAY-PENDING TO TRUE                                   PAYRPR01
060300        GO TO 2200-EXIT                                           PAYRPR01
060400      END-IF.                                                     PAYRPR01
060500     COMPUTE PAY-LINE-NBR =                                       PAYRPR01
060600         PAY-LINE-COUNT (PAY-REG-SLOT) + 1.                       PAYRPR01
060700     IF PAY-LINE-NBR > PAY-MAX-LINES                              PAYRPR01
060800        SET PAY-TABLE-FULL TO TRUE                                PAYRPR01
060900        SET PAY-PENDING TO TRUE                                   PAYRPR01
061000        GO TO 2200-EXIT                                           PAYRPR01
061100      END-IF.                                                     PAYRPR01
061200     MOVE PI-NAME     TO                                          PAYRPR01
061300          HOLD-NAME   (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
061400     MOVE PI-REGION   TO                                          PAYRPR01
061500          HOLD-REGION (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
061600     MOVE PI-TYPE     TO                                          PAYRPR01
061700          HOLD-TYPE   (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
061800     MOVE PI-YEARS    TO                                          PAYRPR01
061900          HOLD-YEARS  (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
062000     MOVE PI-HIRE-YY  TO                                          PAYRPR01
062100          HOLD-HIRE-YY (PAY-REG-SLOT PAY-LINE-NBR).               PAYRPR01
062200     MOVE PI-HIRE-MM  TO                                          PAYRPR01
062300          HOLD-HIRE-MM (PAY-REG-SLOT PAY-LINE-NBR).               PAYRPR01
062400     MOVE PI-HIRE-DD  TO                                          PAYRPR01
062500          HOLD-HIRE-DD (PAY-REG-SLOT PAY-LINE-NBR).               PAYRPR01
062600     MOVE PI-WAGES    TO                                          PAYRPR01
062700          HOLD-WAGES  (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
062800     MOVE PI-OT       TO                                          PAYRPR01
062900          HOLD-OT     (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
063000     MOVE PI-COMM     TO                                          PAYRPR01
063100          HOLD-COMM   (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
063200     MOVE PI-TOTAL    TO                                          PAYRPR01
063300          HOLD-TOTAL  (PAY-REG-SLOT PAY-LINE-NBR).                PAYRPR01
063400     MOVE PI-EMP-NBR  TO                                          PAYRPR01
063500          HOLD-EMP-NBR (PAY-REG-SLOT PAY-LINE-NBR).               PAYRPR01
063600     MOVE PAY-LINE-NBR TO PAY-LINE-COUNT (PAY-REG-SLOT).          PAYRPR01
063700     ADD 1 TO PAY-STORED-COUNT.                                   PAYRPR01
063800 2200-EXIT.                                                       PAYRPR01
063900     EXIT.                                                        PAYRPR01
064000 2300-FIND-REGION.                                                PAYRPR01
064100     MOVE ZERO TO PAY-REG-SLOT.                                   PAYRPR01
064200     MOVE 'N' TO PAY-REG-FOUND.                                   PAYRPR01
064300     IF PAY-REG-NBR > ZERO                                        PAYRPR01
064400        PERFORM 2310-SCAN-REGION THRU 2310-EXIT                   PAYRPR01
064500            VARYING PAY-REG-IX FROM 1 BY 1                        PAYRPR01
064600            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYRPR01
064700               OR PAY-REG-FOUND = 'Y'                             PAYRPR01
064800      END-IF.                                                     PAYRPR01
064900     IF PAY-REG-FOUND = 'Y'                                       PAYRPR01
065000        COMPUTE PAY-REG-SLOT = PAY-REG-IX - 1                     PAYRPR01
065100        GO TO 2300-EXIT                                           PAYRPR01
065200      END-IF.                                                     PAYRPR01
065300     IF PAY-REG-NBR < PAY-MAX-REGIONS                             PAYRPR01
065400        ADD 1 TO PAY-REG-NBR                                      PAYRPR01
065500        MOVE PAY-REG-NBR TO PAY-REG-SLOT                          PAYRPR01
065600      END-IF.                                                     PAYRPR01
065700 2300-EXIT.                                                       PAYRPR01
065800     EXIT.                                                        PAYRPR01
065900 2310-SCAN-REGION.                                                PAYRPR01
066000     IF HOLD-REGION (PAY-REG-IX 1) = PI-REGION                    PAYRPR01
066100        MOVE 'Y' TO PAY-REG-FOUND                                 PAYRPR01
066200      END-IF.                                                     PAYRPR01
066300 2310-EXIT.                                                       PAYRPR01
066400     EXIT.                                                        PAYRPR01
066500***************************************************************** PAYRPR01
066600* 2400-DEPOSIT-LINE - ONE LISTING LINE PER ARCHIVED EMPLOYEE      PAYRPR01
066700***************************************************************** PAYRPR01
066800 2400-DEPOSIT-LINE.                                               PAYRPR01
066900     MOVE SPACES TO DPL-DTL-LINE.                                 PAYRPR01
067000     MOVE PI-EMP-NBR TO DPL-EMP.                                  PAYRPR01
067100     MOVE PI-NAME TO DPL-NAME.                                    PAYRPR01
067200     MOVE PI-REGION TO DPL-REGION.                                PAYRPR01
067300     MOVE PI-TOTAL TO DPL-GROSS.                                  PAYRPR01
067400     MOVE PHS-DED-TOTAL TO DPL-DED.                               PAYRPR01
067500     MOVE PHS-NET-PAY TO DPL-NET.                                 PAYRPR01
067600     IF NOT PHS-NET-ARCHIVED                                      PAYRPR01
067700        MOVE 'NET NOT ARCHIVED' TO DPL-NOTE                       PAYRPR01
067800        ADD 1 TO PAY-NO-NET-COUNT                                 PAYRPR01
067900     END-IF.                                                      PAYRPR01
068000     WRITE DPL-REC FROM DPL-DTL-LINE.                             PAYRPR01
068100     ADD 1 TO PAY-DPL-COUNT.                                      PAYRPR01
068200     ADD PHS-NET-PAY TO PAY-DPL-NET.                              PAYRPR01
068300 2400-EXIT.                                                       PAYRPR01
068400     EXIT.                                                        PAYRPR01
068500***************************************************************** PAYRPR01
068600* 2500-FOOT-REGION - WAGES/OT/COMM BY REGION FOR THE REGISTER     PAYRPR01
068700***************************************************************** PAYRPR01
068800 2500-FOOT-REGION.                                                PAYRPR01
068900     MOVE ZERO TO PAY-GLR-SLOT.                                   PAYRPR01
069000     MOVE 'N' TO PAY-GLR-FOUND.                                   PAYRPR01
069100     IF PAY-GLR-NBR > ZERO                                        PAYRPR01
069200        PERFORM 2510-SCAN-GL-REGION THRU 2510-EXIT                PAYRPR01
069300            VARYING PAY-GLR-IX FROM 1 BY 1                        PAYRPR01
069400            UNTIL PAY-GLR-IX > PAY-GLR-NBR                        PAYRPR01
069500               OR PAY-GLR-FOUND = 'Y'                             PAYRPR01
069600     END-IF.                                                      PAYRPR01
069700     IF PAY-GLR-FOUND = 'Y'                                       PAYRPR01
069800        COMPUTE PAY-GLR-SLOT = PAY-GLR-IX - 1                     PAYRPR01
069900     ELSE                                                         PAYRPR01
070000        IF PAY-GLR-NBR < 20                                       PAYRPR01
070100           ADD 1 TO PAY-GLR-NBR                                   PAYRPR01
070200           MOVE PAY-GLR-NBR TO PAY-GLR-SLOT                       PAYRPR01
070300           MOVE PI-REGION TO PAY-GLR-CODE (PAY-GLR-SLOT)          PAYRPR01
070400           MOVE ZERO TO PAY-GLR-WAGES (PAY-GLR-SLOT)              PAYRPR01
070500                        PAY-GLR-OT (PAY-GLR-SLOT)                 PAYRPR01
070600                        PAY-GLR-COMM (PAY-GLR-SLOT)               PAYRPR01
070700        ELSE                                                      PAYRPR01
070800           DISPLAY 'REGION TABLE FULL - NOT ON REGISTER: '        PAYRPR01
070900                   PI-REGION                                      PAYRPR01
071000           MOVE 'Y' TO PAY-WARN-SWITCH                            PAYRPR01
071100           GO TO 2500-EXIT                                        PAYRPR01
071200        END-IF                                                    PAYRPR01
071300     END-IF.                                                      PAYRPR01
071400     ADD PI-WAGES TO PAY-GLR-WAGES (PAY-GLR-SLOT).                PAYRPR01
071500     ADD PI-OT    TO PAY-GLR-OT    (PAY-GLR-SLOT).                PAYRPR01
071600     ADD PI-COMM  TO PAY-GLR-COMM  (PAY-GLR-SLOT).                PAYRPR01
071700 2500-EXIT.                                                       PAYRPR01
071800     EXIT.                                                        PAYRPR01
071900 2510-SCAN-GL-REGION.                                             PAYRPR01
072000     IF PAY-GLR-CODE (PAY-GLR-IX) = PI-REGION                     PAYRPR01
072100        MOVE 'Y' TO PAY-GLR-FOUND                                 PAYRPR01
072200     END-IF.                                                      PAYRPR01
072300 2510-EXIT.                                                       PAYRPR01
072400     EXIT.                                                        PAYRPR01
072500***************************************************************** PAYRPR01
072600* 2600-FOOT-DEDUCTION - DEDUCTION LIABILITY BY REGION AND CODE    PAYRPR01
072700***************************************************************** PAYRPR01
072800 2600-FOOT-DEDUCTION.                                             PAYRPR01
072900     IF PHS-DED-AMT (PAY-DED-IX) = ZERO                           PAYRPR01
073000        GO TO 2600-EXIT                                           PAYRPR01
073100     END-IF.                                                      PAYRPR01
073200     MOVE ZERO TO PAY-DLB-SLOT.                                   PAYRPR01
073300     MOVE 'N' TO PAY-DLB-FOUND.                                   PAYRPR01
073400     IF PAY-DLB-NBR > ZERO                                        PAYRPR01
073500        PERFORM 2610-SCAN-LIABILITY THRU 2610-EXIT                PAYRPR01
073600            VARYING PAY-DLB-IX FROM 1 BY 1                        PAYRPR01
073700            UNTIL PAY-DLB-IX > PAY-DLB-NBR                        PAYRPR01
073800               OR PAY-DLB-FOUND = 'Y'                             PAYRPR01
073900     END-IF.                                                      PAYRPR01
074000     IF PAY-DLB-FOUND = 'Y'                                       PAYRPR01
074100        COMPUTE PAY-DLB-SLOT = PAY-DLB-IX - 1                     PAYRPR01
074200     ELSE                                                         PAYRPR01
074300        IF PAY-DLB-NBR < 40                                       PAYRPR01
074400           ADD 1 TO PAY-DLB-NBR                                   PAYRPR01
074500           MOVE PAY-DLB-NBR TO PAY-DLB-SLOT                       PAYRPR01
074600           MOVE PI-REGION TO PAY-DLB-REGION (PAY-DLB-SLOT)        PAYRPR01
074700           MOVE PHS-DED-CODE (PAY-DED-IX)                         PAYRPR01
074800                TO PAY-DLB-CODE (PAY-DLB-SLOT)                    PAYRPR01
074900           MOVE ZERO TO PAY-DLB-AMOUNT (PAY-DLB-SLOT)             PAYRPR01
075000        ELSE                                                      PAYRPR01
075100           DISPLAY 'LIABILITY TABLE FULL - NOT ON REGISTER: '     PAYRPR01
075200                   PI-REGION ' ' PHS-DED-CODE (PAY-DED-IX)        PAYRPR01
075300           MOVE 'Y' TO PAY-WARN-SWITCH                            PAYRPR01
075400           GO TO 2600-EXIT                                        PAYRPR01
075500        END-IF                                                    PAYRPR01
075600     END-IF.                                                      PAYRPR01
075700     ADD PHS-DED-AMT (PAY-DED-IX)                                 PAYRPR01
075800         TO PAY-DLB-AMOUNT (PAY-DLB-SLOT).                        PAYRPR01
075900 2600-EXIT.                                                       PAYRPR01
076000     EXIT.                                                        PAYRPR01
076100 2610-SCAN-LIABILITY.                                             PAYRPR01
076200     IF PAY-DLB-REGION (PAY-DLB-IX) = PI-REGION                   PAYRPR01
076300        AND PAY-DLB-CODE (PAY-DLB-IX) = PHS-DED-CODE (PAY-DED-IX) PAYRPR01
076400        MOVE 'Y' TO PAY-DLB-FOUND                                 PAYRPR01
076500     END-IF.                                                      PAYRPR01
076600 2610-EXIT.                                                       PAYRPR01
076700     EXIT.                                                        PAYRPR01
076800***************************************************************** PAYRPR01
076900* 3000-ANNIVERSARY - 5/10/15 YEAR MILESTONES                      PAYRPR01
077000***************************************************************** PAYRPR01
077100 3000-ANNIVERSARY.                                                PAYRPR01
077200     PERFORM 3100-ANV-REGION THRU 3100-EXIT                       PAYRPR01
077300         VARYING PAY-REG-IX FROM 1 BY 1                           PAYRPR01
077400         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYRPR01
077500 3000-EXIT.                                                       PAYRPR01
077600     EXIT.                                                        PAYRPR01
077700 3100-ANV-REGION.                                                 PAYRPR01
077800     PERFORM 3200-ANV-LINE THRU 3200-EXIT                         PAYRPR01
077900         VARYING PAY-LINE-IX FROM 1 BY 1                          PAYRPR01
078000         UNTIL PAY-LINE-IX > PAY-LINE-COUNT (PAY-REG-IX).         PAYRPR01
078100 3100-EXIT.                                                       PAYRPR01
078200     EXIT.                                                        PAYRPR01
078300 3200-ANV-LINE.                                                   PAYRPR01
078400     IF HOLD-YEARS (PAY-REG-IX PAY-LINE-IX) NOT = 5               PAYRPR01
078500        AND HOLD-YEARS (PAY-REG-IX PAY-LINE-IX) NOT = 10          PAYRPR01
078600        AND HOLD-YEARS (PAY-REG-IX PAY-LINE-IX) NOT = 15          PAYRPR01
078700        GO TO 3200-EXIT                                           PAYRPR01
078800      END-IF.                                                     PAYRPR01
078900     MOVE SPACES TO ANV-DTL-LINE.                                 PAYRPR01
079000     MOVE HOLD-NAME    (PAY-REG-IX PAY-LINE-IX) TO ANV-NAME.      PAYRPR01
079100     MOVE HOLD-REGION  (PAY-REG-IX PAY-LINE-IX) TO ANV-REGION.    PAYRPR01
079200     MOVE HOLD-YEARS   (PAY-REG-IX PAY-LINE-IX) TO ANV-YEARS.     PAYRPR01
079300     MOVE HOLD-HIRE-YY (PAY-REG-IX PAY-LINE-IX) TO ANV-HIRE-YY.   PAYRPR01
079400     MOVE HOLD-HIRE-MM (PAY-REG-IX PAY-LINE-IX) TO ANV-HIRE-MM.   PAYRPR01
079500     MOVE HOLD-HIRE-DD (PAY-REG-IX PAY-LINE-IX) TO ANV-HIRE-DD.   PAYRPR01
079600     WRITE ANV-REC FROM ANV-DTL-LINE.                             PAYRPR01
079700     ADD 1 TO PAY-MILESTONE-COUNT.                                PAYRPR01
079800 3200-EXIT.                                                       PAYRPR01
079900     EXIT.                                                        PAYRPR01
080000***************************************************************** PAYRPR01
080100* 4000-RECONCILE - FOOT EVERY LOADED HOLD-LINE                    PAYRPR01
080200***************************************************************** PAYRPR01
080300 4000-RECONCILE.                                                  PAYRPR01
080400     PERFORM 4100-RCN-REGION THRU 4100-EXIT                       PAYRPR01
080500         VARYING PAY-REG-IX FROM 1 BY 1                           PAYRPR01
080600         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYRPR01
080700 4000-EXIT.                                                       PAYRPR01
080800     EXIT.                                                        PAYRPR01
080900 4100-RCN-REGION.                                                 PAYRPR01
081000     PERFORM 4200-RCN-LINE THRU 4200-EXIT                         PAYRPR01
081100         VARYING PAY-LINE-IX FROM 1 BY 1                          PAYRPR01
081200         UNTIL PAY-LINE-IX > PAY-LINE-COUNT (PAY-REG-IX).         PAYRPR01
081300 4100-EXIT.                                                       PAYRPR01
081400     EXIT.                                                        PAYRPR01
081500 4200-RCN-LINE.                                                   PAYRPR01
081600     COMPUTE PAY-EXPECTED-TOTAL =                                 PAYRPR01
081700         HOLD-WAGES (PAY-REG-IX PAY-LINE-IX) +                    PAYRPR01
081800         HOLD-OT    (PAY-REG-IX PAY-LINE-IX) +                    PAYRPR01
081900         HOLD-COMM  (PAY-REG-IX PAY-LINE-IX).                     PAYRPR01
082000     IF PAY-EXPECTED-TOTAL =                                      PAYRPR01
082100        HOLD-TOTAL (PAY-REG-IX PAY-LINE-IX)                       PAYRPR01
082200        ADD 1 TO PAY-CLEAN-COUNT                                  PAYRPR01
082300        GO TO 4200-EXIT                                           PAYRPR01
082400      END-IF.                                                     PAYRPR01
082500     COMPUTE PAY-DIFFERENCE =                                     PAYRPR01
082600         HOLD-TOTAL (PAY-REG-IX PAY-LINE-IX)                      PAYRPR01
082700         - PAY-EXPECTED-TOTAL.                                    PAYRPR01
082800     MOVE SPACES TO RCN-DTL-LINE.                                 PAYRPR01
082900     MOVE HOLD-NAME   (PAY-REG-IX PAY-LINE-IX) TO RCN-NAME.       PAYRPR01
083000     MOVE HOLD-REGION (PAY-REG-IX PAY-LINE-IX) TO RCN-REGION.     PAYRPR01
083100     MOVE HOLD-WAGES  (PAY-REG-IX PAY-LINE-IX) TO RCN-WAGES.      PAYRPR01
083200     MOVE HOLD-OT     (PAY-REG-IX PAY-LINE-IX) TO RCN-OT.         PAYRPR01
083300     MOVE HOLD-COMM   (PAY-REG-IX PAY-LINE-IX) TO RCN-COMM.       PAYRPR01
083400     MOVE PAY-EXPECTED-TOTAL TO RCN-EXPECTED.                     PAYRPR01
083500     MOVE HOLD-TOTAL (PAY-REG-IX PAY-LINE-IX) TO RCN-ACTUAL.      PAYRPR01
083600     MOVE PAY-DIFFERENCE TO RCN-DIFF.                             PAYRPR01
083700     WRITE RCN-REC FROM RCN-DTL-LINE.                             PAYRPR01
083800     ADD 1 TO PAY-EXCEPTION-COUNT.                                PAYRPR01
083900 4200-EXIT.                                                       PAYRPR01
084000     EXIT.                                                        PAYRPR01
084100***************************************************************** PAYRPR01
084200* 5000-SUBTOTALS - WAGES/OT/COMM PER REGION + GRAND TOTAL         PAYRPR01
084300***************************************************************** PAYRPR01
084400 5000-SUBTOTALS.                                                  PAYRPR01
084500     PERFORM 5100-SUB-REGION THRU 5100-EXIT                       PAYRPR01
084600         VARYING PAY-REG-IX FROM 1 BY 1                           PAYRPR01
084700         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYRPR01
084800 5000-EXIT.                                                       PAYRPR01
084900     EXIT.                                                        PAYRPR01
085000 5100-SUB-REGION.                                                 PAYRPR01
085100     MOVE ZERO TO PAY-SUB-WAGES PAY-SUB-OT PAY-SUB-COMM.          PAYRPR01
085200     PERFORM 5200-SUB-LINE THRU 5200-EXIT                         PAYRPR01
085300         VARYING PAY-LINE-IX FROM 1 BY 1                          PAYRPR01
085400         UNTIL PAY-LINE-IX > PAY-LINE-COUNT (PAY-REG-IX).         PAYRPR01
085500     MOVE SPACES TO SUB-DTL-LINE.                                 PAYRPR01
085600     MOVE HOLD-REGION (PAY-REG-IX 1) TO SUB-REGION.               PAYRPR01
085700     MOVE PAY-SUB-WAGES TO SUB-WAGES.                             PAYRPR01
085800     MOVE PAY-SUB-OT    TO SUB-OT.                                PAYRPR01
085900     MOVE PAY-SUB-COMM  TO SUB-COMM.                              PAYRPR01
086000     WRITE SUB-REC FROM SUB-DTL-LINE.                             PAYRPR01
086100     ADD PAY-SUB-WAGES TO PAY-GRD-WAGES.                          PAYRPR01
086200     ADD PAY-SUB-OT    TO PAY-GRD-OT.                             PAYRPR01
086300     ADD PAY-SUB-COMM  TO PAY-GRD-COMM.                           PAYRPR01
086400 5100-EXIT.                                                       PAYRPR01
086500     EXIT.                                                        PAYRPR01
086600 5200-SUB-LINE.                                                   PAYRPR01
086700     ADD HOLD-WAGES (PAY-REG-IX PAY-LINE-IX) TO PAY-SUB-WAGES.    PAYRPR01
086800     ADD HOLD-OT    (PAY-REG-IX PAY-LINE-IX) TO PAY-SUB-OT.       PAYRPR01
086900     ADD HOLD-COMM  (PAY-REG-IX PAY-LINE-IX) TO PAY-SUB-COMM.     PAYRPR01
087000 5200-EXIT.                                                       PAYRPR01
087100     EXIT.                                                        PAYRPR01
087200***************************************************************** PAYRPR01
087300* 6000-PROCESS-SEGMENT - ONE TABLE-SIZED SEGMENT OF THE PERIOD    PAYRPR01
087400***************************************************************** PAYRPR01
087500 6000-PROCESS-SEGMENT.                                            PAYRPR01
087600     ADD 1 TO PAY-SEGMENT-NBR.                                    PAYRPR01
087700     PERFORM 6100-RESET-TABLE THRU 6100-EXIT.                     PAYRPR01
087800     PERFORM 2000-LOAD-HOLD-TABLE THRU 2000-EXIT.                 PAYRPR01
087900     MOVE PAY-SEGMENT-NBR TO SEG-HDR-NBR.                         PAYRPR01
088000     WRITE ANV-REC FROM SEG-HDR-LINE.                             PAYRPR01
088100     WRITE RCN-REC FROM SEG-HDR-LINE.                             PAYRPR01
088200     WRITE SUB-REC FROM SEG-HDR-LINE.                             PAYRPR01
088300     PERFORM 3000-ANNIVERSARY THRU 3000-EXIT.                     PAYRPR01
088400     PERFORM 4000-RECONCILE THRU 4000-EXIT.                       PAYRPR01
088500     PERFORM 5000-SUBTOTALS THRU 5000-EXIT.                       PAYRPR01
088600 6000-EXIT.                                                       PAYRPR01
088700     EXIT.                                                        PAYRPR01
088800 6100-RESET-TABLE.                                                PAYRPR01
088900     MOVE 'N' TO PAY-TABLE-FULL-SWITCH.                           PAYRPR01
089000     MOVE ZERO TO PAY-REG-NBR.                                    PAYRPR01
089100     PERFORM 6110-ZERO-COUNT THRU 6110-EXIT                       PAYRPR01
089200         VARYING PAY-REG-IX FROM 1 BY 1                           PAYRPR01
089300         UNTIL PAY-REG-IX > PAY-MAX-REGIONS.                      PAYRPR01
089400 6100-EXIT.                                                       PAYRPR01
089500     EXIT.                                                        PAYRPR01
089600 6110-ZERO-COUNT.                                                 PAYRPR01
089700     MOVE ZERO TO PAY-LINE-COUNT (PAY-REG-IX).                    PAYRPR01
089800 6110-EXIT.                                                       PAYRPR01
089900     EXIT.                                                        PAYRPR01
090000***************************************************************** PAYRPR01
090100* 7000-GL-REGISTER - REGION/ELEMENT POSTINGS AND LIABILITIES AS   PAYRPR01
090200*                    PAYGLE01 LISTS THEM (NOTHING IS POSTED)      PAYRPR01
090300***************************************************************** PAYRPR01
090400 7000-GL-REGISTER.                                                PAYRPR01
090500     IF PAY-CLEAR-ACCT = SPACES                                   PAYRPR01
090600        MOVE SPACES TO GLR-DTL-LINE                               PAYRPR01
090700        MOVE 'CLEAR' TO GLR-REGION                                PAYRPR01
090800        MOVE 'CLEARING ACCT ABSENT' TO GLR-NOTE                   PAYRPR01
090900        WRITE GLR-REC FROM GLR-DTL-LINE                           PAYRPR01
091000        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYRPR01
091100     END-IF.                                                      PAYRPR01
091200     PERFORM 7100-GL-REGION THRU 7100-EXIT                        PAYRPR01
091300         VARYING PAY-GLR-IX FROM 1 BY 1                           PAYRPR01
091400         UNTIL PAY-GLR-IX > PAY-GLR-NBR.                          PAYRPR01
091500     PERFORM 7400-GL-LIABILITY THRU 7400-EXIT                     PAYRPR01
091600         VARYING PAY-DLB-IX FROM 1 BY 1                           PAYRPR01
091700         UNTIL PAY-DLB-IX > PAY-DLB-NBR.                          PAYRPR01
091800 7000-EXIT.                                                       PAYRPR01
091900     EXIT.                                                        PAYRPR01
092000 7100-GL-REGION.                                                  PAYRPR01
092100     MOVE 'W' TO PAY-LOOKUP-ELEM.                                 PAYRPR01
092200     MOVE PAY-GLR-WAGES (PAY-GLR-IX) TO PAY-WORK-AMT.             PAYRPR01
092300     PERFORM 7200-GL-ELEMENT THRU 7200-EXIT.                      PAYRPR01
092400     MOVE 'O' TO PAY-LOOKUP-ELEM.                                 PAYRPR01
092500     MOVE PAY-GLR-OT (PAY-GLR-IX) TO PAY-WORK-AMT.                PAYRPR01
092600     PERFORM 7200-GL-ELEMENT THRU 7200-EXIT.                      PAYRPR01
092700     MOVE 'C' TO PAY-LOOKUP-ELEM.                                 PAYRPR01
092800     MOVE PAY-GLR-COMM (PAY-GLR-IX) TO PAY-WORK-AMT.              PAYRPR01
092900     PERFORM 7200-GL-ELEMENT THRU 7200-EXIT.                      PAYRPR01
093000 7100-EXIT.                                                       PAYRPR01
093100     EXIT.                                                        PAYRPR01
093200 7200-GL-ELEMENT.                                                 PAYRPR01
093300     IF PAY-WORK-AMT = ZERO                                       PAYRPR01
093400        GO TO 7200-EXIT                                           PAYRPR01
093500     END-IF.                                                      PAYRPR01
093600     MOVE PAY-GLR-CODE (PAY-GLR-IX) TO PAY-LOOKUP-REGION.         PAYRPR01
093700     PERFORM 7300-FIND-ACCOUNT THRU 7300-EXIT.                    PAYRPR01
093800     MOVE SPACES TO GLR-DTL-LINE.                                 PAYRPR01
093900     MOVE PAY-GLR-CODE (PAY-GLR-IX) TO GLR-REGION.                PAYRPR01
094000     MOVE PAY-LOOKUP-ELEM TO GLR-ELEMENT.                         PAYRPR01
094100     MOVE PAY-WORK-AMT TO GLR-AMOUNT.                             PAYRPR01
094200     IF PAY-MAP-FOUND = 'N'                                       PAYRPR01
094300        MOVE 'REGION NOT MAPPED' TO GLR-NOTE                      PAYRPR01
094400        WRITE GLR-REC FROM GLR-DTL-LINE                           PAYRPR01
094500        ADD 1 TO PAY-UNMAPPED-COUNT                               PAYRPR01
094600        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYRPR01
094700        GO TO 7200-EXIT                                           PAYRPR01
094800     END-IF.                                                      PAYRPR01
094900     MOVE PAY-LOOKUP-ACCT TO GLR-ACCOUNT.                         PAYRPR01
095000     WRITE GLR-REC FROM GLR-DTL-LINE.                             PAYRPR01
095100     ADD PAY-WORK-AMT TO PAY-BATCH-TOTAL.                         PAYRPR01
095200 7200-EXIT.                                                       PAYRPR01
095300     EXIT.                                                        PAYRPR01
095400 7300-FIND-ACCOUNT.                                               PAYRPR01
095500     MOVE 'N' TO PAY-MAP-FOUND.                                   PAYRPR01
095600     MOVE SPACES TO PAY-LOOKUP-ACCT.                              PAYRPR01
095700     IF PAY-MAP-COUNT > ZERO                                      PAYRPR01
095800        PERFORM 7310-SCAN-MAP THRU 7310-EXIT                      PAYRPR01
095900            VARYING PAY-MAP-IX FROM 1 BY 1                        PAYRPR01
096000            UNTIL PAY-MAP-IX > PAY-MAP-COUNT                      PAYRPR01
096100               OR PAY-MAP-FOUND = 'Y'                             PAYRPR01
096200     END-IF.                                                      PAYRPR01
096300 7300-EXIT.                                                       PAYRPR01
096400     EXIT.                                                        PAYRPR01
096500 7310-SCAN-MAP.                                                   PAYRPR01
096600     IF PAY-MAP-REGION (PAY-MAP-IX) =                             PAYRPR01
096700        PAY-LOOKUP-REGION                                         PAYRPR01
096800        AND PAY-MAP-ELEMENT (PAY-MAP-IX) = PAY-LOOKUP-ELEM        PAYRPR01
096900        MOVE 'Y' TO PAY-MAP-FOUND                                 PAYRPR01
097000        MOVE PAY-MAP-ACCOUNT (PAY-MAP-IX) TO PAY-LOOKUP-ACCT      PAYRPR01
097100     END-IF.                                                      PAYRPR01
097200 7310-EXIT.                                                       PAYRPR01
097300     EXIT.                                                        PAYRPR01
097400 7400-GL-LIABILITY.                                               PAYRPR01
097500     MOVE SPACES TO GLR-DTL-LINE.                                 PAYRPR01
097600     MOVE PAY-DLB-REGION (PAY-DLB-IX) TO GLR-REGION.              PAYRPR01
097700     MOVE PAY-DLB-CODE (PAY-DLB-IX) TO GLR-ELEMENT.               PAYRPR01
097800     MOVE PAY-DLB-AMOUNT (PAY-DLB-IX) TO GLR-AMOUNT.              PAYRPR01
097900     MOVE 'DEDUCTION LIABILITY' TO GLR-NOTE.                      PAYRPR01
098000     WRITE GLR-REC FROM GLR-DTL-LINE.                             PAYRPR01
098100     ADD PAY-DLB-AMOUNT (PAY-DLB-IX) TO PAY-BATCH-TOTAL.          PAYRPR01
098200 7400-EXIT.                                                       PAYRPR01
098300     EXIT.                                                        PAYRPR01
098400***************************************************************** PAYRPR01
098500* 8000-FINALIZE - REPORT TOTALS, CLOSE UP                         PAYRPR01
098600***************************************************************** PAYRPR01
098700 8000-FINALIZE.                                                   PAYRPR01
099100     MOVE SPACES TO ANV-REC.                                      PAYRPR01
099200     WRITE ANV-REC.                                               PAYRPR01
099300     MOVE PAY-MILESTONE-COUNT TO ANV-SUM-CNT.                     PAYRPR01
099400     WRITE ANV-REC FROM ANV-SUM-LINE.                             PAYRPR01
099500     MOVE SPACES TO RCN-REC.                                      PAYRPR01
099600     WRITE RCN-REC.                                               PAYRPR01
099700     MOVE PAY-CLEAN-COUNT TO RCN-SUM-CLEAN.                       PAYRPR01
099800     MOVE PAY-EXCEPTION-COUNT TO RCN-SUM-EXCEPT.                  PAYRPR01
099900     WRITE RCN-REC FROM RCN-SUM-LINE.                             PAYRPR01
100000     MOVE SPACES TO SUB-REC.                                      PAYRPR01
100100     WRITE SUB-REC.                                               PAYRPR01
100200     MOVE PAY-GRD-WAGES TO SUB-GRD-WAGES.                         PAYRPR01
100300     MOVE PAY-GRD-OT    TO SUB-GRD-OT.                            PAYRPR01
100400     MOVE PAY-GRD-COMM  TO SUB-GRD-COMM.                          PAYRPR01
100500     WRITE SUB-REC FROM SUB-GRD-LINE.                             PAYRPR01
100600     MOVE PAY-STORED-COUNT TO FIN-CNT-STORED.                     PAYRPR01
100700     MOVE PAY-INPUT-COUNT TO FIN-CNT-READ.                        PAYRPR01
100800     WRITE ANV-REC FROM FIN-CNT-LINE.                             PAYRPR01
100900     WRITE RCN-REC FROM FIN-CNT-LINE.                             PAYRPR01
101000     WRITE SUB-REC FROM FIN-CNT-LINE.                             PAYRPR01
101100     MOVE SPACES TO GLR-REC.                                      PAYRPR01
101200     WRITE GLR-REC.                                               PAYRPR01
101300     MOVE PAY-BATCH-TOTAL TO GLR-TOT-AMT.                         PAYRPR01
101400     WRITE GLR-REC FROM GLR-TOT-LINE.                             PAYRPR01
101500     WRITE GLR-REC FROM GLR-XFR-LINE.                             PAYRPR01
101600     MOVE SPACES TO DPL-REC.                                      PAYRPR01
101700     WRITE DPL-REC.                                               PAYRPR01
101800     MOVE PAY-DPL-COUNT TO DPL-TOT-CNT.                           PAYRPR01
101900     MOVE PAY-DPL-NET TO DPL-TOT-NET.                             PAYRPR01
102000     WRITE DPL-REC FROM DPL-TOT-LINE.                             PAYRPR01
102100     CLOSE PHS-FILE.                                              PAYRPR01
102200     CLOSE ANV-FILE RCN-FILE SUB-FILE.                            PAYRPR01
102300     CLOSE GLR-FILE DPL-FILE.                                     PAYRPR01
102400     IF PAY-NO-NET-COUNT NOT = ZERO                               PAYRPR01
102500        DISPLAY 'RECORDS ARCHIVED WITHOUT NET PAY = '             PAYRPR01
102600                PAY-NO-NET-COUNT                                  PAYRPR01
102700        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYRPR01
102800     END-IF.                                                      PAYRPR01
102900     DISPLAY 'PERIOD REPRINTED   = ' PAY-PERIOD-DATE.             PAYRPR01
103000     DISPLAY 'SEGMENTS PROCESSED = ' PAY-SEGMENT-NBR.             PAYRPR01
103100     DISPLAY 'RECORDS READ       = ' PAY-INPUT-COUNT.             PAYRPR01
103200     DISPLAY 'RECORDS REPORTED   = ' PAY-STORED-COUNT.            PAYRPR01
103300     IF PAY-WARN-SWITCH = 'Y' AND RETURN-CODE < 4                 PAYRPR01
103400        MOVE 4 TO RETURN-CODE                                     PAYRPR01
103500     END-IF.                                                      PAYRPR01
103600     MOVE 'F' TO X95-PHASE.                                       PAYRPR01
103700     MOVE PAY-INPUT-COUNT TO X95-CPT-ENTREE.                      PAYRPR01
103800     MOVE PAY-STORED-COUNT TO X95-CPT-SORTIE.                     PAYRPR01
103900     MOVE ZERO TO X95-CPT-REJET.                                  PAYRPR01
104000     MOVE 'OK' TO X95-ETAT.                                       PAYRPR01
104600     CALL 'SY0095' USING SY0095-PARMS.                            PAYRPR01
104700 8000-EXIT.                                                       PAYRPR01
104800     EXIT.                                                        PAYRPR01
104806***************************************************************** PAYRPR01
104812* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYRPR01
104818***************************************************************** PAYRPR01
104824 8100-JOURNAL-STOP.                                               PAYRPR01
104830     MOVE 'PAYRPR01' TO X81-PROGRAMME.                            PAYRPR01
104836     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYRPR01
104842     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYRPR01
104848     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYRPR01
104854     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYRPR01
104860     MOVE SPACES TO X81-TEXTE.                                    PAYRPR01
104866     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYRPR01
104872                  X81-CPT-REJET.                                  PAYRPR01
104878     CALL 'SY0081' USING SY0081-PARMS.                            PAYRPR01
104884     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYRPR01
104900 9999-EXIT.                                                       PAYRPR01
105000     GOBACK.                                                      PAYRPR01

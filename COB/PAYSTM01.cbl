000100 IDENTIFICATION DIVISION.                                         PAYSTM01
000200 PROGRAM-ID.        PAYSTM01.                                     PAYSTM01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYSTM01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYSTM01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYSTM01
000600 DATE-COMPILED.                                                   PAYSTM01
000700***************************************************************** PAYSTM01
000800*                   MODIFICATION  LOG                             PAYSTM01
000900*                                                                 PAYSTM01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYSTM01
001100*  --------  ----------  -----------------------------------      PAYSTM01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYSTM01
001210*  26/10/15  MAINT       SHOW DEDUCTIONS AND NET PAY FROM NETPAY  PAYSTM01
001220*  26/10/15  MAINT       YTD REGION SEGMENTS ON YTDMST            PAYSTM01
001230*  26/10/15  MAINT       OFF-CYCLE MARKER ON YTDMST AND PPCTL     PAYSTM01
001265*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYSTM01
001300***************************************************************** PAYSTM01
001400*                                                                 PAYSTM01
001500*  EMPLOYEE EARNINGS STATEMENTS: PRINTS ONE PAY SLIP PER          PAYSTM01
001600*  EMPLOYEE ON THE NETPAY FILE FROM PAYDED01 WITH THE CURRENT     PAYSTM01
001700*  PERIOD WAGES, OVERTIME, COMMISSION, TOTAL, DEDUCTIONS AND NET  PAYSTM01
001800*  PAY BESIDE THE YEAR-TO-DATE FIGURES FROM YTDMST.  SLIPS ARE    PAYSTM01
001900*  PRINTED IN REGION PACKETS FOR DISTRIBUTION (ONE PASS PER       PAYSTM01
002000*  REGION, REGIONS IN THE ORDER THE EXTRACT FIRST PRESENTS        PAYSTM01
002100*  THEM).  A CONTROL PAGE GIVES COUNTS AND TOTALS THAT TIE TO     PAYSTM01
002200*  THE PAYYTD01 POSTING OF THE SAME EXTRACT.  RUN AFTER           PAYSTM01
002300*  PAYYTD01; IF THE PERPRM PERIOD IS NOT YET ON PPCTL, OR AN      PAYSTM01
002400*  EMPLOYEE HAS NO YTDMST RECORD, THE RUN ENDS RC=4.              PAYSTM01
002500*                                                                 PAYSTM01
002600 ENVIRONMENT DIVISION.                                            PAYSTM01
002700 CONFIGURATION SECTION.                                           PAYSTM01
002800 SOURCE-COMPUTER.   IBM-370.                                      PAYSTM01
002900 OBJECT-COMPUTER.   IBM-370.                                      PAYSTM01
003000 INPUT-OUTPUT SECTION.                                            PAYSTM01
003100 FILE-CONTROL.                                                    PAYSTM01
003200     SELECT PAYOUT-FILE ASSIGN TO NETPAY                          PAYSTM01
003300            ORGANIZATION IS SEQUENTIAL.                           PAYSTM01
003400     SELECT YTD-FILE    ASSIGN TO YTDMST                          PAYSTM01
003500            ORGANIZATION IS INDEXED                               PAYSTM01
003600            ACCESS IS RANDOM                                      PAYSTM01
003700            RECORD KEY IS YTD-EMP-NBR                             PAYSTM01
003800            FILE STATUS IS PAY-YTD-STATUS.                        PAYSTM01
003900     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYSTM01
004000            ORGANIZATION IS SEQUENTIAL                            PAYSTM01
004100            FILE STATUS IS PAY-PER-STATUS.                        PAYSTM01
004200     SELECT PPC-FILE    ASSIGN TO PPCTL                           PAYSTM01
004300            ORGANIZATION IS SEQUENTIAL                            PAYSTM01
004400            FILE STATUS IS PAY-PPC-STATUS.                        PAYSTM01
004500     SELECT RPT-FILE    ASSIGN TO STMRPT                          PAYSTM01
004600            ORGANIZATION IS SEQUENTIAL.                           PAYSTM01
004700 DATA DIVISION.                                                   PAYSTM01
004800 FILE SECTION.                                                    PAYSTM01
004900 FD  PAYOUT-FILE                                                  PAYSTM01
005000     LABEL RECORDS STANDARD                                       PAYSTM01
005100     BLOCK 00000 RECORDS                                          PAYSTM01
005200     RECORDING F.                                                 PAYSTM01
005300 01  PI-DETAIL-REC.                                               PAYSTM01
005400     05  PI-NAME             PIC X(15).                           PAYSTM01
005500     05  PI-REGION           PIC X(05).                           PAYSTM01
005600     05  PI-TYPE             PIC X(01).                           PAYSTM01
005700     05  PI-YEARS            PIC 9(02).                           PAYSTM01
005800     05  PI-HIRE-DATE        PIC 9(06).                           PAYSTM01
005900     05  PI-WAGES            PIC 9(05)V99.                        PAYSTM01
006000     05  PI-OT               PIC 9(05)V99.                        PAYSTM01
006100     05  PI-COMM             PIC 9(05)V99.                        PAYSTM01
006200     05  PI-TOTAL            PIC 9(05)V99.                        PAYSTM01
006300     05  PI-EMP-NBR          PIC 9(06).                           PAYSTM01
006310     05  NP-DED-ENTRY        OCCURS 4 TIMES.                      PAYSTM01
006320         10  NP-DED-CODE     PIC X(04).                           PAYSTM01
006330         10  NP-DED-AMT      PIC 9(05)V99.                        PAYSTM01
006340     05  NP-DED-TOTAL        PIC 9(05)V99.                        PAYSTM01
006350     05  NP-NET-PAY          PIC 9(05)V99.                        PAYSTM01
006400 FD  YTD-FILE                                                     PAYSTM01
006500     LABEL RECORDS STANDARD.                                      PAYSTM01
006600 01  YTD-REC.                                                     PAYSTM01
006700     05  YTD-EMP-NBR         PIC 9(06).                           PAYSTM01
006800     05  YTD-NAME            PIC X(15).                           PAYSTM01
006900     05  YTD-REGION          PIC X(05).                           PAYSTM01
007000     05  YTD-WAGES           PIC 9(07)V99.                        PAYSTM01
007100     05  YTD-OT              PIC 9(07)V99.                        PAYSTM01
007200     05  YTD-COMM            PIC 9(07)V99.                        PAYSTM01
007300     05  YTD-LAST-RUN        PIC 9(06).                           PAYSTM01
007310     05  YTD-DEDUCTIONS.                                          PAYSTM01
007320         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYSTM01
007325     05  YTD-SEG-COUNT       PIC 9(01).                           PAYSTM01
007330     05  YTD-SEGMENTS.                                            PAYSTM01
007335         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYSTM01
007340             15  YTD-SEG-REGION  PIC X(05).                       PAYSTM01
007345             15  YTD-SEG-FROM    PIC 9(08).                       PAYSTM01
007350             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYSTM01
007355             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYSTM01
007360             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYSTM01
007365     05  YTD-RECENT-AREA.                                         PAYSTM01
007370         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYSTM01
007375             15  YTD-RC-PERIOD   PIC 9(08).                       PAYSTM01
007380             15  YTD-RC-REGION   PIC X(05).                       PAYSTM01
007385             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYSTM01
007390             15  YTD-RC-OT       PIC 9(05)V99.                    PAYSTM01
007395             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYSTM01
007396     05  YTD-OFF-CYCLE.                                           PAYSTM01
007397         10  YTD-OFF-BATCH   PIC X(08).                           PAYSTM01
007398         10  YTD-OFF-DATE    PIC 9(08).                           PAYSTM01
007399         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYSTM01
007400 FD  PER-FILE                                                     PAYSTM01
007500     LABEL RECORDS STANDARD                                       PAYSTM01
007600     BLOCK 00000 RECORDS                                          PAYSTM01
007700     RECORDING F.                                                 PAYSTM01
007800 01  PER-REC.                                                     PAYSTM01
007900     05  PER-DATE            PIC 9(08).                           PAYSTM01
008000     05  PER-FORCE           PIC X(01).                           PAYSTM01
008100 FD  PPC-FILE                                                     PAYSTM01
008200     LABEL RECORDS STANDARD                                       PAYSTM01
008300     BLOCK 00000 RECORDS                                          PAYSTM01
008400     RECORDING F.                                                 PAYSTM01
008500 01  PPC-REC.                                                     PAYSTM01
008600     05  PPC-DATE            PIC 9(08).                           PAYSTM01
008610     05  PPC-RUN-TYPE        PIC X(01).                           PAYSTM01
008620         88  PPC-OFF-CYCLE       VALUE 'O'.                       PAYSTM01
008630     05  PPC-BATCH           PIC X(08).                           PAYSTM01
008700 FD  RPT-FILE                                                     PAYSTM01
008800     LABEL RECORDS STANDARD                                       PAYSTM01
008900     BLOCK 00000 RECORDS                                          PAYSTM01
009000     RECORDING F.                                                 PAYSTM01
009100 01  RPT-REC                 PIC X(80).                           PAYSTM01
009200 WORKING-STORAGE SECTION.                                         PAYSTM01
009300 77  PAY-YTD-STATUS           PIC X(02) VALUE ZERO.               PAYSTM01
009400 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYSTM01
009500 77  PAY-PPC-STATUS           PIC X(02) VALUE ZERO.               PAYSTM01
009600 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYSTM01
009700     88  PAY-EOF                  VALUE 'Y'.                      PAYSTM01
009800 77  PAY-PPC-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYSTM01
009900     88  PAY-PPC-EOF              VALUE 'Y'.                      PAYSTM01
010000 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYSTM01
010025 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYSTM01
010050 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYSTM01
010075 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYSTM01
010100 77  PAY-POSTED-SWITCH        PIC X(01) VALUE 'N'.                PAYSTM01
010200 77  PAY-YTD-FOUND            PIC X(01) VALUE 'N'.                PAYSTM01
010300 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYSTM01
010400 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYSTM01
010500 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYSTM01
010600 77  PAY-SLIP-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYSTM01
010700 77  PAY-NOYTD-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYSTM01
010800 77  PAY-SHORT-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYSTM01
010900 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYSTM01
011000 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYSTM01
011100 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYSTM01
011200 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYSTM01
011300 77  PAY-REG-OVERFLOW         PIC X(01) VALUE 'N'.                PAYSTM01
011400 77  PAY-PASS-REGION          PIC X(05) VALUE SPACES.             PAYSTM01
011500 77  PAY-PASS-SLOT            PIC 9(02) COMP VALUE ZERO.          PAYSTM01
011600 77  PAY-YTD-TOTAL            PIC 9(08)V99 VALUE ZERO.            PAYSTM01
011610 77  PAY-YTD-DED              PIC 9(08)V99 VALUE ZERO.            PAYSTM01
011620 77  PAY-YTD-NET              PIC 9(08)V99 VALUE ZERO.            PAYSTM01
011630 77  PAY-DED-IX               PIC 9(02) COMP VALUE ZERO.          PAYSTM01
011700 01  PAY-REGION-TABLE.                                            PAYSTM01
011800     05  PAY-REG-ENTRY        OCCURS 50 TIMES.                    PAYSTM01
011900         10  PAY-REG-CODE     PIC X(05).                          PAYSTM01
012000         10  PAY-REG-SLIPS    PIC 9(07) COMP-3.                   PAYSTM01
012100         10  PAY-REG-TOTAL    PIC 9(09)V99 COMP-3.                PAYSTM01
012200 01  PAY-CURRENT-TOTALS.                                          PAYSTM01
012300     05  PAY-CUR-WAGES        PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYSTM01
012400     05  PAY-CUR-OT           PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYSTM01
012500     05  PAY-CUR-COMM         PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYSTM01
012600     05  PAY-CUR-TOTAL        PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYSTM01
012610     05  PAY-CUR-DED          PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYSTM01
012620     05  PAY-CUR-NET          PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYSTM01
012700 01  PAY-YTD-TOTALS.                                              PAYSTM01
012800     05  PAY-YTT-WAGES        PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYSTM01
012900     05  PAY-YTT-OT           PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYSTM01
013000     05  PAY-YTT-COMM         PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYSTM01
013100     05  PAY-YTT-TOTAL        PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYSTM01
013110     05  PAY-YTT-DED          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYSTM01
013120     05  PAY-YTT-NET          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYSTM01
013200*                                                                 PAYSTM01
013300 01  SLIP-RULE-LINE.                                              PAYSTM01
013400     05  FILLER              PIC X(80) VALUE ALL '='.             PAYSTM01
013500 01  SLIP-PACKET-LINE.                                            PAYSTM01
013600     05  FILLER              PIC X(24) VALUE                      PAYSTM01
013700         '*** DISTRIBUTION REGION '.                              PAYSTM01
013800     05  PKT-REGION          PIC X(05).                           PAYSTM01
013900     05  FILLER              PIC X(04) VALUE ' ***'.              PAYSTM01
014000     05  FILLER              PIC X(47) VALUE SPACES.              PAYSTM01
014100 01  SLIP-HDR-LINE.                                               PAYSTM01
014200     05  FILLER              PIC X(40) VALUE                      PAYSTM01
014300         'EARNINGS STATEMENT'.                                    PAYSTM01
014400     05  FILLER              PIC X(14) VALUE 'PERIOD ENDING '.    PAYSTM01
014500     05  HDR-PERIOD          PIC 9(08).                           PAYSTM01
014600     05  FILLER              PIC X(18) VALUE SPACES.              PAYSTM01
014700 01  SLIP-EMP-LINE.                                               PAYSTM01
014800     05  FILLER              PIC X(09) VALUE 'EMPLOYEE '.         PAYSTM01
014900     05  EMP-NBR             PIC 9(06).                           PAYSTM01
015000     05  FILLER              PIC X(02) VALUE SPACES.              PAYSTM01
015100     05  EMP-NAME            PIC X(15).                           PAYSTM01
015200     05  FILLER              PIC X(09) VALUE '  REGION '.         PAYSTM01
015300     05  EMP-REGION          PIC X(05).                           PAYSTM01
015400     05  FILLER              PIC X(07) VALUE '  TYPE '.           PAYSTM01
015500     05  EMP-TYPE            PIC X(01).                           PAYSTM01
015600     05  FILLER              PIC X(26) VALUE SPACES.              PAYSTM01
015700 01  SLIP-COL-LINE.                                               PAYSTM01
015800     05  FILLER              PIC X(20) VALUE SPACES.              PAYSTM01
015900     05  FILLER              PIC X(15) VALUE '    THIS PERIOD'.   PAYSTM01
016000     05  FILLER              PIC X(16) VALUE '    YEAR TO DATE'.  PAYSTM01
016100     05  FILLER              PIC X(29) VALUE SPACES.              PAYSTM01
016200 01  SLIP-AMT-LINE.                                               PAYSTM01
016300     05  FILLER              PIC X(02) VALUE SPACES.              PAYSTM01
016400     05  AMT-LABEL           PIC X(18).                           PAYSTM01
016500     05  FILLER              PIC X(05) VALUE SPACES.              PAYSTM01
016600     05  AMT-CURRENT         PIC ZZ,ZZ9.99.                       PAYSTM01
016700     05  FILLER              PIC X(03) VALUE SPACES.              PAYSTM01
016800     05  AMT-YTD             PIC ZZ,ZZZ,ZZ9.99.                   PAYSTM01
016900     05  FILLER              PIC X(30) VALUE SPACES.              PAYSTM01
017000 01  SLIP-MSG-LINE.                                               PAYSTM01
017100     05  FILLER              PIC X(02) VALUE SPACES.              PAYSTM01
017200     05  MSG-TEXT            PIC X(50).                           PAYSTM01
017300     05  FILLER              PIC X(28) VALUE SPACES.              PAYSTM01
017400 01  CTL-HDR-LINE.                                                PAYSTM01
017500     05  FILLER              PIC X(40) VALUE                      PAYSTM01
017600         'PAY STATEMENT CONTROL PAGE'.                            PAYSTM01
017700     05  FILLER              PIC X(14) VALUE 'PERIOD ENDING '.    PAYSTM01
017800     05  CTL-PERIOD          PIC 9(08).                           PAYSTM01
017900     05  FILLER              PIC X(18) VALUE SPACES.              PAYSTM01
018000 01  CTL-CNT-LINE.                                                PAYSTM01
018100     05  CTL-CNT-LABEL       PIC X(36).                           PAYSTM01
018200     05  CTL-CNT-VALUE       PIC Z,ZZZ,ZZ9.                       PAYSTM01
018300     05  FILLER              PIC X(35) VALUE SPACES.              PAYSTM01
018400 01  CTL-AMT-LINE.                                                PAYSTM01
018500     05  CTL-AMT-LABEL       PIC X(20).                           PAYSTM01
018600     05  CTL-AMT-CURRENT     PIC ZZZ,ZZZ,ZZ9.99.                  PAYSTM01
018700     05  FILLER              PIC X(02) VALUE SPACES.              PAYSTM01
018800     05  CTL-AMT-YTD         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               PAYSTM01
018900     05  FILLER              PIC X(27) VALUE SPACES.              PAYSTM01
019000 01  CTL-REG-LINE.                                                PAYSTM01
019100     05  FILLER              PIC X(07) VALUE 'REGION '.           PAYSTM01
019200     05  CTL-REG-CODE        PIC X(05).                           PAYSTM01
019300     05  FILLER              PIC X(08) VALUE '  SLIPS '.          PAYSTM01
019400     05  CTL-REG-SLIPS       PIC Z,ZZZ,ZZ9.                       PAYSTM01
019500     05  FILLER              PIC X(15) VALUE '  CURRENT PAY  '.   PAYSTM01
019600     05  CTL-REG-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.                  PAYSTM01
019700     05  FILLER              PIC X(22) VALUE SPACES.              PAYSTM01
019800 01  CTL-MSG-LINE.                                                PAYSTM01
019900     05  CTL-MSG-TEXT        PIC X(60).                           PAYSTM01
020000     05  FILLER              PIC X(20) VALUE SPACES.              PAYSTM01
020100 COPY SY0095.                                                     PAYSTM01
020150 COPY SY0081.                                                     PAYSTM01
020200 PROCEDURE DIVISION.                                              PAYSTM01
020300***************************************************************** PAYSTM01
020400* 0000-MAINLINE                                                   PAYSTM01
020500***************************************************************** PAYSTM01
020600 0000-MAINLINE.                                                   PAYSTM01
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYSTM01
020800     IF PAY-STOP-SWITCH = 'Y'                                     PAYSTM01
020900        GO TO 8100-JOURNAL-STOP                                   PAYSTM01
021000     END-IF.                                                      PAYSTM01
021100     PERFORM 2000-REGION-PASS THRU 2000-EXIT                      PAYSTM01
021200         VARYING PAY-PASS-SLOT FROM 1 BY 1                        PAYSTM01
021300         UNTIL PAY-PASS-SLOT > PAY-REG-NBR.                       PAYSTM01
021400     IF PAY-REG-OVERFLOW = 'Y'                                    PAYSTM01
021500        MOVE ZERO TO PAY-PASS-SLOT                                PAYSTM01
021600        PERFORM 2000-REGION-PASS THRU 2000-EXIT                   PAYSTM01
021700     END-IF.                                                      PAYSTM01
021800     PERFORM 7000-CONTROL-PAGE THRU 7000-EXIT.                    PAYSTM01
021900     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYSTM01
022000     GO TO 9999-EXIT.                                             PAYSTM01
022100***************************************************************** PAYSTM01
022200* 1000-INITIALIZE - PERIOD, POSTING CHECK, REGION LIST            PAYSTM01
022300***************************************************************** PAYSTM01
022400 1000-INITIALIZE.                                                 PAYSTM01
022500     MOVE 'PAYSTM01' TO X95-PROGRAMME.                            PAYSTM01
022600     MOVE 'D' TO X95-PHASE.                                       PAYSTM01
022700     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYSTM01
022800                  X95-CPT-REJET.                                  PAYSTM01
022900     MOVE SPACES TO X95-ETAT.                                     PAYSTM01
023000     CALL 'SY0095' USING SY0095-PARMS.                            PAYSTM01
023100     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYSTM01
023200     OPEN INPUT PER-FILE.                                         PAYSTM01
023300     IF PAY-PER-STATUS = '00'                                     PAYSTM01
023400        READ PER-FILE                                             PAYSTM01
023500            AT END MOVE SPACES TO PER-REC                         PAYSTM01
023600        END-READ                                                  PAYSTM01
023700        CLOSE PER-FILE                                            PAYSTM01
023800     ELSE                                                         PAYSTM01
023900        MOVE SPACES TO PER-REC                                    PAYSTM01
024000     END-IF.                                                      PAYSTM01
024100     IF PER-DATE NOT NUMERIC OR PER-DATE = ZERO                   PAYSTM01
024200        DISPLAY 'NO PAY-PERIOD-END DATE ON PERPRM - STOPPED'      PAYSTM01
024300        MOVE 8 TO RETURN-CODE                                     PAYSTM01
024400        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYSTM01
024433        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYSTM01
024466        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYSTM01
024500        GO TO 1000-EXIT                                           PAYSTM01
024600     END-IF.                                                      PAYSTM01
024700     MOVE PER-DATE TO PAY-PERIOD-DATE.                            PAYSTM01
024800     OPEN INPUT PPC-FILE.                                         PAYSTM01
024900     IF PAY-PPC-STATUS = '00'                                     PAYSTM01
025000        PERFORM 1200-CHECK-POSTED THRU 1200-EXIT                  PAYSTM01
025100            UNTIL PAY-PPC-EOF                                     PAYSTM01
025200        CLOSE PPC-FILE                                            PAYSTM01
025300     END-IF.                                                      PAYSTM01
025400     IF PAY-POSTED-SWITCH = 'N'                                   PAYSTM01
025500        DISPLAY 'PERIOD ' PAY-PERIOD-DATE                         PAYSTM01
025600                ' NOT POSTED TO YTDMST - YTD MAY BE SHORT'        PAYSTM01
025700     END-IF.                                                      PAYSTM01
025800     OPEN INPUT YTD-FILE.                                         PAYSTM01
025900     IF PAY-YTD-STATUS NOT = '00'                                 PAYSTM01
026000        AND PAY-YTD-STATUS NOT = '97'                             PAYSTM01
026100        DISPLAY 'YTD MASTER UNAVAILABLE - STATUS '                PAYSTM01
026200                PAY-YTD-STATUS                                    PAYSTM01
026300        MOVE 8 TO RETURN-CODE                                     PAYSTM01
026400        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYSTM01
026425        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYSTM01
026450        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYSTM01
026475        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYSTM01
026500        GO TO 1000-EXIT                                           PAYSTM01
026600     END-IF.                                                      PAYSTM01
026700     OPEN INPUT PAYOUT-FILE.                                      PAYSTM01
026800     PERFORM 1100-LIST-REGIONS THRU 1100-EXIT                     PAYSTM01
026900         UNTIL PAY-EOF.                                           PAYSTM01
027000     CLOSE PAYOUT-FILE.                                           PAYSTM01
027100     OPEN OUTPUT RPT-FILE.                                        PAYSTM01
027200     MOVE PAY-PERIOD-DATE TO HDR-PERIOD.                          PAYSTM01
027300 1000-EXIT.                                                       PAYSTM01
027400     EXIT.                                                        PAYSTM01
027500 1100-LIST-REGIONS.                                               PAYSTM01
027600     READ PAYOUT-FILE                                             PAYSTM01
027700         AT END                                                   PAYSTM01
027800            SET PAY-EOF TO TRUE                                   PAYSTM01
027900            GO TO 1100-EXIT                                       PAYSTM01
028000     END-READ.                                                    PAYSTM01
028100     ADD 1 TO PAY-READ-COUNT.                                     PAYSTM01
028200     PERFORM 2300-FIND-REGION THRU 2300-EXIT.                     PAYSTM01
028300     IF PAY-REG-FOUND = 'Y'                                       PAYSTM01
028400        GO TO 1100-EXIT                                           PAYSTM01
028500     END-IF.                                                      PAYSTM01
028600     IF PAY-REG-NBR < 50                                          PAYSTM01
028700        ADD 1 TO PAY-REG-NBR                                      PAYSTM01
028800        MOVE PI-REGION TO PAY-REG-CODE (PAY-REG-NBR)              PAYSTM01
028900        MOVE ZERO TO PAY-REG-SLIPS (PAY-REG-NBR)                  PAYSTM01
029000                     PAY-REG-TOTAL (PAY-REG-NBR)                  PAYSTM01
029100     ELSE                                                         PAYSTM01
029200        IF PAY-REG-OVERFLOW = 'N'                                 PAYSTM01
029300           DISPLAY 'REGION TABLE FULL - EXTRA REGIONS IN '        PAYSTM01
029400                   'LAST PACKET'                                  PAYSTM01
029500        END-IF                                                    PAYSTM01
029600        MOVE 'Y' TO PAY-REG-OVERFLOW                              PAYSTM01
029700     END-IF.                                                      PAYSTM01
029800 1100-EXIT.                                                       PAYSTM01
029900     EXIT.                                                        PAYSTM01
030000 1200-CHECK-POSTED.                                               PAYSTM01
030100     READ PPC-FILE                                                PAYSTM01
030200         AT END                                                   PAYSTM01
030300            SET PAY-PPC-EOF TO TRUE                               PAYSTM01
030400            GO TO 1200-EXIT                                       PAYSTM01
030500     END-READ.                                                    PAYSTM01
030600     IF PPC-DATE = PAY-PERIOD-DATE                                PAYSTM01
030610        AND NOT PPC-OFF-CYCLE                                     PAYSTM01
030700        MOVE 'Y' TO PAY-POSTED-SWITCH                             PAYSTM01
030800     END-IF.                                                      PAYSTM01
030900 1200-EXIT.                                                       PAYSTM01
031000     EXIT.                                                        PAYSTM01
031100***************************************************************** PAYSTM01
031200* 2000-REGION-PASS - ONE PASS OF PAYOUT FOR ONE REGION PACKET     PAYSTM01
031300*   (PASS SLOT ZERO PRINTS REGIONS THAT DID NOT FIT THE TABLE)    PAYSTM01
031400***************************************************************** PAYSTM01
031500 2000-REGION-PASS.                                                PAYSTM01
031600     IF PAY-PASS-SLOT = ZERO                                      PAYSTM01
031700        MOVE '?????' TO PAY-PASS-REGION                           PAYSTM01
031800     ELSE                                                         PAYSTM01
031900        MOVE PAY-REG-CODE (PAY-PASS-SLOT) TO PAY-PASS-REGION      PAYSTM01
032000     END-IF.                                                      PAYSTM01
032100     WRITE RPT-REC FROM SLIP-RULE-LINE.                           PAYSTM01
032200     MOVE PAY-PASS-REGION TO PKT-REGION.                          PAYSTM01
032300     WRITE RPT-REC FROM SLIP-PACKET-LINE.                         PAYSTM01
032400     WRITE RPT-REC FROM SLIP-RULE-LINE.                           PAYSTM01
032500     MOVE 'N' TO PAY-EOF-SWITCH.                                  PAYSTM01
032600     OPEN INPUT PAYOUT-FILE.                                      PAYSTM01
032700     PERFORM 2100-SELECT-RECORD THRU 2100-EXIT                    PAYSTM01
032800         UNTIL PAY-EOF.                                           PAYSTM01
032900     CLOSE PAYOUT-FILE.                                           PAYSTM01
033000 2000-EXIT.                                                       PAYSTM01
033100     EXIT.                                                        PAYSTM01
033200 2100-SELECT-RECORD.                                              PAYSTM01
033300     READ PAYOUT-FILE                                             PAYSTM01
033400         AT END                                                   PAYSTM01
033500            SET PAY-EOF TO TRUE                                   PAYSTM01
033600            GO TO 2100-EXIT                                       PAYSTM01
033700     END-READ.                                                    PAYSTM01
033800     IF PAY-PASS-SLOT = ZERO                                      PAYSTM01
033900        PERFORM 2300-FIND-REGION THRU 2300-EXIT                   PAYSTM01
034000        IF PAY-REG-FOUND = 'Y'                                    PAYSTM01
034100           GO TO 2100-EXIT                                        PAYSTM01
034200        END-IF                                                    PAYSTM01
034300     ELSE                                                         PAYSTM01
034400        IF PI-REGION NOT = PAY-PASS-REGION                        PAYSTM01
034500           GO TO 2100-EXIT                                        PAYSTM01
034600        END-IF                                                    PAYSTM01
034700     END-IF.                                                      PAYSTM01
034800     PERFORM 2200-PRINT-SLIP THRU 2200-EXIT.                      PAYSTM01
034900 2100-EXIT.                                                       PAYSTM01
035000     EXIT.                                                        PAYSTM01
035100 2200-PRINT-SLIP.                                                 PAYSTM01
035200     MOVE 'Y' TO PAY-YTD-FOUND.                                   PAYSTM01
035300     MOVE PI-EMP-NBR TO YTD-EMP-NBR.                              PAYSTM01
035400     READ YTD-FILE                                                PAYSTM01
035500         INVALID KEY MOVE 'N' TO PAY-YTD-FOUND                    PAYSTM01
035600     END-READ.                                                    PAYSTM01
035700     MOVE SPACES TO RPT-REC.                                      PAYSTM01
035800     WRITE RPT-REC.                                               PAYSTM01
035900     WRITE RPT-REC FROM SLIP-HDR-LINE.                            PAYSTM01
036000     MOVE PI-EMP-NBR TO EMP-NBR.                                  PAYSTM01
036100     MOVE PI-NAME TO EMP-NAME.                                    PAYSTM01
036200     MOVE PI-REGION TO EMP-REGION.                                PAYSTM01
036300     MOVE PI-TYPE TO EMP-TYPE.                                    PAYSTM01
036400     WRITE RPT-REC FROM SLIP-EMP-LINE.                            PAYSTM01
036500     WRITE RPT-REC FROM SLIP-COL-LINE.                            PAYSTM01
036600     IF PAY-YTD-FOUND = 'N'                                       PAYSTM01
036700        MOVE ZERO TO YTD-WAGES YTD-OT YTD-COMM                    PAYSTM01
036710        MOVE ZERO TO YTD-DEDUCTIONS                               PAYSTM01
036800     END-IF.                                                      PAYSTM01
036900     MOVE 'WAGES' TO AMT-LABEL.                                   PAYSTM01
037000     MOVE PI-WAGES TO AMT-CURRENT.                                PAYSTM01
037100     MOVE YTD-WAGES TO AMT-YTD.                                   PAYSTM01
037200     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
037300     MOVE 'OVERTIME' TO AMT-LABEL.                                PAYSTM01
037400     MOVE PI-OT TO AMT-CURRENT.                                   PAYSTM01
037500     MOVE YTD-OT TO AMT-YTD.                                      PAYSTM01
037600     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
037700     MOVE 'COMMISSION' TO AMT-LABEL.                              PAYSTM01
037800     MOVE PI-COMM TO AMT-CURRENT.                                 PAYSTM01
037900     MOVE YTD-COMM TO AMT-YTD.                                    PAYSTM01
038000     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
038100     COMPUTE PAY-YTD-TOTAL = YTD-WAGES + YTD-OT + YTD-COMM.       PAYSTM01
038200     MOVE 'TOTAL PAY' TO AMT-LABEL.                               PAYSTM01
038300     MOVE PI-TOTAL TO AMT-CURRENT.                                PAYSTM01
038400     MOVE PAY-YTD-TOTAL TO AMT-YTD.                               PAYSTM01
038500     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
038501     MOVE ZERO TO PAY-YTD-DED.                                    PAYSTM01
038502     PERFORM 2250-PRINT-DEDUCTION THRU 2250-EXIT                  PAYSTM01
038503         VARYING PAY-DED-IX FROM 1 BY 1                           PAYSTM01
038504         UNTIL PAY-DED-IX > 4.                                    PAYSTM01
038505     MOVE 'TOTAL DEDUCTIONS' TO AMT-LABEL.                        PAYSTM01
038506     MOVE NP-DED-TOTAL TO AMT-CURRENT.                            PAYSTM01
038507     MOVE PAY-YTD-DED TO AMT-YTD.                                 PAYSTM01
038508     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
038509     IF PAY-YTD-DED > PAY-YTD-TOTAL                               PAYSTM01
038510        MOVE ZERO TO PAY-YTD-NET                                  PAYSTM01
038511     ELSE                                                         PAYSTM01
038512        COMPUTE PAY-YTD-NET = PAY-YTD-TOTAL - PAY-YTD-DED         PAYSTM01
038513     END-IF.                                                      PAYSTM01
038514     MOVE 'NET PAY' TO AMT-LABEL.                                 PAYSTM01
038515     MOVE NP-NET-PAY TO AMT-CURRENT.                              PAYSTM01
038516     MOVE PAY-YTD-NET TO AMT-YTD.                                 PAYSTM01
038517     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
038600     IF PAY-YTD-FOUND = 'N'                                       PAYSTM01
038700        MOVE 'YEAR-TO-DATE FIGURES NOT AVAILABLE - SEE PAYROLL'   PAYSTM01
038800          TO MSG-TEXT                                             PAYSTM01
038900        WRITE RPT-REC FROM SLIP-MSG-LINE                          PAYSTM01
039000        ADD 1 TO PAY-NOYTD-COUNT                                  PAYSTM01
039100     ELSE                                                         PAYSTM01
039200        IF YTD-WAGES < PI-WAGES OR YTD-OT < PI-OT                 PAYSTM01
039300           OR YTD-COMM < PI-COMM                                  PAYSTM01
039400           ADD 1 TO PAY-SHORT-COUNT                               PAYSTM01
039500        END-IF                                                    PAYSTM01
039600     END-IF.                                                      PAYSTM01
039700     MOVE SPACES TO RPT-REC.                                      PAYSTM01
039800     WRITE RPT-REC.                                               PAYSTM01
039900     WRITE RPT-REC FROM SLIP-RULE-LINE.                           PAYSTM01
040000     ADD 1 TO PAY-SLIP-COUNT.                                     PAYSTM01
040100     ADD PI-WAGES TO PAY-CUR-WAGES.                               PAYSTM01
040200     ADD PI-OT TO PAY-CUR-OT.                                     PAYSTM01
040300     ADD PI-COMM TO PAY-CUR-COMM.                                 PAYSTM01
040400     ADD PI-TOTAL TO PAY-CUR-TOTAL.                               PAYSTM01
040500     ADD YTD-WAGES TO PAY-YTT-WAGES.                              PAYSTM01
040600     ADD YTD-OT TO PAY-YTT-OT.                                    PAYSTM01
040700     ADD YTD-COMM TO PAY-YTT-COMM.                                PAYSTM01
040800     ADD PAY-YTD-TOTAL TO PAY-YTT-TOTAL.                          PAYSTM01
040810     ADD NP-DED-TOTAL TO PAY-CUR-DED.                             PAYSTM01
040820     ADD NP-NET-PAY TO PAY-CUR-NET.                               PAYSTM01
040830     ADD PAY-YTD-DED TO PAY-YTT-DED.                              PAYSTM01
040840     ADD PAY-YTD-NET TO PAY-YTT-NET.                              PAYSTM01
040900     IF PAY-PASS-SLOT NOT = ZERO                                  PAYSTM01
041000        ADD 1 TO PAY-REG-SLIPS (PAY-PASS-SLOT)                    PAYSTM01
041100        ADD PI-TOTAL TO PAY-REG-TOTAL (PAY-PASS-SLOT)             PAYSTM01
041200     END-IF.                                                      PAYSTM01
041300 2200-EXIT.                                                       PAYSTM01
041400     EXIT.                                                        PAYSTM01
041405 2250-PRINT-DEDUCTION.                                            PAYSTM01
041410     IF NP-DED-CODE (PAY-DED-IX) = SPACES                         PAYSTM01
041415        AND YTD-DED-AMT (PAY-DED-IX) = ZERO                       PAYSTM01
041420        GO TO 2250-EXIT                                           PAYSTM01
041425     END-IF.                                                      PAYSTM01
041430     MOVE SPACES TO AMT-LABEL.                                    PAYSTM01
041435     IF NP-DED-CODE (PAY-DED-IX) = SPACES                         PAYSTM01
041440        MOVE 'PRIOR DEDUCTION' TO AMT-LABEL                       PAYSTM01
041445     ELSE                                                         PAYSTM01
041450        STRING 'LESS ' NP-DED-CODE (PAY-DED-IX)                   PAYSTM01
041455               DELIMITED BY SIZE INTO AMT-LABEL                   PAYSTM01
041460     END-IF.                                                      PAYSTM01
041465     MOVE NP-DED-AMT (PAY-DED-IX) TO AMT-CURRENT.                 PAYSTM01
041470     MOVE YTD-DED-AMT (PAY-DED-IX) TO AMT-YTD.                    PAYSTM01
041475     WRITE RPT-REC FROM SLIP-AMT-LINE.                            PAYSTM01
041480     ADD YTD-DED-AMT (PAY-DED-IX) TO PAY-YTD-DED.                 PAYSTM01
041485 2250-EXIT.                                                       PAYSTM01
041490     EXIT.                                                        PAYSTM01
041500 2300-FIND-REGION.                                                PAYSTM01
041600     MOVE 'N' TO PAY-REG-FOUND.                                   PAYSTM01
041700     IF PAY-REG-NBR > ZERO                                        PAYSTM01
041800        PERFORM 2310-SCAN-REGION THRU 2310-EXIT                   PAYSTM01
041900            VARYING PAY-REG-IX FROM 1 BY 1                        PAYSTM01
042000            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYSTM01
042100               OR PAY-REG-FOUND = 'Y'                             PAYSTM01
042200     END-IF.                                                      PAYSTM01
042300 2300-EXIT.                                                       PAYSTM01
042400     EXIT.                                                        PAYSTM01
042500 2310-SCAN-REGION.                                                PAYSTM01
042600     IF PAY-REG-CODE (PAY-REG-IX) = PI-REGION                     PAYSTM01
042700        MOVE 'Y' TO PAY-REG-FOUND                                 PAYSTM01
042800     END-IF.                                                      PAYSTM01
042900 2310-EXIT.                                                       PAYSTM01
043000     EXIT.                                                        PAYSTM01
043100***************************************************************** PAYSTM01
043200* 7000-CONTROL-PAGE - COUNTS AND TOTALS TO TIE TO PAYYTD01        PAYSTM01
043300***************************************************************** PAYSTM01
043400 7000-CONTROL-PAGE.                                               PAYSTM01
043500     MOVE SPACES TO RPT-REC.                                      PAYSTM01
043600     WRITE RPT-REC.                                               PAYSTM01
043700     MOVE PAY-PERIOD-DATE TO CTL-PERIOD.                          PAYSTM01
043800     WRITE RPT-REC FROM CTL-HDR-LINE.                             PAYSTM01
043900     MOVE SPACES TO RPT-REC.                                      PAYSTM01
044000     WRITE RPT-REC.                                               PAYSTM01
044100     MOVE 'EXTRACT RECORDS READ' TO CTL-CNT-LABEL.                PAYSTM01
044200     MOVE PAY-READ-COUNT TO CTL-CNT-VALUE.                        PAYSTM01
044300     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYSTM01
044400     MOVE 'STATEMENTS PRINTED' TO CTL-CNT-LABEL.                  PAYSTM01
044500     MOVE PAY-SLIP-COUNT TO CTL-CNT-VALUE.                        PAYSTM01
044600     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYSTM01
044700     MOVE 'STATEMENTS WITHOUT YTDMST RECORD' TO CTL-CNT-LABEL.    PAYSTM01
044800     MOVE PAY-NOYTD-COUNT TO CTL-CNT-VALUE.                       PAYSTM01
044900     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYSTM01
045000     MOVE 'YTD BELOW CURRENT PERIOD' TO CTL-CNT-LABEL.            PAYSTM01
045100     MOVE PAY-SHORT-COUNT TO CTL-CNT-VALUE.                       PAYSTM01
045200     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYSTM01
045300     MOVE SPACES TO RPT-REC.                                      PAYSTM01
045400     WRITE RPT-REC.                                               PAYSTM01
045500     WRITE RPT-REC FROM SLIP-COL-LINE.                            PAYSTM01
045600     MOVE 'WAGES' TO CTL-AMT-LABEL.                               PAYSTM01
045700     MOVE PAY-CUR-WAGES TO CTL-AMT-CURRENT.                       PAYSTM01
045800     MOVE PAY-YTT-WAGES TO CTL-AMT-YTD.                           PAYSTM01
045900     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYSTM01
046000     MOVE 'OVERTIME' TO CTL-AMT-LABEL.                            PAYSTM01
046100     MOVE PAY-CUR-OT TO CTL-AMT-CURRENT.                          PAYSTM01
046200     MOVE PAY-YTT-OT TO CTL-AMT-YTD.                              PAYSTM01
046300     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYSTM01
046400     MOVE 'COMMISSION' TO CTL-AMT-LABEL.                          PAYSTM01
046500     MOVE PAY-CUR-COMM TO CTL-AMT-CURRENT.                        PAYSTM01
046600     MOVE PAY-YTT-COMM TO CTL-AMT-YTD.                            PAYSTM01
046700     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYSTM01
046800     MOVE 'TOTAL PAY' TO CTL-AMT-LABEL.                           PAYSTM01
046900     MOVE PAY-CUR-TOTAL TO CTL-AMT-CURRENT.                       PAYSTM01
047000     MOVE PAY-YTT-TOTAL TO CTL-AMT-YTD.                           PAYSTM01
047100     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYSTM01
047110     MOVE 'TOTAL DEDUCTIONS' TO CTL-AMT-LABEL.                    PAYSTM01
047120     MOVE PAY-CUR-DED TO CTL-AMT-CURRENT.                         PAYSTM01
047130     MOVE PAY-YTT-DED TO CTL-AMT-YTD.                             PAYSTM01
047140     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYSTM01
047150     MOVE 'NET PAY' TO CTL-AMT-LABEL.                             PAYSTM01
047160     MOVE PAY-CUR-NET TO CTL-AMT-CURRENT.                         PAYSTM01
047170     MOVE PAY-YTT-NET TO CTL-AMT-YTD.                             PAYSTM01
047180     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYSTM01
047200     MOVE SPACES TO RPT-REC.                                      PAYSTM01
047300     WRITE RPT-REC.                                               PAYSTM01
047400     PERFORM 7100-REGION-LINE THRU 7100-EXIT                      PAYSTM01
047500         VARYING PAY-REG-IX FROM 1 BY 1                           PAYSTM01
047600         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYSTM01
047700     MOVE SPACES TO RPT-REC.                                      PAYSTM01
047800     WRITE RPT-REC.                                               PAYSTM01
047900     IF PAY-READ-COUNT NOT = PAY-SLIP-COUNT                       PAYSTM01
048000        MOVE 'STATEMENTS DO NOT RECONCILE TO EXTRACT COUNT'       PAYSTM01
048100          TO CTL-MSG-TEXT                                         PAYSTM01
048200        WRITE RPT-REC FROM CTL-MSG-LINE                           PAYSTM01
048300     END-IF.                                                      PAYSTM01
048400     IF PAY-POSTED-SWITCH = 'N'                                   PAYSTM01
048500        MOVE 'PERIOD NOT ON PPCTL - RUN PAYYTD01 BEFORE THIS STEP'PAYSTM01
048600          TO CTL-MSG-TEXT                                         PAYSTM01
048700        WRITE RPT-REC FROM CTL-MSG-LINE                           PAYSTM01
048800     END-IF.                                                      PAYSTM01
048900     MOVE 'CURRENT TOTALS TIE TO THE PAYYTD01 POSTING OF PAYOUT'  PAYSTM01
049000       TO CTL-MSG-TEXT.                                           PAYSTM01
049100     WRITE RPT-REC FROM CTL-MSG-LINE.                             PAYSTM01
049200 7000-EXIT.                                                       PAYSTM01
049300     EXIT.                                                        PAYSTM01
049400 7100-REGION-LINE.                                                PAYSTM01
049500     MOVE PAY-REG-CODE (PAY-REG-IX) TO CTL-REG-CODE.              PAYSTM01
049600     MOVE PAY-REG-SLIPS (PAY-REG-IX) TO CTL-REG-SLIPS.            PAYSTM01
049700     MOVE PAY-REG-TOTAL (PAY-REG-IX) TO CTL-REG-TOTAL.            PAYSTM01
049800     WRITE RPT-REC FROM CTL-REG-LINE.                             PAYSTM01
049900 7100-EXIT.                                                       PAYSTM01
050000     EXIT.                                                        PAYSTM01
050100***************************************************************** PAYSTM01
050200* 8000-FINALIZE - COUNTS, RETURN CODE AND JOURNAL                 PAYSTM01
050300***************************************************************** PAYSTM01
050400 8000-FINALIZE.                                                   PAYSTM01
050500     CLOSE YTD-FILE.                                              PAYSTM01
050600     CLOSE RPT-FILE.                                              PAYSTM01
050700     DISPLAY 'EXTRACT RECORDS READ = ' PAY-READ-COUNT.            PAYSTM01
050800     DISPLAY 'STATEMENTS PRINTED   = ' PAY-SLIP-COUNT.            PAYSTM01
050900     DISPLAY 'WITHOUT YTD RECORD   = ' PAY-NOYTD-COUNT.           PAYSTM01
051000     DISPLAY 'YTD BELOW CURRENT    = ' PAY-SHORT-COUNT.           PAYSTM01
051100     IF PAY-NOYTD-COUNT NOT = ZERO                                PAYSTM01
051200        OR PAY-SHORT-COUNT NOT = ZERO                             PAYSTM01
051300        OR PAY-POSTED-SWITCH = 'N'                                PAYSTM01
051400        MOVE 4 TO RETURN-CODE                                     PAYSTM01
051500     END-IF.                                                      PAYSTM01
051600     MOVE 'F' TO X95-PHASE.                                       PAYSTM01
051700     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYSTM01
051800     MOVE PAY-SLIP-COUNT TO X95-CPT-SORTIE.                       PAYSTM01
051900     MOVE PAY-NOYTD-COUNT TO X95-CPT-REJET.                       PAYSTM01
052000     MOVE 'OK' TO X95-ETAT.                                       PAYSTM01
052100     CALL 'SY0095' USING SY0095-PARMS.                            PAYSTM01
052200 8000-EXIT.                                                       PAYSTM01
052300     EXIT.                                                        PAYSTM01
052306***************************************************************** PAYSTM01
052312* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYSTM01
052318***************************************************************** PAYSTM01
052324 8100-JOURNAL-STOP.                                               PAYSTM01
052330     MOVE 'PAYSTM01' TO X81-PROGRAMME.                            PAYSTM01
052336     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYSTM01
052342     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYSTM01
052348     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYSTM01
052354     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYSTM01
052360     MOVE SPACES TO X81-TEXTE.                                    PAYSTM01
052366     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYSTM01
052372                  X81-CPT-REJET.                                  PAYSTM01
052378     CALL 'SY0081' USING SY0081-PARMS.                            PAYSTM01
052384     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYSTM01
052400 9999-EXIT.                                                       PAYSTM01
052500     GOBACK.                                                      PAYSTM01

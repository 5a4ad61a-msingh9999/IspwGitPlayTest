000100 IDENTIFICATION DIVISION.                                         PAYDED01
000200 PROGRAM-ID.        PAYDED01.                                     PAYDED01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYDED01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYDED01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYDED01
000600 DATE-COMPILED.                                                   PAYDED01
000700***************************************************************** PAYDED01
000800*                   MODIFICATION  LOG                             PAYDED01
000900*                                                                 PAYDED01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYDED01
001100*  --------  ----------  -----------------------------------      PAYDED01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYDED01
001210*  26/10/15  MAINT       ZERO YTD REGION SEGMENTS ON NEW RECORD   PAYDED01
001220*  26/10/15  MAINT       ZERO YTD OFF-CYCLE MARKER ON NEW RECORD  PAYDED01
001260*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYDED01
001270*  26/10/15  MAINT       NETPAY IMAGE CARRIES FULL 63-BYTE DETAIL PAYDED01
001300***************************************************************** PAYDED01
001400*                                                                 PAYDED01
001500*  GROSS-TO-NET DEDUCTIONS: RUNS BETWEEN PAYVAL01 AND PAYDEP01.   PAYDED01
001600*  EACH EMPLOYEE ON THE VALIDATED PAYOUT EXTRACT IS PRICED        PAYDED01
001700*  AGAINST THE DEDRATE TABLE (UP TO FOUR DEDUCTIONS, ONE PER      PAYDED01
001800*  YTDMST DEDUCTION BUCKET; FOR EACH BUCKET THE MOST SPECIFIC     PAYDED01
001900*  REGION/TYPE LINE APPLIES - BLANK REGION OR TYPE MEANS ANY).    PAYDED01
002000*  AMOUNT = PI-TOTAL * PERCENT + FLAT, LIMITED BY THE ANNUAL      PAYDED01
002100*  CAP AGAINST YTD-DED-AMT AND BY THE GROSS PAY LEFT.  THE        PAYDED01
002200*  YTD DEDUCTION BUCKETS ARE POSTED, NETPAY IS WRITTEN FOR        PAYDED01
002300*  PAYDEP01 (EXTRACT IMAGE + DEDUCTIONS + NET PAY), DEDSUM        PAYDED01
002400*  CARRIES THE LIABILITY TOTALS BY REGION/CODE/ACCOUNT FOR        PAYDED01
002500*  PAYGLE01, AND DEDRPT IS THE DEDUCTION REGISTER.  DEDCTL        PAYDED01
002600*  RECORDS EACH POSTED PERIOD SO A RERUN DOES NOT DEDUCT          PAYDED01
002700*  TWICE (PER-FORCE = 'Y' ON PERPRM OVERRIDES).                   PAYDED01
002800*                                                                 PAYDED01
002900 ENVIRONMENT DIVISION.                                            PAYDED01
003000 CONFIGURATION SECTION.                                           PAYDED01
003100 SOURCE-COMPUTER.   IBM-370.                                      PAYDED01
003200 OBJECT-COMPUTER.   IBM-370.                                      PAYDED01
003300 INPUT-OUTPUT SECTION.                                            PAYDED01
003400 FILE-CONTROL.                                                    PAYDED01
003500     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYDED01
003600            ORGANIZATION IS SEQUENTIAL.                           PAYDED01
003700     SELECT RATE-FILE   ASSIGN TO DEDRATE                         PAYDED01
003800            ORGANIZATION IS SEQUENTIAL                            PAYDED01
003900            FILE STATUS IS PAY-RATE-STATUS.                       PAYDED01
004000     SELECT YTD-FILE    ASSIGN TO YTDMST                          PAYDED01
004100            ORGANIZATION IS INDEXED                               PAYDED01
004200            ACCESS IS RANDOM                                      PAYDED01
004300            RECORD KEY IS YTD-EMP-NBR                             PAYDED01
004400            FILE STATUS IS PAY-YTD-STATUS.                        PAYDED01
004500     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYDED01
004600            ORGANIZATION IS SEQUENTIAL                            PAYDED01
004700            FILE STATUS IS PAY-PER-STATUS.                        PAYDED01
004800     SELECT DCT-FILE    ASSIGN TO DEDCTL                          PAYDED01
004900            ORGANIZATION IS SEQUENTIAL                            PAYDED01
005000            FILE STATUS IS PAY-DCT-STATUS.                        PAYDED01
005100     SELECT OVR-FILE    ASSIGN TO PPOVRD                          PAYDED01
005200            ORGANIZATION IS SEQUENTIAL                            PAYDED01
005300            FILE STATUS IS PAY-OVR-STATUS.                        PAYDED01
005400     SELECT NET-FILE    ASSIGN TO NETPAY                          PAYDED01
005500            ORGANIZATION IS SEQUENTIAL.                           PAYDED01
005600     SELECT SUM-FILE    ASSIGN TO DEDSUM                          PAYDED01
005700            ORGANIZATION IS SEQUENTIAL.                           PAYDED01
005800     SELECT RPT-FILE    ASSIGN TO DEDRPT                          PAYDED01
005900            ORGANIZATION IS SEQUENTIAL.                           PAYDED01
006000 DATA DIVISION.                                                   PAYDED01
006100 FILE SECTION.                                                    PAYDED01
006200 FD  PAYOUT-FILE                                                  PAYDED01
006300     LABEL RECORDS STANDARD                                       PAYDED01
006400     BLOCK 00000 RECORDS                                          PAYDED01
006500     RECORDING F.                                                 PAYDED01
006600 01  PI-DETAIL-REC.                                               PAYDED01
006700     05  PI-NAME             PIC X(15).                           PAYDED01
006800     05  PI-REGION           PIC X(05).                           PAYDED01
006900     05  PI-TYPE             PIC X(01).                           PAYDED01
007000     05  PI-YEARS            PIC 9(02).                           PAYDED01
007100     05  PI-HIRE-DATE        PIC 9(06).                           PAYDED01
007200     05  PI-WAGES            PIC 9(05)V99.                        PAYDED01
007300     05  PI-OT               PIC 9(05)V99.                        PAYDED01
007400     05  PI-COMM             PIC 9(05)V99.                        PAYDED01
007500     05  PI-TOTAL            PIC 9(05)V99.                        PAYDED01
007600     05  PI-EMP-NBR          PIC 9(06).                           PAYDED01
007700 FD  RATE-FILE                                                    PAYDED01
007800     LABEL RECORDS STANDARD                                       PAYDED01
007900     BLOCK 00000 RECORDS                                          PAYDED01
008000     RECORDING F.                                                 PAYDED01
008100 01  RATE-REC.                                                    PAYDED01
008200     05  DR-REGION           PIC X(05).                           PAYDED01
008300     05  DR-TYPE             PIC X(01).                           PAYDED01
008400     05  DR-SLOT             PIC 9(01).                           PAYDED01
008500     05  DR-CODE             PIC X(04).                           PAYDED01
008600     05  DR-PCT              PIC 9(02)V99.                        PAYDED01
008700     05  DR-FLAT             PIC 9(05)V99.                        PAYDED01
008800     05  DR-CAP              PIC 9(07)V99.                        PAYDED01
008900     05  DR-ACCOUNT          PIC X(08).                           PAYDED01
009000     05  FILLER              PIC X(01).                           PAYDED01
009100 FD  YTD-FILE                                                     PAYDED01
009200     LABEL RECORDS STANDARD.                                      PAYDED01
009300 01  YTD-REC.                                                     PAYDED01
009400     05  YTD-EMP-NBR         PIC 9(06).                           PAYDED01
009500     05  YTD-NAME            PIC X(15).                           PAYDED01
009600     05  YTD-REGION          PIC X(05).                           PAYDED01
009700     05  YTD-WAGES           PIC 9(07)V99.                        PAYDED01
009800     05  YTD-OT              PIC 9(07)V99.                        PAYDED01
009900     05  YTD-COMM            PIC 9(07)V99.                        PAYDED01
010000     05  YTD-LAST-RUN        PIC 9(06).                           PAYDED01
010100     05  YTD-DEDUCTIONS.                                          PAYDED01
010200         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYDED01
010205     05  YTD-SEG-COUNT       PIC 9(01).                           PAYDED01
010210     05  YTD-SEGMENTS.                                            PAYDED01
010215         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYDED01
010220             15  YTD-SEG-REGION  PIC X(05).                       PAYDED01
010225             15  YTD-SEG-FROM    PIC 9(08).                       PAYDED01
010230             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYDED01
010235             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYDED01
010240             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYDED01
010245     05  YTD-RECENT-AREA.                                         PAYDED01
010250         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYDED01
010255             15  YTD-RC-PERIOD   PIC 9(08).                       PAYDED01
010260             15  YTD-RC-REGION   PIC X(05).                       PAYDED01
010265             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYDED01
010270             15  YTD-RC-OT       PIC 9(05)V99.                    PAYDED01
010275             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYDED01
010276     05  YTD-OFF-CYCLE.                                           PAYDED01
010277         10  YTD-OFF-BATCH   PIC X(08).                           PAYDED01
010278         10  YTD-OFF-DATE    PIC 9(08).                           PAYDED01
010279         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYDED01
010300 FD  PER-FILE                                                     PAYDED01
010400     LABEL RECORDS STANDARD                                       PAYDED01
010500     BLOCK 00000 RECORDS                                          PAYDED01
010600     RECORDING F.                                                 PAYDED01
010700 01  PER-REC.                                                     PAYDED01
010800     05  PER-DATE            PIC 9(08).                           PAYDED01
010900     05  PER-FORCE           PIC X(01).                           PAYDED01
011000 FD  DCT-FILE                                                     PAYDED01
011100     LABEL RECORDS STANDARD                                       PAYDED01
011200     BLOCK 00000 RECORDS                                          PAYDED01
011300     RECORDING F.                                                 PAYDED01
011400 01  DCT-REC.                                                     PAYDED01
011500     05  DCT-DATE            PIC 9(08).                           PAYDED01
011600 FD  OVR-FILE                                                     PAYDED01
011700     LABEL RECORDS STANDARD                                       PAYDED01
011800     BLOCK 00000 RECORDS                                          PAYDED01
011900     RECORDING F.                                                 PAYDED01
012000 01  OVR-REC.                                                     PAYDED01
012100     05  OVR-RUN-DATE        PIC 9(06).                           PAYDED01
012200     05  OVR-RUN-TIME        PIC 9(06).                           PAYDED01
012300     05  OVR-PERIOD          PIC 9(08).                           PAYDED01
012400     05  OVR-TEXT            PIC X(20).                           PAYDED01
012500 FD  NET-FILE                                                     PAYDED01
012600     LABEL RECORDS STANDARD                                       PAYDED01
012700     BLOCK 00000 RECORDS                                          PAYDED01
012800     RECORDING F.                                                 PAYDED01
012900 01  NP-REC.                                                      PAYDED01
013000     05  NP-IMAGE            PIC X(63).                           PAYDED01
013100     05  NP-DED-ENTRY        OCCURS 4 TIMES.                      PAYDED01
013200         10  NP-DED-CODE     PIC X(04).                           PAYDED01
013300         10  NP-DED-AMT      PIC 9(05)V99.                        PAYDED01
013400     05  NP-DED-TOTAL        PIC 9(05)V99.                        PAYDED01
013500     05  NP-NET-PAY          PIC 9(05)V99.                        PAYDED01
013600 FD  SUM-FILE                                                     PAYDED01
013700     LABEL RECORDS STANDARD                                       PAYDED01
013800     BLOCK 00000 RECORDS                                          PAYDED01
013900     RECORDING F.                                                 PAYDED01
014000 01  DS-REC.                                                      PAYDED01
014100     05  DS-REGION           PIC X(05).                           PAYDED01
014200     05  DS-CODE             PIC X(04).                           PAYDED01
014300     05  DS-ACCOUNT          PIC X(08).                           PAYDED01
014400     05  DS-AMOUNT           PIC 9(09)V99.                        PAYDED01
014500     05  FILLER              PIC X(12).                           PAYDED01
014600 FD  RPT-FILE                                                     PAYDED01
014700     LABEL RECORDS STANDARD                                       PAYDED01
014800     BLOCK 00000 RECORDS                                          PAYDED01
014900     RECORDING F.                                                 PAYDED01
015000 01  RPT-REC                 PIC X(80).                           PAYDED01
015100 WORKING-STORAGE SECTION.                                         PAYDED01
015200 77  PAY-RATE-STATUS          PIC X(02) VALUE ZERO.               PAYDED01
015300 77  PAY-YTD-STATUS           PIC X(02) VALUE ZERO.               PAYDED01
015400 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYDED01
015500 77  PAY-DCT-STATUS           PIC X(02) VALUE ZERO.               PAYDED01
015600 77  PAY-OVR-STATUS           PIC X(02) VALUE ZERO.               PAYDED01
015700 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYDED01
015800 77  PAY-RUN-TIME             PIC 9(08) VALUE ZERO.               PAYDED01
015900 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYDED01
016000     88  PAY-EOF                  VALUE 'Y'.                      PAYDED01
016100 77  PAY-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.                PAYDED01
016200     88  PAY-RATE-EOF             VALUE 'Y'.                      PAYDED01
016300 77  PAY-DCT-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYDED01
016400     88  PAY-DCT-EOF              VALUE 'Y'.                      PAYDED01
016500 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYDED01
016525 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYDED01
016550 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYDED01
016575 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYDED01
016600 77  PAY-FORCE-SWITCH         PIC X(01) VALUE 'N'.                PAYDED01
016700 77  PAY-POSTED-SWITCH        PIC X(01) VALUE 'N'.                PAYDED01
016800 77  PAY-YTD-FOUND            PIC X(01) VALUE 'N'.                PAYDED01
016900 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYDED01
017000 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYDED01
017100 77  PAY-NET-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYDED01
017200 77  PAY-NEW-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYDED01
017300 77  PAY-CAP-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYDED01
017400 77  PAY-BAD-RATE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYDED01
017500 77  PAY-SUM-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYDED01
017600 77  PAY-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYDED01
017700 77  PAY-RATE-IX              PIC 9(03) COMP VALUE ZERO.          PAYDED01
017800 77  PAY-BEST-IX              PIC 9(03) COMP VALUE ZERO.          PAYDED01
017900 77  PAY-BEST-SCORE           PIC 9(01) VALUE ZERO.               PAYDED01
018000 77  PAY-SCORE                PIC 9(01) VALUE ZERO.               PAYDED01
018100 77  PAY-SLOT                 PIC 9(01) VALUE ZERO.               PAYDED01
018200 77  PAY-SUM-NBR              PIC 9(03) COMP VALUE ZERO.          PAYDED01
018300 77  PAY-SUM-IX               PIC 9(03) COMP VALUE ZERO.          PAYDED01
018400 77  PAY-SUM-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYDED01
018500 77  PAY-SUM-FOUND            PIC X(01) VALUE 'N'.                PAYDED01
018600 77  PAY-DED-AMT              PIC 9(07)V99 VALUE ZERO.            PAYDED01
018700 77  PAY-DED-ROOM             PIC 9(07)V99 VALUE ZERO.            PAYDED01
018800 77  PAY-EMP-DED              PIC 9(05)V99 VALUE ZERO.            PAYDED01
018900 77  PAY-DED-NOTE             PIC X(20) VALUE SPACES.             PAYDED01
019000 01  PAY-RATE-TABLE.                                              PAYDED01
019100     05  PAY-RATE-ENTRY       OCCURS 100 TIMES.                   PAYDED01
019200         10  PAY-RT-REGION    PIC X(05).                          PAYDED01
019300         10  PAY-RT-TYPE      PIC X(01).                          PAYDED01
019400         10  PAY-RT-SLOT      PIC 9(01).                          PAYDED01
019500         10  PAY-RT-CODE      PIC X(04).                          PAYDED01
019600         10  PAY-RT-PCT       PIC 9(02)V99.                       PAYDED01
019700         10  PAY-RT-FLAT      PIC 9(05)V99.                       PAYDED01
019800         10  PAY-RT-CAP       PIC 9(07)V99.                       PAYDED01
019900         10  PAY-RT-ACCOUNT   PIC X(08).                          PAYDED01
020000 01  PAY-SLOT-TABLE.                                              PAYDED01
020100     05  PAY-SLOT-ENTRY       OCCURS 4 TIMES.                     PAYDED01
020200         10  PAY-SLOT-CODE    PIC X(04).                          PAYDED01
020300         10  PAY-SLOT-TOTAL   PIC 9(09)V99 COMP-3.                PAYDED01
020400 01  PAY-SUM-TABLE.                                               PAYDED01
020500     05  PAY-SUM-ENTRY        OCCURS 200 TIMES.                   PAYDED01
020600         10  PAY-SM-REGION    PIC X(05).                          PAYDED01
020700         10  PAY-SM-CODE      PIC X(04).                          PAYDED01
020800         10  PAY-SM-ACCOUNT   PIC X(08).                          PAYDED01
020900         10  PAY-SM-AMOUNT    PIC 9(09)V99 COMP-3.                PAYDED01
021000 01  PAY-RUN-TOTALS.                                              PAYDED01
021100     05  PAY-TOT-GROSS        PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYDED01
021200     05  PAY-TOT-DED          PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYDED01
021300     05  PAY-TOT-NET          PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYDED01
021400*                                                                 PAYDED01
021500 01  RPT-HDR-LINE.                                                PAYDED01
021600     05  FILLER              PIC X(33) VALUE                      PAYDED01
021700         'DEDUCTION REGISTER PERIOD ENDING '.                     PAYDED01
021800     05  HDR-PERIOD          PIC 9(08).                           PAYDED01
021900     05  FILLER              PIC X(39) VALUE SPACES.              PAYDED01
022000 01  RPT-COL-LINE.                                                PAYDED01
022100     05  FILLER              PIC X(08) VALUE 'EMP NBR'.           PAYDED01
022200     05  FILLER              PIC X(16) VALUE 'NAME'.              PAYDED01
022300     05  FILLER              PIC X(10) VALUE 'REGN  T'.           PAYDED01
022400     05  FILLER              PIC X(09) VALUE '    GROSS'.         PAYDED01
022500     05  FILLER              PIC X(12) VALUE '  DEDUCTIONS'.      PAYDED01
022600     05  FILLER              PIC X(12) VALUE '         NET'.      PAYDED01
022700     05  FILLER              PIC X(13) VALUE SPACES.              PAYDED01
022800 01  RPT-DTL-LINE.                                                PAYDED01
022900     05  DTL-EMP             PIC 9(06).                           PAYDED01
023000     05  FILLER              PIC X(02) VALUE SPACES.              PAYDED01
023100     05  DTL-NAME            PIC X(15).                           PAYDED01
023200     05  FILLER              PIC X(01) VALUE SPACE.               PAYDED01
023300     05  DTL-REGION          PIC X(05).                           PAYDED01
023400     05  FILLER              PIC X(01) VALUE SPACE.               PAYDED01
023500     05  DTL-TYPE            PIC X(01).                           PAYDED01
023600     05  FILLER              PIC X(03) VALUE SPACES.              PAYDED01
023700     05  DTL-GROSS           PIC ZZ,ZZ9.99.                       PAYDED01
023800     05  FILLER              PIC X(03) VALUE SPACES.              PAYDED01
023900     05  DTL-DED             PIC ZZ,ZZ9.99.                       PAYDED01
024000     05  FILLER              PIC X(03) VALUE SPACES.              PAYDED01
024100     05  DTL-NET             PIC ZZ,ZZ9.99.                       PAYDED01
024200     05  FILLER              PIC X(13) VALUE SPACES.              PAYDED01
024300 01  RPT-SUB-LINE.                                                PAYDED01
024400     05  FILLER              PIC X(12) VALUE SPACES.              PAYDED01
024500     05  SUB-CODE            PIC X(04).                           PAYDED01
024600     05  FILLER              PIC X(02) VALUE SPACES.              PAYDED01
024700     05  SUB-AMT             PIC ZZ,ZZ9.99.                       PAYDED01
024800     05  FILLER              PIC X(05) VALUE ' YTD '.             PAYDED01
024900     05  SUB-YTD             PIC Z,ZZZ,ZZ9.99.                    PAYDED01
025000     05  FILLER              PIC X(02) VALUE SPACES.              PAYDED01
025100     05  SUB-NOTE            PIC X(20).                           PAYDED01
025200     05  FILLER              PIC X(14) VALUE SPACES.              PAYDED01
025300 01  RPT-TOT-LINE.                                                PAYDED01
025400     05  TOT-LABEL           PIC X(20).                           PAYDED01
025500     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYDED01
025600     05  FILLER              PIC X(46) VALUE SPACES.              PAYDED01
025700 01  RPT-CNT-LINE.                                                PAYDED01
025800     05  CNT-LABEL           PIC X(30).                           PAYDED01
025900     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYDED01
026000     05  FILLER              PIC X(41) VALUE SPACES.              PAYDED01
026100 COPY SY0095.                                                     PAYDED01
026150 COPY SY0081.                                                     PAYDED01
026200 PROCEDURE DIVISION.                                              PAYDED01
026300***************************************************************** PAYDED01
026400* 0000-MAINLINE                                                   PAYDED01
026500***************************************************************** PAYDED01
026600 0000-MAINLINE.                                                   PAYDED01
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYDED01
026800     IF PAY-STOP-SWITCH = 'Y'                                     PAYDED01
026900        GO TO 8100-JOURNAL-STOP                                   PAYDED01
027000     END-IF.                                                      PAYDED01
027100     PERFORM 2000-DEDUCT-RECORD THRU 2000-EXIT                    PAYDED01
027200         UNTIL PAY-EOF.                                           PAYDED01
027300     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.                   PAYDED01
027400     PERFORM 4000-MARK-POSTED THRU 4000-EXIT.                     PAYDED01
027500     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYDED01
027600     GO TO 9999-EXIT.                                             PAYDED01
027700***************************************************************** PAYDED01
027800* 1000-INITIALIZE - PERIOD, RERUN GUARD, RATE TABLE, OPEN FILES   PAYDED01
027900***************************************************************** PAYDED01
028000 1000-INITIALIZE.                                                 PAYDED01
028100     MOVE 'PAYDED01' TO X95-PROGRAMME.                            PAYDED01
028200     MOVE 'D' TO X95-PHASE.                                       PAYDED01
028300     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYDED01
028400                  X95-CPT-REJET.                                  PAYDED01
028500     MOVE SPACES TO X95-ETAT.                                     PAYDED01
028600     CALL 'SY0095' USING SY0095-PARMS.                            PAYDED01
028700     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYDED01
028800     ACCEPT PAY-RUN-TIME FROM TIME.                               PAYDED01
028900     OPEN INPUT PER-FILE.                                         PAYDED01
029000     IF PAY-PER-STATUS = '00'                                     PAYDED01
029100        READ PER-FILE                                             PAYDED01
029200            AT END MOVE SPACES TO PER-REC                         PAYDED01
029300        END-READ                                                  PAYDED01
029400        CLOSE PER-FILE                                            PAYDED01
029500     ELSE                                                         PAYDED01
029600        MOVE SPACES TO PER-REC                                    PAYDED01
029700     END-IF.                                                      PAYDED01
029800     IF PER-DATE NOT NUMERIC OR PER-DATE = ZERO                   PAYDED01
029900        DISPLAY 'NO PAY-PERIOD-END DATE ON PERPRM - STOPPED'      PAYDED01
030000        MOVE 8 TO RETURN-CODE                                     PAYDED01
030100        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYDED01
030133        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYDED01
030166        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYDED01
030200        GO TO 1000-EXIT                                           PAYDED01
030300     END-IF.                                                      PAYDED01
030400     MOVE PER-DATE TO PAY-PERIOD-DATE.                            PAYDED01
030500     IF PER-FORCE = 'Y'                                           PAYDED01
030600        MOVE 'Y' TO PAY-FORCE-SWITCH                              PAYDED01
030700     END-IF.                                                      PAYDED01
030800     OPEN INPUT DCT-FILE.                                         PAYDED01
030900     IF PAY-DCT-STATUS = '00'                                     PAYDED01
031000        PERFORM 1200-CHECK-POSTED THRU 1200-EXIT                  PAYDED01
031100            UNTIL PAY-DCT-EOF                                     PAYDED01
031200        CLOSE DCT-FILE                                            PAYDED01
031300     END-IF.                                                      PAYDED01
031400     IF PAY-POSTED-SWITCH = 'Y'                                   PAYDED01
031500        IF PAY-FORCE-SWITCH = 'Y'                                 PAYDED01
031600           DISPLAY 'PERIOD ' PAY-PERIOD-DATE                      PAYDED01
031700                   ' DEDUCTIONS ALREADY POSTED - FORCED REPOST'   PAYDED01
031800           PERFORM 1300-JOURNAL-OVERRIDE THRU 1300-EXIT           PAYDED01
031900        ELSE                                                      PAYDED01
032000           DISPLAY 'PERIOD ' PAY-PERIOD-DATE                      PAYDED01
032100                   ' DEDUCTIONS ALREADY POSTED - RUN STOPPED'     PAYDED01
032200           MOVE 8 TO RETURN-CODE                                  PAYDED01
032300           MOVE 'Y' TO PAY-STOP-SWITCH                            PAYDED01
032333           MOVE 'D' TO PAY-ERR-CATEGORY                           PAYDED01
032366           MOVE 'DEDCTL' TO PAY-ERR-FILE                          PAYDED01
032400           GO TO 1000-EXIT                                        PAYDED01
032500        END-IF                                                    PAYDED01
032600     END-IF.                                                      PAYDED01
032700     OPEN INPUT RATE-FILE.                                        PAYDED01
032800     IF PAY-RATE-STATUS = '00'                                    PAYDED01
032900        PERFORM 1100-LOAD-RATE THRU 1100-EXIT                     PAYDED01
033000            UNTIL PAY-RATE-EOF                                    PAYDED01
033100        CLOSE RATE-FILE                                           PAYDED01
033200     END-IF.                                                      PAYDED01
033300     IF PAY-RATE-COUNT = ZERO                                     PAYDED01
033400        DISPLAY 'NO DEDUCTION RATES ON DEDRATE - RUN STOPPED'     PAYDED01
033500        MOVE 8 TO RETURN-CODE                                     PAYDED01
033600        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYDED01
033633        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYDED01
033666        MOVE 'DEDRATE' TO PAY-ERR-FILE                            PAYDED01
033700        GO TO 1000-EXIT                                           PAYDED01
033800     END-IF.                                                      PAYDED01
033900     OPEN I-O YTD-FILE.                                           PAYDED01
034000     IF PAY-YTD-STATUS NOT = '00'                                 PAYDED01
034100        AND PAY-YTD-STATUS NOT = '97'                             PAYDED01
034200        DISPLAY 'YTD MASTER UNAVAILABLE - STATUS '                PAYDED01
034300                PAY-YTD-STATUS                                    PAYDED01
034400        MOVE 8 TO RETURN-CODE                                     PAYDED01
034500        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYDED01
034525        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYDED01
034550        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYDED01
034575        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYDED01
034600        GO TO 1000-EXIT                                           PAYDED01
034700     END-IF.                                                      PAYDED01
034800     OPEN INPUT PAYOUT-FILE.                                      PAYDED01
034900     OPEN OUTPUT NET-FILE.                                        PAYDED01
035000     OPEN OUTPUT SUM-FILE.                                        PAYDED01
035100     OPEN OUTPUT RPT-FILE.                                        PAYDED01
035200     MOVE PAY-PERIOD-DATE TO HDR-PERIOD.                          PAYDED01
035300     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYDED01
035400     MOVE SPACES TO RPT-REC.                                      PAYDED01
035500     WRITE RPT-REC.                                               PAYDED01
035600     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYDED01
035700 1000-EXIT.                                                       PAYDED01
035800     EXIT.                                                        PAYDED01
035900 1100-LOAD-RATE.                                                  PAYDED01
036000     READ RATE-FILE                                               PAYDED01
036100         AT END                                                   PAYDED01
036200            SET PAY-RATE-EOF TO TRUE                              PAYDED01
036300            GO TO 1100-EXIT                                       PAYDED01
036400     END-READ.                                                    PAYDED01
036500     IF DR-SLOT NOT NUMERIC OR DR-SLOT = ZERO OR DR-SLOT > 4      PAYDED01
036600        OR DR-PCT NOT NUMERIC OR DR-FLAT NOT NUMERIC              PAYDED01
036700        OR DR-CAP NOT NUMERIC OR DR-CODE = SPACES                 PAYDED01
036800        OR DR-ACCOUNT = SPACES                                    PAYDED01
036900        DISPLAY 'DEDRATE LINE REJECTED: ' RATE-REC                PAYDED01
037000        ADD 1 TO PAY-BAD-RATE-COUNT                               PAYDED01
037100        GO TO 1100-EXIT                                           PAYDED01
037200     END-IF.                                                      PAYDED01
037300     IF PAY-SLOT-CODE (DR-SLOT) = SPACES                          PAYDED01
037400        MOVE DR-CODE TO PAY-SLOT-CODE (DR-SLOT)                   PAYDED01
037500     END-IF.                                                      PAYDED01
037600     IF PAY-SLOT-CODE (DR-SLOT) NOT = DR-CODE                     PAYDED01
037700        DISPLAY 'DEDRATE BUCKET ALREADY USED BY '                 PAYDED01
037800                PAY-SLOT-CODE (DR-SLOT) ': ' RATE-REC             PAYDED01
037900        ADD 1 TO PAY-BAD-RATE-COUNT                               PAYDED01
038000        GO TO 1100-EXIT                                           PAYDED01
038100     END-IF.                                                      PAYDED01
038200     IF PAY-RATE-COUNT < 100                                      PAYDED01
038300        ADD 1 TO PAY-RATE-COUNT                                   PAYDED01
038400        MOVE DR-REGION TO PAY-RT-REGION (PAY-RATE-COUNT)          PAYDED01
038500        MOVE DR-TYPE TO PAY-RT-TYPE (PAY-RATE-COUNT)              PAYDED01
038600        MOVE DR-SLOT TO PAY-RT-SLOT (PAY-RATE-COUNT)              PAYDED01
038700        MOVE DR-CODE TO PAY-RT-CODE (PAY-RATE-COUNT)              PAYDED01
038800        MOVE DR-PCT TO PAY-RT-PCT (PAY-RATE-COUNT)                PAYDED01
038900        MOVE DR-FLAT TO PAY-RT-FLAT (PAY-RATE-COUNT)              PAYDED01
039000        MOVE DR-CAP TO PAY-RT-CAP (PAY-RATE-COUNT)                PAYDED01
039100        MOVE DR-ACCOUNT TO PAY-RT-ACCOUNT (PAY-RATE-COUNT)        PAYDED01
039200     ELSE                                                         PAYDED01
039300        DISPLAY 'RATE TABLE FULL - ENTRY DROPPED: ' RATE-REC      PAYDED01
039400        ADD 1 TO PAY-BAD-RATE-COUNT                               PAYDED01
039500     END-IF.                                                      PAYDED01
039600 1100-EXIT.                                                       PAYDED01
039700     EXIT.                                                        PAYDED01
039800 1200-CHECK-POSTED.                                               PAYDED01
039900     READ DCT-FILE                                                PAYDED01
040000         AT END                                                   PAYDED01
040100            SET PAY-DCT-EOF TO TRUE                               PAYDED01
040200            GO TO 1200-EXIT                                       PAYDED01
040300     END-READ.                                                    PAYDED01
040400     IF DCT-DATE = PAY-PERIOD-DATE                                PAYDED01
040500        MOVE 'Y' TO PAY-POSTED-SWITCH                             PAYDED01
040600     END-IF.                                                      PAYDED01
040700 1200-EXIT.                                                       PAYDED01
040800     EXIT.                                                        PAYDED01
040900 1300-JOURNAL-OVERRIDE.                                           PAYDED01
041000     OPEN EXTEND OVR-FILE.                                        PAYDED01
041100     IF PAY-OVR-STATUS = '05' OR PAY-OVR-STATUS = '35'            PAYDED01
041200        OPEN OUTPUT OVR-FILE                                      PAYDED01
041300     END-IF.                                                      PAYDED01
041400     MOVE PAY-RUN-DATE TO OVR-RUN-DATE.                           PAYDED01
041500     MOVE PAY-RUN-TIME (1:6) TO OVR-RUN-TIME.                     PAYDED01
041600     MOVE PAY-PERIOD-DATE TO OVR-PERIOD.                          PAYDED01
041700     MOVE 'FORCED DED REPOST' TO OVR-TEXT.                        PAYDED01
041800     WRITE OVR-REC.                                               PAYDED01
041900     CLOSE OVR-FILE.                                              PAYDED01
042000 1300-EXIT.                                                       PAYDED01
042100     EXIT.                                                        PAYDED01
042200***************************************************************** PAYDED01
042300* 2000-DEDUCT-RECORD - PRICE ONE EMPLOYEE, POST YTD, WRITE NET    PAYDED01
042400***************************************************************** PAYDED01
042500 2000-DEDUCT-RECORD.                                              PAYDED01
042600     READ PAYOUT-FILE                                             PAYDED01
042700         AT END                                                   PAYDED01
042800            SET PAY-EOF TO TRUE                                   PAYDED01
042900            GO TO 2000-EXIT                                       PAYDED01
043000     END-READ.                                                    PAYDED01
043100     ADD 1 TO PAY-READ-COUNT.                                     PAYDED01
043200     MOVE 'Y' TO PAY-YTD-FOUND.                                   PAYDED01
043300     MOVE PI-EMP-NBR TO YTD-EMP-NBR.                              PAYDED01
043400     READ YTD-FILE                                                PAYDED01
043500         INVALID KEY MOVE 'N' TO PAY-YTD-FOUND                    PAYDED01
043600     END-READ.                                                    PAYDED01
043700     IF PAY-YTD-FOUND = 'N'                                       PAYDED01
043800        MOVE PI-EMP-NBR TO YTD-EMP-NBR                            PAYDED01
043900        MOVE PI-NAME TO YTD-NAME                                  PAYDED01
044000        MOVE PI-REGION TO YTD-REGION                              PAYDED01
044100        MOVE ZERO TO YTD-WAGES YTD-OT YTD-COMM YTD-LAST-RUN       PAYDED01
044200        MOVE ZERO TO YTD-DEDUCTIONS                               PAYDED01
044210        MOVE ZERO TO YTD-SEG-COUNT YTD-SEGMENTS YTD-RECENT-AREA   PAYDED01
044220        MOVE SPACES TO YTD-OFF-BATCH                              PAYDED01
044230        MOVE ZERO TO YTD-OFF-DATE YTD-OFF-GROSS                   PAYDED01
044300     END-IF.                                                      PAYDED01
044400     MOVE SPACES TO NP-REC.                                       PAYDED01
044500     MOVE PI-DETAIL-REC TO NP-IMAGE.                              PAYDED01
044600     MOVE ZERO TO PAY-EMP-DED.                                    PAYDED01
044700     MOVE PI-EMP-NBR TO DTL-EMP.                                  PAYDED01
044800     MOVE PI-NAME TO DTL-NAME.                                    PAYDED01
044900     MOVE PI-REGION TO DTL-REGION.                                PAYDED01
045000     MOVE PI-TYPE TO DTL-TYPE.                                    PAYDED01
045100     MOVE PI-TOTAL TO DTL-GROSS.                                  PAYDED01
045200     MOVE ZERO TO DTL-DED DTL-NET.                                PAYDED01
045300     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYDED01
045400     PERFORM 2100-DEDUCT-SLOT THRU 2100-EXIT                      PAYDED01
045500         VARYING PAY-SLOT FROM 1 BY 1                             PAYDED01
045600         UNTIL PAY-SLOT > 4.                                      PAYDED01
045700     MOVE PAY-EMP-DED TO NP-DED-TOTAL.                            PAYDED01
045800     COMPUTE NP-NET-PAY = PI-TOTAL - PAY-EMP-DED.                 PAYDED01
045900     WRITE NP-REC.                                                PAYDED01
046000     ADD 1 TO PAY-NET-COUNT.                                      PAYDED01
046100     ADD PI-TOTAL TO PAY-TOT-GROSS.                               PAYDED01
046200     ADD PAY-EMP-DED TO PAY-TOT-DED.                              PAYDED01
046300     ADD NP-NET-PAY TO PAY-TOT-NET.                               PAYDED01
046400     MOVE SPACES TO RPT-DTL-LINE.                                 PAYDED01
046500     MOVE ZERO TO DTL-EMP.                                        PAYDED01
046600     MOVE 'NET PAY' TO DTL-NAME.                                  PAYDED01
046700     MOVE PI-TOTAL TO DTL-GROSS.                                  PAYDED01
046800     MOVE PAY-EMP-DED TO DTL-DED.                                 PAYDED01
046900     MOVE NP-NET-PAY TO DTL-NET.                                  PAYDED01
047000     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYDED01
047100     IF PAY-YTD-FOUND = 'N'                                       PAYDED01
047200        WRITE YTD-REC                                             PAYDED01
047300            INVALID KEY DISPLAY 'YTD WRITE FAILED FOR '           PAYDED01
047400                                PI-EMP-NBR                        PAYDED01
047500        END-WRITE                                                 PAYDED01
047600        ADD 1 TO PAY-NEW-COUNT                                    PAYDED01
047700     ELSE                                                         PAYDED01
047800        REWRITE YTD-REC                                           PAYDED01
047900            INVALID KEY DISPLAY 'YTD REWRITE FAILED FOR '         PAYDED01
048000                                PI-EMP-NBR                        PAYDED01
048100        END-REWRITE                                               PAYDED01
048200     END-IF.                                                      PAYDED01
048300 2000-EXIT.                                                       PAYDED01
048400     EXIT.                                                        PAYDED01
048500 2100-DEDUCT-SLOT.                                                PAYDED01
048600     MOVE ZERO TO PAY-BEST-IX PAY-BEST-SCORE.                     PAYDED01
048700     PERFORM 2200-SCORE-RATE THRU 2200-EXIT                       PAYDED01
048800         VARYING PAY-RATE-IX FROM 1 BY 1                          PAYDED01
048900         UNTIL PAY-RATE-IX > PAY-RATE-COUNT.                      PAYDED01
049000     IF PAY-BEST-IX = ZERO                                        PAYDED01
049100        GO TO 2100-EXIT                                           PAYDED01
049200     END-IF.                                                      PAYDED01
049300     MOVE SPACES TO PAY-DED-NOTE.                                 PAYDED01
049400     COMPUTE PAY-DED-AMT ROUNDED =                                PAYDED01
049500         PI-TOTAL * PAY-RT-PCT (PAY-BEST-IX) / 100                PAYDED01
049600         + PAY-RT-FLAT (PAY-BEST-IX).                             PAYDED01
049700     IF PAY-RT-CAP (PAY-BEST-IX) > ZERO                           PAYDED01
049800        IF YTD-DED-AMT (PAY-SLOT) NOT < PAY-RT-CAP (PAY-BEST-IX)  PAYDED01
049900           MOVE ZERO TO PAY-DED-AMT                               PAYDED01
050000           MOVE 'ANNUAL CAP REACHED' TO PAY-DED-NOTE              PAYDED01
050100        ELSE                                                      PAYDED01
050200           COMPUTE PAY-DED-ROOM = PAY-RT-CAP (PAY-BEST-IX)        PAYDED01
050300                                - YTD-DED-AMT (PAY-SLOT)          PAYDED01
050400           IF PAY-DED-AMT > PAY-DED-ROOM                          PAYDED01
050500              MOVE PAY-DED-ROOM TO PAY-DED-AMT                    PAYDED01
050600              MOVE 'LIMITED BY ANNUAL CAP' TO PAY-DED-NOTE        PAYDED01
050700           END-IF                                                 PAYDED01
050800        END-IF                                                    PAYDED01
050900     END-IF.                                                      PAYDED01
051000     COMPUTE PAY-DED-ROOM = PI-TOTAL - PAY-EMP-DED.               PAYDED01
051100     IF PAY-DED-AMT > PAY-DED-ROOM                                PAYDED01
051200        MOVE PAY-DED-ROOM TO PAY-DED-AMT                          PAYDED01
051300        MOVE 'LIMITED BY GROSS PAY' TO PAY-DED-NOTE               PAYDED01
051400     END-IF.                                                      PAYDED01
051500     IF PAY-DED-NOTE NOT = SPACES                                 PAYDED01
051600        ADD 1 TO PAY-CAP-COUNT                                    PAYDED01
051700     END-IF.                                                      PAYDED01
051800     ADD PAY-DED-AMT TO PAY-EMP-DED.                              PAYDED01
051900     ADD PAY-DED-AMT TO YTD-DED-AMT (PAY-SLOT).                   PAYDED01
052000     ADD PAY-DED-AMT TO PAY-SLOT-TOTAL (PAY-SLOT).                PAYDED01
052100     MOVE PAY-RT-CODE (PAY-BEST-IX) TO NP-DED-CODE (PAY-SLOT).    PAYDED01
052200     MOVE PAY-DED-AMT TO NP-DED-AMT (PAY-SLOT).                   PAYDED01
052300     MOVE PAY-RT-CODE (PAY-BEST-IX) TO SUB-CODE.                  PAYDED01
052400     MOVE PAY-DED-AMT TO SUB-AMT.                                 PAYDED01
052500     MOVE YTD-DED-AMT (PAY-SLOT) TO SUB-YTD.                      PAYDED01
052600     MOVE PAY-DED-NOTE TO SUB-NOTE.                               PAYDED01
052700     WRITE RPT-REC FROM RPT-SUB-LINE.                             PAYDED01
052800     IF PAY-DED-AMT > ZERO                                        PAYDED01
052900        PERFORM 2300-ADD-SUMMARY THRU 2300-EXIT                   PAYDED01
053000     END-IF.                                                      PAYDED01
053100 2100-EXIT.                                                       PAYDED01
053200     EXIT.                                                        PAYDED01
053300 2200-SCORE-RATE.                                                 PAYDED01
053400     IF PAY-RT-SLOT (PAY-RATE-IX) NOT = PAY-SLOT                  PAYDED01
053500        GO TO 2200-EXIT                                           PAYDED01
053600     END-IF.                                                      PAYDED01
053700     MOVE 1 TO PAY-SCORE.                                         PAYDED01
053800     IF PAY-RT-REGION (PAY-RATE-IX) = PI-REGION                   PAYDED01
053900        ADD 2 TO PAY-SCORE                                        PAYDED01
054000     ELSE                                                         PAYDED01
054100        IF PAY-RT-REGION (PAY-RATE-IX) NOT = SPACES               PAYDED01
054200           GO TO 2200-EXIT                                        PAYDED01
054300        END-IF                                                    PAYDED01
054400     END-IF.                                                      PAYDED01
054500     IF PAY-RT-TYPE (PAY-RATE-IX) = PI-TYPE                       PAYDED01
054600        ADD 1 TO PAY-SCORE                                        PAYDED01
054700     ELSE                                                         PAYDED01
054800        IF PAY-RT-TYPE (PAY-RATE-IX) NOT = SPACE                  PAYDED01
054900           GO TO 2200-EXIT                                        PAYDED01
055000        END-IF                                                    PAYDED01
055100     END-IF.                                                      PAYDED01
055200     IF PAY-SCORE > PAY-BEST-SCORE                                PAYDED01
055300        MOVE PAY-SCORE TO PAY-BEST-SCORE                          PAYDED01
055400        MOVE PAY-RATE-IX TO PAY-BEST-IX                           PAYDED01
055500     END-IF.                                                      PAYDED01
055600 2200-EXIT.                                                       PAYDED01
055700     EXIT.                                                        PAYDED01
055800 2300-ADD-SUMMARY.                                                PAYDED01
055900     MOVE 'N' TO PAY-SUM-FOUND.                                   PAYDED01
056000     IF PAY-SUM-NBR > ZERO                                        PAYDED01
056100        PERFORM 2310-SCAN-SUMMARY THRU 2310-EXIT                  PAYDED01
056200            VARYING PAY-SUM-IX FROM 1 BY 1                        PAYDED01
056300            UNTIL PAY-SUM-IX > PAY-SUM-NBR                        PAYDED01
056400               OR PAY-SUM-FOUND = 'Y'                             PAYDED01
056500     END-IF.                                                      PAYDED01
056600     IF PAY-SUM-FOUND = 'Y'                                       PAYDED01
056700        COMPUTE PAY-SUM-SLOT = PAY-SUM-IX - 1                     PAYDED01
056800     ELSE                                                         PAYDED01
056900        IF PAY-SUM-NBR < 200                                      PAYDED01
057000           ADD 1 TO PAY-SUM-NBR                                   PAYDED01
057100           MOVE PAY-SUM-NBR TO PAY-SUM-SLOT                       PAYDED01
057200           MOVE PI-REGION TO PAY-SM-REGION (PAY-SUM-SLOT)         PAYDED01
057300           MOVE PAY-RT-CODE (PAY-BEST-IX)                         PAYDED01
057400             TO PAY-SM-CODE (PAY-SUM-SLOT)                        PAYDED01
057500           MOVE PAY-RT-ACCOUNT (PAY-BEST-IX)                      PAYDED01
057600             TO PAY-SM-ACCOUNT (PAY-SUM-SLOT)                     PAYDED01
057700           MOVE ZERO TO PAY-SM-AMOUNT (PAY-SUM-SLOT)              PAYDED01
057800        ELSE                                                      PAYDED01
057900           DISPLAY 'SUMMARY TABLE FULL - LIABILITY NOT SUMMED: '  PAYDED01
058000                   PI-REGION ' ' PAY-RT-CODE (PAY-BEST-IX)        PAYDED01
058100           MOVE 8 TO RETURN-CODE                                  PAYDED01
058200           GO TO 2300-EXIT                                        PAYDED01
058300        END-IF                                                    PAYDED01
058400     END-IF.                                                      PAYDED01
058500     ADD PAY-DED-AMT TO PAY-SM-AMOUNT (PAY-SUM-SLOT).             PAYDED01
058600 2300-EXIT.                                                       PAYDED01
058700     EXIT.                                                        PAYDED01
058800 2310-SCAN-SUMMARY.                                               PAYDED01
058900     IF PAY-SM-REGION (PAY-SUM-IX) = PI-REGION                    PAYDED01
059000        AND PAY-SM-CODE (PAY-SUM-IX) = PAY-RT-CODE (PAY-BEST-IX)  PAYDED01
059100        AND PAY-SM-ACCOUNT (PAY-SUM-IX) =                         PAYDED01
059200            PAY-RT-ACCOUNT (PAY-BEST-IX)                          PAYDED01
059300        MOVE 'Y' TO PAY-SUM-FOUND                                 PAYDED01
059400     END-IF.                                                      PAYDED01
059500 2310-EXIT.                                                       PAYDED01
059600     EXIT.                                                        PAYDED01
059700***************************************************************** PAYDED01
059800* 3000-WRITE-SUMMARY - LIABILITY TOTALS FOR PAYGLE01, REGISTER    PAYDED01
059900*                      TOTALS BY DEDUCTION CODE                   PAYDED01
060000***************************************************************** PAYDED01
060100 3000-WRITE-SUMMARY.                                              PAYDED01
060200     PERFORM 3100-WRITE-LIABILITY THRU 3100-EXIT                  PAYDED01
060300         VARYING PAY-SUM-IX FROM 1 BY 1                           PAYDED01
060400         UNTIL PAY-SUM-IX > PAY-SUM-NBR.                          PAYDED01
060500     MOVE SPACES TO RPT-REC.                                      PAYDED01
060600     WRITE RPT-REC.                                               PAYDED01
060700     PERFORM 3200-WRITE-CODE-TOTAL THRU 3200-EXIT                 PAYDED01
060800         VARYING PAY-SLOT FROM 1 BY 1                             PAYDED01
060900         UNTIL PAY-SLOT > 4.                                      PAYDED01
061000     MOVE SPACES TO RPT-REC.                                      PAYDED01
061100     WRITE RPT-REC.                                               PAYDED01
061200     MOVE 'TOTAL GROSS PAY' TO TOT-LABEL.                         PAYDED01
061300     MOVE PAY-TOT-GROSS TO TOT-AMOUNT.                            PAYDED01
061400     WRITE RPT-REC FROM RPT-TOT-LINE.                             PAYDED01
061500     MOVE 'TOTAL DEDUCTIONS' TO TOT-LABEL.                        PAYDED01
061600     MOVE PAY-TOT-DED TO TOT-AMOUNT.                              PAYDED01
061700     WRITE RPT-REC FROM RPT-TOT-LINE.                             PAYDED01
061800     MOVE 'TOTAL NET PAY' TO TOT-LABEL.                           PAYDED01
061900     MOVE PAY-TOT-NET TO TOT-AMOUNT.                              PAYDED01
062000     WRITE RPT-REC FROM RPT-TOT-LINE.                             PAYDED01
062100     MOVE SPACES TO RPT-REC.                                      PAYDED01
062200     WRITE RPT-REC.                                               PAYDED01
062300     MOVE 'EMPLOYEES PROCESSED' TO CNT-LABEL.                     PAYDED01
062400     MOVE PAY-NET-COUNT TO CNT-VALUE.                             PAYDED01
062500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYDED01
062600     MOVE 'NEW YTDMST RECORDS' TO CNT-LABEL.                      PAYDED01
062700     MOVE PAY-NEW-COUNT TO CNT-VALUE.                             PAYDED01
062800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYDED01
062900     MOVE 'DEDUCTIONS CAPPED OR LIMITED' TO CNT-LABEL.            PAYDED01
063000     MOVE PAY-CAP-COUNT TO CNT-VALUE.                             PAYDED01
063100     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYDED01
063200     MOVE 'DEDRATE LINES REJECTED' TO CNT-LABEL.                  PAYDED01
063300     MOVE PAY-BAD-RATE-COUNT TO CNT-VALUE.                        PAYDED01
063400     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYDED01
063500 3000-EXIT.                                                       PAYDED01
063600     EXIT.                                                        PAYDED01
063700 3100-WRITE-LIABILITY.                                            PAYDED01
063800     MOVE SPACES TO DS-REC.                                       PAYDED01
063900     MOVE PAY-SM-REGION (PAY-SUM-IX) TO DS-REGION.                PAYDED01
064000     MOVE PAY-SM-CODE (PAY-SUM-IX) TO DS-CODE.                    PAYDED01
064100     MOVE PAY-SM-ACCOUNT (PAY-SUM-IX) TO DS-ACCOUNT.              PAYDED01
064200     MOVE PAY-SM-AMOUNT (PAY-SUM-IX) TO DS-AMOUNT.                PAYDED01
064300     WRITE DS-REC.                                                PAYDED01
064400     ADD 1 TO PAY-SUM-COUNT.                                      PAYDED01
064500 3100-EXIT.                                                       PAYDED01
064600     EXIT.                                                        PAYDED01
064700 3200-WRITE-CODE-TOTAL.                                           PAYDED01
064800     IF PAY-SLOT-CODE (PAY-SLOT) = SPACES                         PAYDED01
064900        GO TO 3200-EXIT                                           PAYDED01
065000     END-IF.                                                      PAYDED01
065100     MOVE SPACES TO TOT-LABEL.                                    PAYDED01
065200     STRING 'TOTAL ' PAY-SLOT-CODE (PAY-SLOT)                     PAYDED01
065300            DELIMITED BY SIZE INTO TOT-LABEL.                     PAYDED01
065400     MOVE PAY-SLOT-TOTAL (PAY-SLOT) TO TOT-AMOUNT.                PAYDED01
065500     WRITE RPT-REC FROM RPT-TOT-LINE.                             PAYDED01
065600 3200-EXIT.                                                       PAYDED01
065700     EXIT.                                                        PAYDED01
065800***************************************************************** PAYDED01
065900* 4000-MARK-POSTED - RECORD THE PERIOD IN THE CONTROL FILE        PAYDED01
066000***************************************************************** PAYDED01
066100 4000-MARK-POSTED.                                                PAYDED01
066200     IF PAY-POSTED-SWITCH = 'Y'                                   PAYDED01
066300        GO TO 4000-EXIT                                           PAYDED01
066400     END-IF.                                                      PAYDED01
066500     OPEN EXTEND DCT-FILE.                                        PAYDED01
066600     IF PAY-DCT-STATUS = '05' OR PAY-DCT-STATUS = '35'            PAYDED01
066700        OPEN OUTPUT DCT-FILE                                      PAYDED01
066800     END-IF.                                                      PAYDED01
066900     MOVE PAY-PERIOD-DATE TO DCT-DATE.                            PAYDED01
067000     WRITE DCT-REC.                                               PAYDED01
067100     CLOSE DCT-FILE.                                              PAYDED01
067200 4000-EXIT.                                                       PAYDED01
067300     EXIT.                                                        PAYDED01
067400***************************************************************** PAYDED01
067500* 8000-FINALIZE - COUNTS, RETURN CODE AND JOURNAL                 PAYDED01
067600***************************************************************** PAYDED01
067700 8000-FINALIZE.                                                   PAYDED01
067800     CLOSE PAYOUT-FILE.                                           PAYDED01
067900     CLOSE YTD-FILE.                                              PAYDED01
068000     CLOSE NET-FILE.                                              PAYDED01
068100     CLOSE SUM-FILE.                                              PAYDED01
068200     CLOSE RPT-FILE.                                              PAYDED01
068300     DISPLAY 'EXTRACT RECORDS READ   = ' PAY-READ-COUNT.          PAYDED01
068400     DISPLAY 'NET PAY RECORDS        = ' PAY-NET-COUNT.           PAYDED01
068500     DISPLAY 'LIABILITY LINES        = ' PAY-SUM-COUNT.           PAYDED01
068600     DISPLAY 'DEDUCTIONS CAPPED      = ' PAY-CAP-COUNT.           PAYDED01
068700     DISPLAY 'DEDRATE LINES REJECTED = ' PAY-BAD-RATE-COUNT.      PAYDED01
068800     IF PAY-BAD-RATE-COUNT NOT = ZERO                             PAYDED01
068900        AND RETURN-CODE < 4                                       PAYDED01
069000        MOVE 4 TO RETURN-CODE                                     PAYDED01
069100     END-IF.                                                      PAYDED01
069200     MOVE 'F' TO X95-PHASE.                                       PAYDED01
069300     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYDED01
069400     MOVE PAY-NET-COUNT TO X95-CPT-SORTIE.                        PAYDED01
069500     MOVE PAY-BAD-RATE-COUNT TO X95-CPT-REJET.                    PAYDED01
069600     IF RETURN-CODE < 8                                           PAYDED01
069700        MOVE 'OK' TO X95-ETAT                                     PAYDED01
069800     ELSE                                                         PAYDED01
069900        MOVE 'KO' TO X95-ETAT                                     PAYDED01
070000     END-IF.                                                      PAYDED01
070100     CALL 'SY0095' USING SY0095-PARMS.                            PAYDED01
070200 8000-EXIT.                                                       PAYDED01
070300     EXIT.                                                        PAYDED01
070306***************************************************************** PAYDED01
070312* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYDED01
070318***************************************************************** PAYDED01
070324 8100-JOURNAL-STOP.                                               PAYDED01
070330     MOVE 'PAYDED01' TO X81-PROGRAMME.                            PAYDED01
070336     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYDED01
070342     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYDED01
070348     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYDED01
070354     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYDED01
070360     MOVE SPACES TO X81-TEXTE.                                    PAYDED01
070366     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYDED01
070372                  X81-CPT-REJET.                                  PAYDED01
070378     CALL 'SY0081' USING SY0081-PARMS.                            PAYDED01
070384     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYDED01
070400 9999-EXIT.                                                       PAYDED01
070500     GOBACK.                                                      PAYDED01

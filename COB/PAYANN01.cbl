000100 IDENTIFICATION DIVISION.                                         PAYANN01
000200 PROGRAM-ID.        PAYANN01.                                     PAYANN01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYANN01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYANN01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYANN01
000600 DATE-COMPILED.                                                   PAYANN01
000700***************************************************************** PAYANN01
000800*                   MODIFICATION  LOG                             PAYANN01
000900*                                                                 PAYANN01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYANN01
001100*  --------  ----------  -----------------------------------      PAYANN01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYANN01
001210*  26/10/15  MAINT       YTD REGION SEGMENTS ON YTDMST            PAYANN01
001220*  26/10/15  MAINT       YTD OFF-CYCLE MARKER ON YTDMST           PAYANN01
001230*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYANN01
001300***************************************************************** PAYANN01
001400*                                                                 PAYANN01
001500*  ANNUAL EARNINGS STATEMENTS: RUNS AGAINST YTDMST BEFORE THE     PAYANN01
001600*  PAYYEC01 YEAR-END CLOSE FOR THE YEAR ON YECPRM.  PRINTS ONE    PAYANN01
001700*  STATEMENT PER EMPLOYEE (YTD WAGES, OVERTIME, COMMISSION, THE   PAYANN01
001800*  TOTAL FOR THE YEAR, DEDUCTIONS WITHHELD AND NET PAY) ON        PAYANN01
001900*  ANNRPT AND WRITES THE FIXED-FORMAT FILING EXTRACT ANNEXT       PAYANN01
002000*  (HDR, ONE DTL PER EMPLOYEE, TRL WITH EMPLOYEE COUNT AND        PAYANN01
002100*  MONEY TOTALS).  EMPLOYEES WITH NO EARNINGS FOR THE YEAR ARE    PAYANN01
002200*  COUNTED BUT GET NO STATEMENT.  A SUCCESSFUL RUN ENDS WITH      PAYANN01
002300*  STATUS 'OK' AND THE YEAR IN POSITIONS 5-8 OF THE OPSLOG        PAYANN01
002400*  STATUS; PAYYEC01 WILL NOT CLOSE THE YEAR WITHOUT IT.  A        PAYANN01
002500*  YEAR ALREADY ON YECTL IS REFUSED WITH RETURN CODE 8.           PAYANN01
002600*                                                                 PAYANN01
002700 ENVIRONMENT DIVISION.                                            PAYANN01
002800 CONFIGURATION SECTION.                                           PAYANN01
002900 SOURCE-COMPUTER.   IBM-370.                                      PAYANN01
003000 OBJECT-COMPUTER.   IBM-370.                                      PAYANN01
003100 INPUT-OUTPUT SECTION.                                            PAYANN01
003200 FILE-CONTROL.                                                    PAYANN01
003300     SELECT PRM-FILE    ASSIGN TO YECPRM                          PAYANN01
003400            ORGANIZATION IS SEQUENTIAL                            PAYANN01
003500            FILE STATUS IS PAY-PRM-STATUS.                        PAYANN01
003600     SELECT CTL-FILE    ASSIGN TO YECTL                           PAYANN01
003700            ORGANIZATION IS SEQUENTIAL                            PAYANN01
003800            FILE STATUS IS PAY-CTL-STATUS.                        PAYANN01
003900     SELECT YTD-FILE    ASSIGN TO YTDMST                          PAYANN01
004000            ORGANIZATION IS INDEXED                               PAYANN01
004100            ACCESS IS DYNAMIC                                     PAYANN01
004200            RECORD KEY IS YTD-EMP-NBR                             PAYANN01
004300            FILE STATUS IS PAY-YTD-STATUS.                        PAYANN01
004400     SELECT ANX-FILE    ASSIGN TO ANNEXT                          PAYANN01
004500            ORGANIZATION IS SEQUENTIAL.                           PAYANN01
004600     SELECT RPT-FILE    ASSIGN TO ANNRPT                          PAYANN01
004700            ORGANIZATION IS SEQUENTIAL.                           PAYANN01
004800 DATA DIVISION.                                                   PAYANN01
004900 FILE SECTION.                                                    PAYANN01
005000 FD  PRM-FILE                                                     PAYANN01
005100     LABEL RECORDS STANDARD                                       PAYANN01
005200     BLOCK 00000 RECORDS                                          PAYANN01
005300     RECORDING F.                                                 PAYANN01
005400 01  PRM-REC.                                                     PAYANN01
005500     05  PRM-YEAR            PIC 9(04).                           PAYANN01
005600 FD  CTL-FILE                                                     PAYANN01
005700     LABEL RECORDS STANDARD                                       PAYANN01
005800     BLOCK 00000 RECORDS                                          PAYANN01
005900     RECORDING F.                                                 PAYANN01
006000 01  CTL-REC.                                                     PAYANN01
006100     05  CTL-YEAR            PIC 9(04).                           PAYANN01
006200 FD  YTD-FILE                                                     PAYANN01
006300     LABEL RECORDS STANDARD.                                      PAYANN01
006400 01  YTD-REC.                                                     PAYANN01
006500     05  YTD-EMP-NBR         PIC 9(06).                           PAYANN01
006600     05  YTD-NAME            PIC X(15).                           PAYANN01
006700     05  YTD-REGION          PIC X(05).                           PAYANN01
006800     05  YTD-WAGES           PIC 9(07)V99.                        PAYANN01
006900     05  YTD-OT              PIC 9(07)V99.                        PAYANN01
007000     05  YTD-COMM            PIC 9(07)V99.                        PAYANN01
007100     05  YTD-LAST-RUN        PIC 9(06).                           PAYANN01
007200     05  YTD-DEDUCTIONS.                                          PAYANN01
007300         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYANN01
007305     05  YTD-SEG-COUNT       PIC 9(01).                           PAYANN01
007310     05  YTD-SEGMENTS.                                            PAYANN01
007315         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYANN01
007320             15  YTD-SEG-REGION  PIC X(05).                       PAYANN01
007325             15  YTD-SEG-FROM    PIC 9(08).                       PAYANN01
007330             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYANN01
007335             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYANN01
007340             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYANN01
007345     05  YTD-RECENT-AREA.                                         PAYANN01
007350         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYANN01
007355             15  YTD-RC-PERIOD   PIC 9(08).                       PAYANN01
007360             15  YTD-RC-REGION   PIC X(05).                       PAYANN01
007365             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYANN01
007370             15  YTD-RC-OT       PIC 9(05)V99.                    PAYANN01
007375             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYANN01
007376     05  YTD-OFF-CYCLE.                                           PAYANN01
007377         10  YTD-OFF-BATCH   PIC X(08).                           PAYANN01
007378         10  YTD-OFF-DATE    PIC 9(08).                           PAYANN01
007379         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYANN01
007400 FD  ANX-FILE                                                     PAYANN01
007500     LABEL RECORDS STANDARD                                       PAYANN01
007600     BLOCK 00000 RECORDS                                          PAYANN01
007700     RECORDING F.                                                 PAYANN01
007800 01  ANX-REC.                                                     PAYANN01
007900     05  ANX-TYPE            PIC X(03).                           PAYANN01
008000     05  ANX-YEAR            PIC 9(04).                           PAYANN01
008100     05  ANX-EMP-NBR         PIC 9(06).                           PAYANN01
008200     05  ANX-NAME            PIC X(15).                           PAYANN01
008300     05  ANX-REGION          PIC X(05).                           PAYANN01
008400     05  ANX-WAGES           PIC 9(07)V99.                        PAYANN01
008500     05  ANX-OT              PIC 9(07)V99.                        PAYANN01
008600     05  ANX-COMM            PIC 9(07)V99.                        PAYANN01
008700     05  ANX-TOTAL           PIC 9(08)V99.                        PAYANN01
008800     05  ANX-DED             PIC 9(08)V99.                        PAYANN01
008900 01  ANX-HDR-REC  REDEFINES  ANX-REC.                             PAYANN01
009000     05  FILLER              PIC X(03).                           PAYANN01
009100     05  FILLER              PIC X(04).                           PAYANN01
009200     05  ANX-HDR-DATE        PIC 9(06).                           PAYANN01
009300     05  FILLER              PIC X(67).                           PAYANN01
009400 01  ANX-TRL-REC  REDEFINES  ANX-REC.                             PAYANN01
009500     05  FILLER              PIC X(03).                           PAYANN01
009600     05  FILLER              PIC X(04).                           PAYANN01
009700     05  ANX-TRL-COUNT       PIC 9(07).                           PAYANN01
009800     05  ANX-TRL-WAGES       PIC 9(11)V99.                        PAYANN01
009900     05  ANX-TRL-OT          PIC 9(11)V99.                        PAYANN01
010000     05  ANX-TRL-COMM        PIC 9(11)V99.                        PAYANN01
010100     05  ANX-TRL-TOTAL       PIC 9(12)V99.                        PAYANN01
010200     05  FILLER              PIC X(13).                           PAYANN01
010300 FD  RPT-FILE                                                     PAYANN01
010400     LABEL RECORDS STANDARD                                       PAYANN01
010500     BLOCK 00000 RECORDS                                          PAYANN01
010600     RECORDING F.                                                 PAYANN01
010700 01  RPT-REC                 PIC X(80).                           PAYANN01
010800 WORKING-STORAGE SECTION.                                         PAYANN01
010900 77  PAY-PRM-STATUS           PIC X(02) VALUE ZERO.               PAYANN01
011000 77  PAY-CTL-STATUS           PIC X(02) VALUE ZERO.               PAYANN01
011100 77  PAY-YTD-STATUS           PIC X(02) VALUE ZERO.               PAYANN01
011200 77  PAY-STMT-YEAR            PIC 9(04) VALUE ZERO.               PAYANN01
011300 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYANN01
011400 77  PAY-PRM-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYANN01
011500     88  PAY-PRM-EOF              VALUE 'Y'.                      PAYANN01
011600 77  PAY-CTL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYANN01
011700     88  PAY-CTL-EOF              VALUE 'Y'.                      PAYANN01
011800 77  PAY-YTD-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYANN01
011900     88  PAY-YTD-EOF              VALUE 'Y'.                      PAYANN01
012000 77  PAY-ALREADY-CLOSED       PIC X(01) VALUE 'N'.                PAYANN01
012100 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYANN01
012125 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYANN01
012150 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYANN01
012175 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYANN01
012200 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYANN01
012300 77  PAY-STMT-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYANN01
012400 77  PAY-ZERO-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYANN01
012500 77  PAY-DED-IX               PIC 9(02) COMP VALUE ZERO.          PAYANN01
012600 77  PAY-EMP-TOTAL            PIC 9(08)V99 VALUE ZERO.            PAYANN01
012700 77  PAY-EMP-DED              PIC 9(08)V99 VALUE ZERO.            PAYANN01
012800 77  PAY-EMP-NET              PIC 9(08)V99 VALUE ZERO.            PAYANN01
012900 01  PAY-YEAR-TOTALS.                                             PAYANN01
013000     05  PAY-TOT-WAGES        PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYANN01
013100     05  PAY-TOT-OT           PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYANN01
013200     05  PAY-TOT-COMM         PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYANN01
013300     05  PAY-TOT-TOTAL        PIC 9(12)V99 COMP-3 VALUE ZERO.     PAYANN01
013400     05  PAY-TOT-DED          PIC 9(12)V99 COMP-3 VALUE ZERO.     PAYANN01
013500*                                                                 PAYANN01
013600 01  STMT-RULE-LINE.                                              PAYANN01
013700     05  FILLER              PIC X(60) VALUE ALL '-'.             PAYANN01
013800     05  FILLER              PIC X(20) VALUE SPACES.              PAYANN01
013900 01  STMT-HDR-LINE.                                               PAYANN01
014000     05  FILLER              PIC X(31) VALUE                      PAYANN01
014100         'ANNUAL EARNINGS STATEMENT YEAR '.                       PAYANN01
014200     05  HDR-YEAR            PIC 9(04).                           PAYANN01
014300     05  FILLER              PIC X(45) VALUE SPACES.              PAYANN01
014400 01  STMT-EMP-LINE.                                               PAYANN01
014500     05  FILLER              PIC X(10) VALUE 'EMPLOYEE  '.        PAYANN01
014600     05  EMP-NBR             PIC 9(06).                           PAYANN01
014700     05  FILLER              PIC X(02) VALUE SPACES.              PAYANN01
014800     05  EMP-NAME            PIC X(15).                           PAYANN01
014900     05  FILLER              PIC X(09) VALUE '  REGION '.         PAYANN01
015000     05  EMP-REGION          PIC X(05).                           PAYANN01
015100     05  FILLER              PIC X(33) VALUE SPACES.              PAYANN01
015200 01  STMT-AMT-LINE.                                               PAYANN01
015300     05  FILLER              PIC X(02) VALUE SPACES.              PAYANN01
015400     05  AMT-LABEL           PIC X(24).                           PAYANN01
015500     05  AMT-VALUE           PIC ZZ,ZZZ,ZZ9.99.                   PAYANN01
015600     05  FILLER              PIC X(41) VALUE SPACES.              PAYANN01
015700 01  CTL-HDR-LINE.                                                PAYANN01
015800     05  FILLER              PIC X(40) VALUE                      PAYANN01
015900         'ANNUAL STATEMENT CONTROL PAGE YEAR '.                   PAYANN01
016000     05  CTL-YEAR-OUT        PIC 9(04).                           PAYANN01
016100     05  FILLER              PIC X(36) VALUE SPACES.              PAYANN01
016200 01  CTL-CNT-LINE.                                                PAYANN01
016300     05  CTL-CNT-LABEL       PIC X(30).                           PAYANN01
016400     05  CTL-CNT-VALUE       PIC Z,ZZZ,ZZ9.                       PAYANN01
016500     05  FILLER              PIC X(41) VALUE SPACES.              PAYANN01
016600 01  CTL-AMT-LINE.                                                PAYANN01
016700     05  CTL-AMT-LABEL       PIC X(30).                           PAYANN01
016800     05  CTL-AMT-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              PAYANN01
016900     05  FILLER              PIC X(32) VALUE SPACES.              PAYANN01
017000 COPY SY0095.                                                     PAYANN01
017050 COPY SY0081.                                                     PAYANN01
017100 PROCEDURE DIVISION.                                              PAYANN01
017200***************************************************************** PAYANN01
017300* 0000-MAINLINE                                                   PAYANN01
017400***************************************************************** PAYANN01
017500 0000-MAINLINE.                                                   PAYANN01
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYANN01
017675     IF PAY-STOP-SWITCH = 'Y'                                     PAYANN01
017750        GO TO 8100-JOURNAL-STOP                                   PAYANN01
017825     END-IF.                                                      PAYANN01
017900     PERFORM 2000-PRINT-STATEMENT THRU 2000-EXIT                  PAYANN01
017975         UNTIL PAY-YTD-EOF.                                       PAYANN01
018050     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.                   PAYANN01
018125     PERFORM 7000-CONTROL-PAGE THRU 7000-EXIT.                    PAYANN01
018300     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYANN01
018400     GO TO 9999-EXIT.                                             PAYANN01
018500***************************************************************** PAYANN01
018600* 1000-INITIALIZE - PARAMETER, CLOSED-YEAR GUARD, OPEN FILES      PAYANN01
018700***************************************************************** PAYANN01
018800 1000-INITIALIZE.                                                 PAYANN01
018900     MOVE 'PAYANN01' TO X95-PROGRAMME.                            PAYANN01
019000     MOVE 'D' TO X95-PHASE.                                       PAYANN01
019100     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYANN01
019200                  X95-CPT-REJET.                                  PAYANN01
019300     MOVE SPACES TO X95-ETAT.                                     PAYANN01
019400     CALL 'SY0095' USING SY0095-PARMS.                            PAYANN01
019500     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYANN01
019600     OPEN INPUT PRM-FILE.                                         PAYANN01
019700     IF PAY-PRM-STATUS = '00'                                     PAYANN01
019800        READ PRM-FILE                                             PAYANN01
019900            AT END SET PAY-PRM-EOF TO TRUE                        PAYANN01
020000        END-READ                                                  PAYANN01
020100        CLOSE PRM-FILE                                            PAYANN01
020200     ELSE                                                         PAYANN01
020300        SET PAY-PRM-EOF TO TRUE                                   PAYANN01
020400     END-IF.                                                      PAYANN01
020500     IF PAY-PRM-EOF OR PRM-YEAR NOT NUMERIC                       PAYANN01
020600        OR PRM-YEAR = ZERO                                        PAYANN01
020700        DISPLAY 'NO STATEMENT YEAR PARAMETER - RUN STOPPED'       PAYANN01
020800        MOVE 8 TO RETURN-CODE                                     PAYANN01
020900        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYANN01
020925        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYANN01
020950        MOVE 'YECPRM' TO PAY-ERR-FILE                             PAYANN01
021000        GO TO 1000-EXIT                                           PAYANN01
021100     END-IF.                                                      PAYANN01
021200     MOVE PRM-YEAR TO PAY-STMT-YEAR.                              PAYANN01
021300     OPEN INPUT CTL-FILE.                                         PAYANN01
021400     IF PAY-CTL-STATUS = '00'                                     PAYANN01
021500        PERFORM 1100-CHECK-CLOSED THRU 1100-EXIT                  PAYANN01
021600            UNTIL PAY-CTL-EOF                                     PAYANN01
021700        CLOSE CTL-FILE                                            PAYANN01
021800     END-IF.                                                      PAYANN01
021900     IF PAY-ALREADY-CLOSED = 'Y'                                  PAYANN01
022000        DISPLAY 'YEAR ' PAY-STMT-YEAR                             PAYANN01
022100                ' ALREADY CLOSED - YTDMST HOLDS THE NEXT YEAR'    PAYANN01
022200        MOVE 8 TO RETURN-CODE                                     PAYANN01
022300        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYANN01
022325        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYANN01
022350        MOVE 'YECTL' TO PAY-ERR-FILE                              PAYANN01
022400        GO TO 1000-EXIT                                           PAYANN01
022500     END-IF.                                                      PAYANN01
022600     OPEN INPUT YTD-FILE.                                         PAYANN01
022700     IF PAY-YTD-STATUS NOT = '00'                                 PAYANN01
022800        AND PAY-YTD-STATUS NOT = '97'                             PAYANN01
022900        DISPLAY 'YTD MASTER UNAVAILABLE - STATUS '                PAYANN01
023000                PAY-YTD-STATUS                                    PAYANN01
023100        MOVE 8 TO RETURN-CODE                                     PAYANN01
023200        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYANN01
023225        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYANN01
023250        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYANN01
023275        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYANN01
023300        GO TO 1000-EXIT                                           PAYANN01
023400     END-IF.                                                      PAYANN01
023500     OPEN OUTPUT ANX-FILE.                                        PAYANN01
023600     OPEN OUTPUT RPT-FILE.                                        PAYANN01
023700     MOVE PAY-STMT-YEAR TO HDR-YEAR CTL-YEAR-OUT.                 PAYANN01
023800     MOVE SPACES TO ANX-REC.                                      PAYANN01
023900     MOVE 'HDR' TO ANX-TYPE.                                      PAYANN01
024000     MOVE PAY-STMT-YEAR TO ANX-YEAR.                              PAYANN01
024100     MOVE PAY-RUN-DATE TO ANX-HDR-DATE.                           PAYANN01
024200     WRITE ANX-REC.                                               PAYANN01
024300     MOVE ZERO TO YTD-EMP-NBR.                                    PAYANN01
024400     START YTD-FILE KEY NOT < YTD-EMP-NBR                         PAYANN01
024500         INVALID KEY SET PAY-YTD-EOF TO TRUE                      PAYANN01
024600     END-START.                                                   PAYANN01
024700 1000-EXIT.                                                       PAYANN01
024800     EXIT.                                                        PAYANN01
024900 1100-CHECK-CLOSED.                                               PAYANN01
025000     READ CTL-FILE                                                PAYANN01
025100         AT END                                                   PAYANN01
025200            SET PAY-CTL-EOF TO TRUE                               PAYANN01
025300            GO TO 1100-EXIT                                       PAYANN01
025400     END-READ.                                                    PAYANN01
025500     IF CTL-YEAR = PAY-STMT-YEAR                                  PAYANN01
025600        MOVE 'Y' TO PAY-ALREADY-CLOSED                            PAYANN01
025700     END-IF.                                                      PAYANN01
025800 1100-EXIT.                                                       PAYANN01
025900     EXIT.                                                        PAYANN01
026000***************************************************************** PAYANN01
026100* 2000-PRINT-STATEMENT - ONE STATEMENT AND EXTRACT LINE PER       PAYANN01
026200*                        EMPLOYEE WITH EARNINGS IN THE YEAR       PAYANN01
026300***************************************************************** PAYANN01
026400 2000-PRINT-STATEMENT.                                            PAYANN01
026500     READ YTD-FILE NEXT RECORD                                    PAYANN01
026600         AT END                                                   PAYANN01
026700            SET PAY-YTD-EOF TO TRUE                               PAYANN01
026800            GO TO 2000-EXIT                                       PAYANN01
026900     END-READ.                                                    PAYANN01
027000     ADD 1 TO PAY-READ-COUNT.                                     PAYANN01
027100     COMPUTE PAY-EMP-TOTAL = YTD-WAGES + YTD-OT + YTD-COMM.       PAYANN01
027200     IF PAY-EMP-TOTAL = ZERO                                      PAYANN01
027300        ADD 1 TO PAY-ZERO-COUNT                                   PAYANN01
027400        GO TO 2000-EXIT                                           PAYANN01
027500     END-IF.                                                      PAYANN01
027600     MOVE ZERO TO PAY-EMP-DED.                                    PAYANN01
027700     PERFORM 2100-ADD-DEDUCTION THRU 2100-EXIT                    PAYANN01
027800         VARYING PAY-DED-IX FROM 1 BY 1                           PAYANN01
027900         UNTIL PAY-DED-IX > 4.                                    PAYANN01
028000     IF PAY-EMP-DED > PAY-EMP-TOTAL                               PAYANN01
028100        MOVE ZERO TO PAY-EMP-NET                                  PAYANN01
028200     ELSE                                                         PAYANN01
028300        COMPUTE PAY-EMP-NET = PAY-EMP-TOTAL - PAY-EMP-DED         PAYANN01
028400     END-IF.                                                      PAYANN01
028500     WRITE RPT-REC FROM STMT-RULE-LINE.                           PAYANN01
028600     WRITE RPT-REC FROM STMT-HDR-LINE.                            PAYANN01
028700     MOVE YTD-EMP-NBR TO EMP-NBR.                                 PAYANN01
028800     MOVE YTD-NAME TO EMP-NAME.                                   PAYANN01
028900     MOVE YTD-REGION TO EMP-REGION.                               PAYANN01
029000     WRITE RPT-REC FROM STMT-EMP-LINE.                            PAYANN01
029100     MOVE SPACES TO RPT-REC.                                      PAYANN01
029200     WRITE RPT-REC.                                               PAYANN01
029300     MOVE 'WAGES' TO AMT-LABEL.                                   PAYANN01
029400     MOVE YTD-WAGES TO AMT-VALUE.                                 PAYANN01
029500     WRITE RPT-REC FROM STMT-AMT-LINE.                            PAYANN01
029600     MOVE 'OVERTIME' TO AMT-LABEL.                                PAYANN01
029700     MOVE YTD-OT TO AMT-VALUE.                                    PAYANN01
029800     WRITE RPT-REC FROM STMT-AMT-LINE.                            PAYANN01
029900     MOVE 'COMMISSION' TO AMT-LABEL.                              PAYANN01
030000     MOVE YTD-COMM TO AMT-VALUE.                                  PAYANN01
030100     WRITE RPT-REC FROM STMT-AMT-LINE.                            PAYANN01
030200     MOVE 'TOTAL FOR THE YEAR' TO AMT-LABEL.                      PAYANN01
030300     MOVE PAY-EMP-TOTAL TO AMT-VALUE.                             PAYANN01
030400     WRITE RPT-REC FROM STMT-AMT-LINE.                            PAYANN01
030500     MOVE 'DEDUCTIONS WITHHELD' TO AMT-LABEL.                     PAYANN01
030600     MOVE PAY-EMP-DED TO AMT-VALUE.                               PAYANN01
030700     WRITE RPT-REC FROM STMT-AMT-LINE.                            PAYANN01
030800     MOVE 'NET PAY FOR THE YEAR' TO AMT-LABEL.                    PAYANN01
030900     MOVE PAY-EMP-NET TO AMT-VALUE.                               PAYANN01
031000     WRITE RPT-REC FROM STMT-AMT-LINE.                            PAYANN01
031100     MOVE SPACES TO RPT-REC.                                      PAYANN01
031200     WRITE RPT-REC.                                               PAYANN01
031300     MOVE SPACES TO ANX-REC.                                      PAYANN01
031400     MOVE 'DTL' TO ANX-TYPE.                                      PAYANN01
031500     MOVE PAY-STMT-YEAR TO ANX-YEAR.                              PAYANN01
031600     MOVE YTD-EMP-NBR TO ANX-EMP-NBR.                             PAYANN01
031700     MOVE YTD-NAME TO ANX-NAME.                                   PAYANN01
031800     MOVE YTD-REGION TO ANX-REGION.                               PAYANN01
031900     MOVE YTD-WAGES TO ANX-WAGES.                                 PAYANN01
032000     MOVE YTD-OT TO ANX-OT.                                       PAYANN01
032100     MOVE YTD-COMM TO ANX-COMM.                                   PAYANN01
032200     MOVE PAY-EMP-TOTAL TO ANX-TOTAL.                             PAYANN01
032300     MOVE PAY-EMP-DED TO ANX-DED.                                 PAYANN01
032400     WRITE ANX-REC.                                               PAYANN01
032500     ADD 1 TO PAY-STMT-COUNT.                                     PAYANN01
032600     ADD YTD-WAGES TO PAY-TOT-WAGES.                              PAYANN01
032700     ADD YTD-OT TO PAY-TOT-OT.                                    PAYANN01
032800     ADD YTD-COMM TO PAY-TOT-COMM.                                PAYANN01
032900     ADD PAY-EMP-TOTAL TO PAY-TOT-TOTAL.                          PAYANN01
033000     ADD PAY-EMP-DED TO PAY-TOT-DED.                              PAYANN01
033100 2000-EXIT.                                                       PAYANN01
033200     EXIT.                                                        PAYANN01
033300 2100-ADD-DEDUCTION.                                              PAYANN01
033400     ADD YTD-DED-AMT (PAY-DED-IX) TO PAY-EMP-DED.                 PAYANN01
033500 2100-EXIT.                                                       PAYANN01
033600     EXIT.                                                        PAYANN01
033700***************************************************************** PAYANN01
033800* 3000-WRITE-TRAILER - EXTRACT CONTROL TOTALS                     PAYANN01
033900***************************************************************** PAYANN01
034000 3000-WRITE-TRAILER.                                              PAYANN01
034100     MOVE SPACES TO ANX-REC.                                      PAYANN01
034200     MOVE 'TRL' TO ANX-TYPE.                                      PAYANN01
034300     MOVE PAY-STMT-YEAR TO ANX-YEAR.                              PAYANN01
034400     MOVE PAY-STMT-COUNT TO ANX-TRL-COUNT.                        PAYANN01
034500     MOVE PAY-TOT-WAGES TO ANX-TRL-WAGES.                         PAYANN01
034600     MOVE PAY-TOT-OT TO ANX-TRL-OT.                               PAYANN01
034700     MOVE PAY-TOT-COMM TO ANX-TRL-COMM.                           PAYANN01
034800     MOVE PAY-TOT-TOTAL TO ANX-TRL-TOTAL.                         PAYANN01
034900     WRITE ANX-REC.                                               PAYANN01
035000 3000-EXIT.                                                       PAYANN01
035100     EXIT.                                                        PAYANN01
035200***************************************************************** PAYANN01
035300* 7000-CONTROL-PAGE - COUNTS AND TOTALS THAT TIE TO THE TRAILER   PAYANN01
035400***************************************************************** PAYANN01
035500 7000-CONTROL-PAGE.                                               PAYANN01
035600     WRITE RPT-REC FROM STMT-RULE-LINE.                           PAYANN01
035700     WRITE RPT-REC FROM CTL-HDR-LINE.                             PAYANN01
035800     MOVE SPACES TO RPT-REC.                                      PAYANN01
035900     WRITE RPT-REC.                                               PAYANN01
036000     MOVE 'YTDMST RECORDS READ' TO CTL-CNT-LABEL.                 PAYANN01
036100     MOVE PAY-READ-COUNT TO CTL-CNT-VALUE.                        PAYANN01
036200     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYANN01
036300     MOVE 'STATEMENTS PRINTED' TO CTL-CNT-LABEL.                  PAYANN01
036400     MOVE PAY-STMT-COUNT TO CTL-CNT-VALUE.                        PAYANN01
036500     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYANN01
036600     MOVE 'NO EARNINGS - NO STATEMENT' TO CTL-CNT-LABEL.          PAYANN01
036700     MOVE PAY-ZERO-COUNT TO CTL-CNT-VALUE.                        PAYANN01
036800     WRITE RPT-REC FROM CTL-CNT-LINE.                             PAYANN01
036900     MOVE SPACES TO RPT-REC.                                      PAYANN01
037000     WRITE RPT-REC.                                               PAYANN01
037100     MOVE 'TOTAL WAGES' TO CTL-AMT-LABEL.                         PAYANN01
037200     MOVE PAY-TOT-WAGES TO CTL-AMT-VALUE.                         PAYANN01
037300     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYANN01
037400     MOVE 'TOTAL OVERTIME' TO CTL-AMT-LABEL.                      PAYANN01
037500     MOVE PAY-TOT-OT TO CTL-AMT-VALUE.                            PAYANN01
037600     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYANN01
037700     MOVE 'TOTAL COMMISSION' TO CTL-AMT-LABEL.                    PAYANN01
037800     MOVE PAY-TOT-COMM TO CTL-AMT-VALUE.                          PAYANN01
037900     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYANN01
038000     MOVE 'TOTAL FOR THE YEAR' TO CTL-AMT-LABEL.                  PAYANN01
038100     MOVE PAY-TOT-TOTAL TO CTL-AMT-VALUE.                         PAYANN01
038200     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYANN01
038300     MOVE 'TOTAL DEDUCTIONS WITHHELD' TO CTL-AMT-LABEL.           PAYANN01
038400     MOVE PAY-TOT-DED TO CTL-AMT-VALUE.                           PAYANN01
038500     WRITE RPT-REC FROM CTL-AMT-LINE.                             PAYANN01
038600 7000-EXIT.                                                       PAYANN01
038700     EXIT.                                                        PAYANN01
038800***************************************************************** PAYANN01
038900* 8000-FINALIZE - CLOSE UP, COUNTS AND JOURNAL (YEAR IN STATUS)   PAYANN01
039000***************************************************************** PAYANN01
039100 8000-FINALIZE.                                                   PAYANN01
039200     CLOSE YTD-FILE.                                              PAYANN01
039300     CLOSE ANX-FILE.                                              PAYANN01
039400     CLOSE RPT-FILE.                                              PAYANN01
039700     DISPLAY 'YTDMST RECORDS READ  = ' PAY-READ-COUNT.            PAYANN01
039800     DISPLAY 'STATEMENTS PRINTED   = ' PAY-STMT-COUNT.            PAYANN01
039900     DISPLAY 'NO EARNINGS          = ' PAY-ZERO-COUNT.            PAYANN01
040000     MOVE 'F' TO X95-PHASE.                                       PAYANN01
040100     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYANN01
040200     MOVE PAY-STMT-COUNT TO X95-CPT-SORTIE.                       PAYANN01
040300     MOVE PAY-ZERO-COUNT TO X95-CPT-REJET.                        PAYANN01
040500     MOVE 'OK' TO X95-ETAT.                                       PAYANN01
040700     MOVE PAY-STMT-YEAR TO X95-ETAT (5:4).                        PAYANN01
041000     CALL 'SY0095' USING SY0095-PARMS.                            PAYANN01
041100 8000-EXIT.                                                       PAYANN01
041200     EXIT.                                                        PAYANN01
041206***************************************************************** PAYANN01
041212* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYANN01
041218***************************************************************** PAYANN01
041224 8100-JOURNAL-STOP.                                               PAYANN01
041230     MOVE 'PAYANN01' TO X81-PROGRAMME.                            PAYANN01
041236     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYANN01
041242     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYANN01
041248     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYANN01
041254     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYANN01
041260     MOVE SPACES TO X81-TEXTE.                                    PAYANN01
041266     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYANN01
041272                  X81-CPT-REJET.                                  PAYANN01
041278     CALL 'SY0081' USING SY0081-PARMS.                            PAYANN01
041284     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYANN01
041300 9999-EXIT.                                                       PAYANN01
041400     GOBACK.                                                      PAYANN01

000100 IDENTIFICATION DIVISION.                                         PAYPCX01
000200 PROGRAM-ID.        PAYPCX01.                                     PAYPCX01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYPCX01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYPCX01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYPCX01
000600 DATE-COMPILED.                                                   PAYPCX01
000700***************************************************************** PAYPCX01
000800*                   MODIFICATION  LOG                             PAYPCX01
000900*                                                                 PAYPCX01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYPCX01
001100*  --------  ----------  -----------------------------------      PAYPCX01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYPCX01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYPCX01
001300***************************************************************** PAYPCX01
001400*                                                                 PAYPCX01
001500*  PER-EMPLOYEE PAY CHANGE EXCEPTIONS.  COMPARES EACH PAYOUT      PAYPCX01
001600*  EMPLOYEE'S WAGES, OVERTIME AND COMMISSION WITH THE SAME        PAYPCX01
001700*  EMPLOYEE'S PREVIOUS PERIOD HELD ON THE PCXIMG IMAGE (KEYED     PAYPCX01
001800*  BY EMPLOYEE NUMBER).  THE IMAGE KEEPS THE LATEST AND THE       PAYPCX01
001900*  PRIOR PERIOD, SO A RERUN IN THE SAME PERIOD COMPARES WITH      PAYPCX01
002000*  THE SAME PRIOR PERIOD.  THE PERIOD IS THE PERPRM DATE WHEN     PAYPCX01
002100*  ONE IS GIVEN, OTHERWISE THE CURRENT PAYCAL PERIOD.             PAYPCX01
002200*  A CHANGE IS AN EXCEPTION WHEN IT EXCEEDS THE PCXPRM AMOUNT     PAYPCX01
002300*  OR PERCENTAGE THRESHOLD (DEFAULT 500.00 / 25 PERCENT; ZERO     PAYPCX01
002400*  TURNS A TEST OFF; NO PERCENTAGE FROM A ZERO PRIOR AMOUNT).     PAYPCX01
002500*  A NAME OR REGION CHANGE ON THE SAME EMPLOYEE NUMBER IS ALSO    PAYPCX01
002600*  AN EXCEPTION.  WITH EXCEPTIONS THE RUN IS JOURNALLED HELD      PAYPCX01
002700*  (RC=4) AND PAYDEP01 WILL NOT BUILD THE BANK FILE.  AFTER       PAYPCX01
002800*  REVIEW, PAYROLL RELEASES THE RUN BY RERUNNING WITH A PCXREL    PAYPCX01
002900*  CARD FOR THE PERIOD; THE RELEASE IS LOGGED ON PCXAUD.          PAYPCX01
003000*                                                                 PAYPCX01
003100 ENVIRONMENT DIVISION.                                            PAYPCX01
003200 CONFIGURATION SECTION.                                           PAYPCX01
003300 SOURCE-COMPUTER.   IBM-370.                                      PAYPCX01
003400 OBJECT-COMPUTER.   IBM-370.                                      PAYPCX01
003500 INPUT-OUTPUT SECTION.                                            PAYPCX01
003600 FILE-CONTROL.                                                    PAYPCX01
003700     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYPCX01
003800            ORGANIZATION IS SEQUENTIAL.                           PAYPCX01
003900     SELECT IMG-FILE    ASSIGN TO PCXIMG                          PAYPCX01
004000            ORGANIZATION IS INDEXED                               PAYPCX01
004100            ACCESS IS RANDOM                                      PAYPCX01
004200            RECORD KEY IS IMG-EMP-NBR                             PAYPCX01
004300            FILE STATUS IS PAY-IMG-STATUS.                        PAYPCX01
004400     SELECT PARM-FILE   ASSIGN TO PCXPRM                          PAYPCX01
004500            ORGANIZATION IS SEQUENTIAL                            PAYPCX01
004600            FILE STATUS IS PAY-PARM-STATUS.                       PAYPCX01
004700     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYPCX01
004800            ORGANIZATION IS SEQUENTIAL                            PAYPCX01
004900            FILE STATUS IS PAY-PER-STATUS.                        PAYPCX01
005000     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYPCX01
005100            ORGANIZATION IS SEQUENTIAL                            PAYPCX01
005200            FILE STATUS IS PAY-CAL-STATUS.                        PAYPCX01
005300     SELECT REL-FILE    ASSIGN TO PCXREL                          PAYPCX01
005400            ORGANIZATION IS SEQUENTIAL                            PAYPCX01
005500            FILE STATUS IS PAY-REL-STATUS.                        PAYPCX01
005600     SELECT AUD-FILE    ASSIGN TO PCXAUD                          PAYPCX01
005700            ORGANIZATION IS SEQUENTIAL                            PAYPCX01
005800            FILE STATUS IS PAY-AUD-STATUS.                        PAYPCX01
005900     SELECT RPT-FILE    ASSIGN TO PCXRPT                          PAYPCX01
006000            ORGANIZATION IS SEQUENTIAL.                           PAYPCX01
006100 DATA DIVISION.                                                   PAYPCX01
006200 FILE SECTION.                                                    PAYPCX01
006300 FD  PAYOUT-FILE                                                  PAYPCX01
006400     LABEL RECORDS STANDARD                                       PAYPCX01
006500     BLOCK 00000 RECORDS                                          PAYPCX01
006600     RECORDING F.                                                 PAYPCX01
006700 01  PI-DETAIL-REC.                                               PAYPCX01
006800     05  PI-NAME             PIC X(15).                           PAYPCX01
006900     05  PI-REGION           PIC X(05).                           PAYPCX01
007000     05  PI-TYPE             PIC X(01).                           PAYPCX01
007100     05  PI-YEARS            PIC 9(02).                           PAYPCX01
007200     05  PI-HIRE-DATE        PIC 9(06).                           PAYPCX01
007300     05  PI-WAGES            PIC 9(05)V99.                        PAYPCX01
007400     05  PI-OT               PIC 9(05)V99.                        PAYPCX01
007500     05  PI-COMM             PIC 9(05)V99.                        PAYPCX01
007600     05  PI-TOTAL            PIC 9(05)V99.                        PAYPCX01
007700     05  PI-EMP-NBR          PIC 9(06).                           PAYPCX01
007800 FD  IMG-FILE                                                     PAYPCX01
007900     LABEL RECORDS STANDARD.                                      PAYPCX01
008000 01  IMG-REC.                                                     PAYPCX01
008100     05  IMG-EMP-NBR         PIC 9(06).                           PAYPCX01
008200     05  IMG-PRIOR.                                               PAYPCX01
008300         10  IMG-P-PERIOD    PIC 9(08).                           PAYPCX01
008400         10  IMG-P-NAME      PIC X(15).                           PAYPCX01
008500         10  IMG-P-REGION    PIC X(05).                           PAYPCX01
008600         10  IMG-P-WAGES     PIC 9(05)V99.                        PAYPCX01
008700         10  IMG-P-OT        PIC 9(05)V99.                        PAYPCX01
008800         10  IMG-P-COMM      PIC 9(05)V99.                        PAYPCX01
008900     05  IMG-LATEST.                                              PAYPCX01
009000         10  IMG-L-PERIOD    PIC 9(08).                           PAYPCX01
009100         10  IMG-L-NAME      PIC X(15).                           PAYPCX01
009200         10  IMG-L-REGION    PIC X(05).                           PAYPCX01
009300         10  IMG-L-WAGES     PIC 9(05)V99.                        PAYPCX01
009400         10  IMG-L-OT        PIC 9(05)V99.                        PAYPCX01
009500         10  IMG-L-COMM      PIC 9(05)V99.                        PAYPCX01
009600     05  FILLER              PIC X(16).                           PAYPCX01
009700 FD  PARM-FILE                                                    PAYPCX01
009800     LABEL RECORDS STANDARD                                       PAYPCX01
009900     BLOCK 00000 RECORDS                                          PAYPCX01
010000     RECORDING F.                                                 PAYPCX01
010100 01  PARM-REC.                                                    PAYPCX01
010200     05  PARM-AMOUNT         PIC 9(05)V99.                        PAYPCX01
010300     05  PARM-PERCENT        PIC 9(03).                           PAYPCX01
010400 FD  PER-FILE                                                     PAYPCX01
010500     LABEL RECORDS STANDARD                                       PAYPCX01
010600     BLOCK 00000 RECORDS                                          PAYPCX01
010700     RECORDING F.                                                 PAYPCX01
010800 01  PER-REC.                                                     PAYPCX01
010900     05  PER-DATE            PIC 9(08).                           PAYPCX01
011000     05  PER-FORCE           PIC X(01).                           PAYPCX01
011100 FD  CAL-FILE                                                     PAYPCX01
011200     LABEL RECORDS STANDARD                                       PAYPCX01
011300     BLOCK 00000 RECORDS                                          PAYPCX01
011400     RECORDING F.                                                 PAYPCX01
011500 01  CAL-REC.                                                     PAYPCX01
011600     05  CAL-START           PIC 9(08).                           PAYPCX01
011700     05  CAL-END             PIC 9(08).                           PAYPCX01
011800     05  CAL-CUTOFF          PIC 9(08).                           PAYPCX01
011900     05  CAL-SCHED-PAY       PIC 9(08).                           PAYPCX01
012000     05  CAL-PAY-DATE        PIC 9(08).                           PAYPCX01
012100     05  FILLER              PIC X(10).                           PAYPCX01
012200 FD  REL-FILE                                                     PAYPCX01
012300     LABEL RECORDS STANDARD                                       PAYPCX01
012400     BLOCK 00000 RECORDS                                          PAYPCX01
012500     RECORDING F.                                                 PAYPCX01
012600 01  REL-REC.                                                     PAYPCX01
012700     05  REL-PERIOD          PIC 9(08).                           PAYPCX01
012800     05  REL-OPERATOR        PIC X(08).                           PAYPCX01
012900     05  REL-REASON          PIC X(20).                           PAYPCX01
013000 FD  AUD-FILE                                                     PAYPCX01
013100     LABEL RECORDS STANDARD                                       PAYPCX01
013200     BLOCK 00000 RECORDS                                          PAYPCX01
013300     RECORDING F.                                                 PAYPCX01
013400 01  AUD-REC.                                                     PAYPCX01
013500     05  AUD-DATE            PIC 9(08).                           PAYPCX01
013600     05  AUD-TIME            PIC 9(06).                           PAYPCX01
013700     05  AUD-PERIOD          PIC 9(08).                           PAYPCX01
013800     05  AUD-OPERATOR        PIC X(08).                           PAYPCX01
013900     05  AUD-REASON          PIC X(20).                           PAYPCX01
014000     05  AUD-EXC-COUNT       PIC 9(05).                           PAYPCX01
014100     05  FILLER              PIC X(25).                           PAYPCX01
014200 FD  RPT-FILE                                                     PAYPCX01
014300     LABEL RECORDS STANDARD                                       PAYPCX01
014400     BLOCK 00000 RECORDS                                          PAYPCX01
014500     RECORDING F.                                                 PAYPCX01
014600 01  RPT-REC                 PIC X(80).                           PAYPCX01
014700 WORKING-STORAGE SECTION.                                         PAYPCX01
014800 77  PAY-IMG-STATUS           PIC X(02) VALUE ZERO.               PAYPCX01
014900 77  PAY-PARM-STATUS          PIC X(02) VALUE ZERO.               PAYPCX01
015000 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYPCX01
015100 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYPCX01
015200 77  PAY-REL-STATUS           PIC X(02) VALUE ZERO.               PAYPCX01
015300 77  PAY-AUD-STATUS           PIC X(02) VALUE ZERO.               PAYPCX01
015400 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYPCX01
015500     88  PAY-EOF                  VALUE 'Y'.                      PAYPCX01
015600 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYPCX01
015700     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYPCX01
015800 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYPCX01
015825 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYPCX01
015850 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYPCX01
015875 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYPCX01
015900 77  PAY-FOUND-SWITCH         PIC X(01) VALUE 'N'.                PAYPCX01
016000 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYPCX01
016100 77  PAY-RELEASE-SWITCH       PIC X(01) VALUE 'N'.                PAYPCX01
016200 77  PAY-EMP-FLAGGED          PIC X(01) VALUE 'N'.                PAYPCX01
016300 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYPCX01
016400 77  PAY-RUN-TIME             PIC 9(08) VALUE ZERO.               PAYPCX01
016500 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYPCX01
016600 77  PAY-AMT-LIMIT            PIC 9(05)V99 VALUE 500.00.          PAYPCX01
016700 77  PAY-PCT-LIMIT            PIC 9(03) VALUE 25.                 PAYPCX01
016800 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYPCX01
016900 77  PAY-CMP-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYPCX01
017000 77  PAY-NEW-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYPCX01
017100 77  PAY-EMP-EXC-COUNT        PIC 9(05) COMP-3 VALUE ZERO.        PAYPCX01
017200 77  PAY-LINE-EXC-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYPCX01
017300 77  PAY-FIELD-NAME           PIC X(08) VALUE SPACES.             PAYPCX01
017400 77  PAY-OLD-AMT              PIC 9(05)V99 VALUE ZERO.            PAYPCX01
017500 77  PAY-NEW-AMT              PIC 9(05)V99 VALUE ZERO.            PAYPCX01
017600 77  PAY-DIFF-AMT             PIC S9(05)V99 VALUE ZERO.           PAYPCX01
017700 77  PAY-ABS-AMT              PIC 9(05)V99 VALUE ZERO.            PAYPCX01
017800 77  PAY-PCT                  PIC 9(04)V9 VALUE ZERO.             PAYPCX01
017900 77  PAY-FLAG                 PIC X(07) VALUE SPACES.             PAYPCX01
018000*                                                                 PAYPCX01
018100 01  RPT-HDR-LINE.                                                PAYPCX01
018200     05  FILLER              PIC X(36) VALUE                      PAYPCX01
018300         'PAY CHANGE EXCEPTIONS   PERIOD '.                       PAYPCX01
018400     05  HDR-PERIOD          PIC 9(08).                           PAYPCX01
018500     05  FILLER              PIC X(11) VALUE '  LIMITS  '.        PAYPCX01
018600     05  HDR-AMOUNT          PIC ZZ,ZZ9.99.                       PAYPCX01
018700     05  FILLER              PIC X(03) VALUE ' / '.               PAYPCX01
018800     05  HDR-PERCENT         PIC ZZ9.                             PAYPCX01
018900     05  FILLER              PIC X(10) VALUE ' PERCENT'.          PAYPCX01
019000 01  RPT-COL-LINE.                                                PAYPCX01
019100     05  FILLER              PIC X(40) VALUE                      PAYPCX01
019200         'EMP    NAME            FIELD        PRIO'.              PAYPCX01
019300     05  FILLER              PIC X(40) VALUE                      PAYPCX01
019400         'R   CURRENT     CHANGE   PCT  FLAG      '.              PAYPCX01
019500 01  RPT-AMT-LINE.                                                PAYPCX01
019600     05  AMT-EMP             PIC 9(06).                           PAYPCX01
019700     05  FILLER              PIC X(01) VALUE SPACE.               PAYPCX01
019800     05  AMT-NAME            PIC X(15).                           PAYPCX01
019900     05  FILLER              PIC X(01) VALUE SPACE.               PAYPCX01
020000     05  AMT-FIELD           PIC X(08).                           PAYPCX01
020100     05  AMT-PRIOR           PIC ZZZ,ZZ9.99.                      PAYPCX01
020200     05  AMT-CURRENT         PIC ZZZ,ZZ9.99.                      PAYPCX01
020300     05  AMT-CHANGE          PIC ---,--9.99.                      PAYPCX01
020400     05  FILLER              PIC X(01) VALUE SPACE.               PAYPCX01
020500     05  AMT-PCT             PIC ZZZ9.9.                          PAYPCX01
020600     05  FILLER              PIC X(01) VALUE SPACE.               PAYPCX01
020700     05  AMT-FLAG            PIC X(07).                           PAYPCX01
020800     05  FILLER              PIC X(04) VALUE SPACES.              PAYPCX01
020900 01  RPT-TXT-LINE.                                                PAYPCX01
021000     05  TXT-EMP             PIC 9(06).                           PAYPCX01
021100     05  FILLER              PIC X(01) VALUE SPACE.               PAYPCX01
021200     05  TXT-NAME            PIC X(15).                           PAYPCX01
021300     05  FILLER              PIC X(01) VALUE SPACE.               PAYPCX01
021400     05  TXT-FIELD           PIC X(08).                           PAYPCX01
021500     05  TXT-PRIOR           PIC X(15).                           PAYPCX01
021600     05  FILLER              PIC X(04) VALUE ' -> '.              PAYPCX01
021700     05  TXT-CURRENT         PIC X(15).                           PAYPCX01
021800     05  FILLER              PIC X(15) VALUE SPACES.              PAYPCX01
021900 01  RPT-SECT-LINE.                                               PAYPCX01
022000     05  SECT-TEXT           PIC X(70).                           PAYPCX01
022100     05  FILLER              PIC X(10) VALUE SPACES.              PAYPCX01
022200 01  RPT-CNT-LINE.                                                PAYPCX01
022300     05  CNT-LABEL           PIC X(34).                           PAYPCX01
022400     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYPCX01
022500     05  FILLER              PIC X(37) VALUE SPACES.              PAYPCX01
022600 COPY SY0099.                                                     PAYPCX01
022700 COPY SY0095.                                                     PAYPCX01
022750 COPY SY0081.                                                     PAYPCX01
022800 PROCEDURE DIVISION.                                              PAYPCX01
022900***************************************************************** PAYPCX01
023000* 0000-MAINLINE                                                   PAYPCX01
023100***************************************************************** PAYPCX01
023200 0000-MAINLINE.                                                   PAYPCX01
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYPCX01
023400     IF PAY-STOP-SWITCH = 'Y'                                     PAYPCX01
023500        GO TO 8100-JOURNAL-STOP                                   PAYPCX01
023600     END-IF.                                                      PAYPCX01
023700     PERFORM 2000-COMPARE-EMPLOYEE THRU 2000-EXIT                 PAYPCX01
023800         UNTIL PAY-EOF.                                           PAYPCX01
023900     PERFORM 7000-RELEASE THRU 7000-EXIT.                         PAYPCX01
024000     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYPCX01
024100     GO TO 9999-EXIT.                                             PAYPCX01
024200***************************************************************** PAYPCX01
024300* 1000-INITIALIZE - PERIOD, THRESHOLDS, IMAGE AND FILES           PAYPCX01
024400***************************************************************** PAYPCX01
024500 1000-INITIALIZE.                                                 PAYPCX01
024600     MOVE 'PAYPCX01' TO X95-PROGRAMME.                            PAYPCX01
024700     MOVE 'D' TO X95-PHASE.                                       PAYPCX01
024800     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYPCX01
024900                  X95-CPT-REJET.                                  PAYPCX01
025000     MOVE SPACES TO X95-ETAT.                                     PAYPCX01
025100     CALL 'SY0095' USING SY0095-PARMS.                            PAYPCX01
025200     MOVE 'C' TO X99-FONCTION.                                    PAYPCX01
025300     CALL 'SY0099' USING SY0099-PARMS.                            PAYPCX01
025400     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYPCX01
025500     ACCEPT PAY-RUN-TIME FROM TIME.                               PAYPCX01
025600     OPEN INPUT PER-FILE.                                         PAYPCX01
025700     IF PAY-PER-STATUS = '00'                                     PAYPCX01
025800        READ PER-FILE                                             PAYPCX01
025900            AT END MOVE SPACES TO PER-REC                         PAYPCX01
026000        END-READ                                                  PAYPCX01
026100        CLOSE PER-FILE                                            PAYPCX01
026200        IF PER-DATE NUMERIC AND PER-DATE NOT = ZERO               PAYPCX01
026300           MOVE PER-DATE TO PAY-PERIOD-DATE                       PAYPCX01
026400        END-IF                                                    PAYPCX01
026500     END-IF.                                                      PAYPCX01
026600     IF PAY-PERIOD-DATE = ZERO                                    PAYPCX01
026700        PERFORM 1200-READ-CALENDAR THRU 1200-EXIT                 PAYPCX01
026800     END-IF.                                                      PAYPCX01
026900     IF PAY-PERIOD-DATE = ZERO                                    PAYPCX01
027000        DISPLAY 'NO PAY PERIOD ON PERPRM OR PAYCAL - STOPPED'     PAYPCX01
027100        MOVE 8 TO RETURN-CODE                                     PAYPCX01
027200        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYPCX01
027233        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYPCX01
027266        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYPCX01
027300        GO TO 1000-EXIT                                           PAYPCX01
027400     END-IF.                                                      PAYPCX01
027500     OPEN INPUT PARM-FILE.                                        PAYPCX01
027600     IF PAY-PARM-STATUS = '00'                                    PAYPCX01
027700        READ PARM-FILE                                            PAYPCX01
027800            AT END MOVE SPACES TO PARM-REC                        PAYPCX01
027900        END-READ                                                  PAYPCX01
028000        IF PARM-AMOUNT NUMERIC                                    PAYPCX01
028100           MOVE PARM-AMOUNT TO PAY-AMT-LIMIT                      PAYPCX01
028200        END-IF                                                    PAYPCX01
028300        IF PARM-PERCENT NUMERIC                                   PAYPCX01
028400           MOVE PARM-PERCENT TO PAY-PCT-LIMIT                     PAYPCX01
028500        END-IF                                                    PAYPCX01
028600        CLOSE PARM-FILE                                           PAYPCX01
028700     END-IF.                                                      PAYPCX01
028800     OPEN I-O IMG-FILE.                                           PAYPCX01
028900     IF PAY-IMG-STATUS = '35'                                     PAYPCX01
029000        OPEN OUTPUT IMG-FILE                                      PAYPCX01
029100        CLOSE IMG-FILE                                            PAYPCX01
029200        OPEN I-O IMG-FILE                                         PAYPCX01
029300     END-IF.                                                      PAYPCX01
029400     IF PAY-IMG-STATUS NOT = '00'                                 PAYPCX01
029500        AND PAY-IMG-STATUS NOT = '97'                             PAYPCX01
029600        DISPLAY 'PRIOR-PERIOD IMAGE UNAVAILABLE - STATUS '        PAYPCX01
029700                PAY-IMG-STATUS                                    PAYPCX01
029800        MOVE 8 TO RETURN-CODE                                     PAYPCX01
029900        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYPCX01
029925        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYPCX01
029950        MOVE 'PCXIMG' TO PAY-ERR-FILE                             PAYPCX01
029975        MOVE PAY-IMG-STATUS TO PAY-ERR-STATUS                     PAYPCX01
030000        GO TO 1000-EXIT                                           PAYPCX01
030100     END-IF.                                                      PAYPCX01
030200     OPEN INPUT PAYOUT-FILE.                                      PAYPCX01
030300     OPEN OUTPUT RPT-FILE.                                        PAYPCX01
030400     MOVE PAY-PERIOD-DATE TO HDR-PERIOD.                          PAYPCX01
030500     MOVE PAY-AMT-LIMIT TO HDR-AMOUNT.                            PAYPCX01
030600     MOVE PAY-PCT-LIMIT TO HDR-PERCENT.                           PAYPCX01
030700     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYPCX01
030800     MOVE SPACES TO RPT-REC.                                      PAYPCX01
030900     WRITE RPT-REC.                                               PAYPCX01
031000     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYPCX01
031100 1000-EXIT.                                                       PAYPCX01
031200     EXIT.                                                        PAYPCX01
031300 1200-READ-CALENDAR.                                              PAYPCX01
031400     OPEN INPUT CAL-FILE.                                         PAYPCX01
031500     IF PAY-CAL-STATUS NOT = '00'                                 PAYPCX01
031600        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYPCX01
031700                PAY-CAL-STATUS                                    PAYPCX01
031800        GO TO 1200-EXIT                                           PAYPCX01
031900     END-IF.                                                      PAYPCX01
032000     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT                    PAYPCX01
032100         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYPCX01
032200     CLOSE CAL-FILE.                                              PAYPCX01
032300 1200-EXIT.                                                       PAYPCX01
032400     EXIT.                                                        PAYPCX01
032500 1210-SCAN-CALENDAR.                                              PAYPCX01
032600     READ CAL-FILE                                                PAYPCX01
032700         AT END                                                   PAYPCX01
032800            SET PAY-CAL-EOF TO TRUE                               PAYPCX01
032900            GO TO 1210-EXIT                                       PAYPCX01
033000     END-READ.                                                    PAYPCX01
033100     IF CAL-CUTOFF < PAY-TODAY-8                                  PAYPCX01
033200        GO TO 1210-EXIT                                           PAYPCX01
033300     END-IF.                                                      PAYPCX01
033400     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYPCX01
033500     MOVE CAL-END TO PAY-PERIOD-DATE.                             PAYPCX01
033600 1210-EXIT.                                                       PAYPCX01
033700     EXIT.                                                        PAYPCX01
033800***************************************************************** PAYPCX01
033900* 2000-COMPARE-EMPLOYEE - CURRENT PERIOD AGAINST PRIOR PERIOD     PAYPCX01
034000***************************************************************** PAYPCX01
034100 2000-COMPARE-EMPLOYEE.                                           PAYPCX01
034200     READ PAYOUT-FILE                                             PAYPCX01
034300         AT END                                                   PAYPCX01
034400            SET PAY-EOF TO TRUE                                   PAYPCX01
034500            GO TO 2000-EXIT                                       PAYPCX01
034600     END-READ.                                                    PAYPCX01
034700     ADD 1 TO PAY-READ-COUNT.                                     PAYPCX01
034800     MOVE PI-EMP-NBR TO IMG-EMP-NBR.                              PAYPCX01
034900     MOVE 'Y' TO PAY-FOUND-SWITCH.                                PAYPCX01
035000     READ IMG-FILE                                                PAYPCX01
035100         INVALID KEY MOVE 'N' TO PAY-FOUND-SWITCH                 PAYPCX01
035200     END-READ.                                                    PAYPCX01
035300     IF PAY-FOUND-SWITCH = 'N'                                    PAYPCX01
035400        MOVE SPACES TO IMG-REC                                    PAYPCX01
035500        MOVE PI-EMP-NBR TO IMG-EMP-NBR                            PAYPCX01
035600        MOVE ZERO TO IMG-P-PERIOD IMG-P-WAGES IMG-P-OT IMG-P-COMM PAYPCX01
035700     ELSE                                                         PAYPCX01
035800        IF IMG-L-PERIOD NOT = PAY-PERIOD-DATE                     PAYPCX01
035900           MOVE IMG-LATEST TO IMG-PRIOR                           PAYPCX01
036000        END-IF                                                    PAYPCX01
036100     END-IF.                                                      PAYPCX01
036200     IF IMG-P-PERIOD = ZERO                                       PAYPCX01
036300        ADD 1 TO PAY-NEW-COUNT                                    PAYPCX01
036400        GO TO 2000-STORE                                          PAYPCX01
036500     END-IF.                                                      PAYPCX01
036600     ADD 1 TO PAY-CMP-COUNT.                                      PAYPCX01
036700     MOVE 'N' TO PAY-EMP-FLAGGED.                                 PAYPCX01
036800     IF PI-NAME NOT = IMG-P-NAME                                  PAYPCX01
036900        MOVE 'NAME' TO TXT-FIELD                                  PAYPCX01
037000        MOVE IMG-P-NAME TO TXT-PRIOR                              PAYPCX01
037100        MOVE PI-NAME TO TXT-CURRENT                               PAYPCX01
037200        PERFORM 2300-WRITE-TEXT THRU 2300-EXIT                    PAYPCX01
037300     END-IF.                                                      PAYPCX01
037400     IF PI-REGION NOT = IMG-P-REGION                              PAYPCX01
037500        MOVE 'REGION' TO TXT-FIELD                                PAYPCX01
037600        MOVE IMG-P-REGION TO TXT-PRIOR                            PAYPCX01
037700        MOVE PI-REGION TO TXT-CURRENT                             PAYPCX01
037800        PERFORM 2300-WRITE-TEXT THRU 2300-EXIT                    PAYPCX01
037900     END-IF.                                                      PAYPCX01
038000     MOVE 'WAGES' TO PAY-FIELD-NAME.                              PAYPCX01
038100     MOVE IMG-P-WAGES TO PAY-OLD-AMT.                             PAYPCX01
038200     MOVE PI-WAGES TO PAY-NEW-AMT.                                PAYPCX01
038300     PERFORM 2200-TEST-AMOUNT THRU 2200-EXIT.                     PAYPCX01
038400     MOVE 'OVERTIME' TO PAY-FIELD-NAME.                           PAYPCX01
038500     MOVE IMG-P-OT TO PAY-OLD-AMT.                                PAYPCX01
038600     MOVE PI-OT TO PAY-NEW-AMT.                                   PAYPCX01
038700     PERFORM 2200-TEST-AMOUNT THRU 2200-EXIT.                     PAYPCX01
038800     MOVE 'COMMISSN' TO PAY-FIELD-NAME.                           PAYPCX01
038900     MOVE IMG-P-COMM TO PAY-OLD-AMT.                              PAYPCX01
039000     MOVE PI-COMM TO PAY-NEW-AMT.                                 PAYPCX01
039100     PERFORM 2200-TEST-AMOUNT THRU 2200-EXIT.                     PAYPCX01
039200     IF PAY-EMP-FLAGGED = 'Y'                                     PAYPCX01
039300        ADD 1 TO PAY-EMP-EXC-COUNT                                PAYPCX01
039400     END-IF.                                                      PAYPCX01
039500 2000-STORE.                                                      PAYPCX01
039600     MOVE PAY-PERIOD-DATE TO IMG-L-PERIOD.                        PAYPCX01
039700     MOVE PI-NAME TO IMG-L-NAME.                                  PAYPCX01
039800     MOVE PI-REGION TO IMG-L-REGION.                              PAYPCX01
039900     MOVE PI-WAGES TO IMG-L-WAGES.                                PAYPCX01
040000     MOVE PI-OT TO IMG-L-OT.                                      PAYPCX01
040100     MOVE PI-COMM TO IMG-L-COMM.                                  PAYPCX01
040200     IF PAY-FOUND-SWITCH = 'Y'                                    PAYPCX01
040300        REWRITE IMG-REC                                           PAYPCX01
040400            INVALID KEY                                           PAYPCX01
040500               DISPLAY 'PCXIMG REWRITE FAILED: ' IMG-EMP-NBR      PAYPCX01
040600               MOVE 8 TO RETURN-CODE                              PAYPCX01
040700        END-REWRITE                                               PAYPCX01
040800     ELSE                                                         PAYPCX01
040900        WRITE IMG-REC                                             PAYPCX01
041000            INVALID KEY                                           PAYPCX01
041100               DISPLAY 'PCXIMG WRITE FAILED: ' IMG-EMP-NBR        PAYPCX01
041200               MOVE 8 TO RETURN-CODE                              PAYPCX01
041300        END-WRITE                                                 PAYPCX01
041400     END-IF.                                                      PAYPCX01
041500 2000-EXIT.                                                       PAYPCX01
041600     EXIT.                                                        PAYPCX01
041700 2200-TEST-AMOUNT.                                                PAYPCX01
041800     IF PAY-NEW-AMT = PAY-OLD-AMT                                 PAYPCX01
041900        GO TO 2200-EXIT                                           PAYPCX01
042000     END-IF.                                                      PAYPCX01
042100     COMPUTE PAY-DIFF-AMT = PAY-NEW-AMT - PAY-OLD-AMT.            PAYPCX01
042200     IF PAY-DIFF-AMT < ZERO                                       PAYPCX01
042300        COMPUTE PAY-ABS-AMT = ZERO - PAY-DIFF-AMT                 PAYPCX01
042400     ELSE                                                         PAYPCX01
042500        MOVE PAY-DIFF-AMT TO PAY-ABS-AMT                          PAYPCX01
042600     END-IF.                                                      PAYPCX01
042700     MOVE ZERO TO PAY-PCT.                                        PAYPCX01
042800     MOVE SPACES TO PAY-FLAG.                                     PAYPCX01
042900     IF PAY-OLD-AMT NOT = ZERO                                    PAYPCX01
043000        COMPUTE PAY-PCT ROUNDED = PAY-ABS-AMT * 100 / PAY-OLD-AMT PAYPCX01
043100           ON SIZE ERROR MOVE 9999.9 TO PAY-PCT                   PAYPCX01
043200        END-COMPUTE                                               PAYPCX01
043300     END-IF.                                                      PAYPCX01
043400     IF PAY-AMT-LIMIT NOT = ZERO                                  PAYPCX01
043500        AND PAY-ABS-AMT > PAY-AMT-LIMIT                           PAYPCX01
043600        MOVE 'AMT' TO PAY-FLAG                                    PAYPCX01
043700     END-IF.                                                      PAYPCX01
043800     IF PAY-PCT-LIMIT NOT = ZERO                                  PAYPCX01
043900        AND PAY-OLD-AMT NOT = ZERO                                PAYPCX01
044000        AND PAY-PCT > PAY-PCT-LIMIT                               PAYPCX01
044100        IF PAY-FLAG = SPACES                                      PAYPCX01
044200           MOVE 'PCT' TO PAY-FLAG                                 PAYPCX01
044300        ELSE                                                      PAYPCX01
044400           MOVE 'AMT+PCT' TO PAY-FLAG                             PAYPCX01
044500        END-IF                                                    PAYPCX01
044600     END-IF.                                                      PAYPCX01
044700     IF PAY-FLAG = SPACES                                         PAYPCX01
044800        GO TO 2200-EXIT                                           PAYPCX01
044900     END-IF.                                                      PAYPCX01
045000     MOVE PI-EMP-NBR TO AMT-EMP.                                  PAYPCX01
045100     MOVE PI-NAME TO AMT-NAME.                                    PAYPCX01
045200     MOVE PAY-FIELD-NAME TO AMT-FIELD.                            PAYPCX01
045300     MOVE PAY-OLD-AMT TO AMT-PRIOR.                               PAYPCX01
045400     MOVE PAY-NEW-AMT TO AMT-CURRENT.                             PAYPCX01
045500     MOVE PAY-DIFF-AMT TO AMT-CHANGE.                             PAYPCX01
045600     MOVE PAY-PCT TO AMT-PCT.                                     PAYPCX01
045700     MOVE PAY-FLAG TO AMT-FLAG.                                   PAYPCX01
045800     WRITE RPT-REC FROM RPT-AMT-LINE.                             PAYPCX01
045900     ADD 1 TO PAY-LINE-EXC-COUNT.                                 PAYPCX01
046000     MOVE 'Y' TO PAY-EMP-FLAGGED.                                 PAYPCX01
046100 2200-EXIT.                                                       PAYPCX01
046200     EXIT.                                                        PAYPCX01
046300 2300-WRITE-TEXT.                                                 PAYPCX01
046400     MOVE PI-EMP-NBR TO TXT-EMP.                                  PAYPCX01
046500     MOVE PI-NAME TO TXT-NAME.                                    PAYPCX01
046600     WRITE RPT-REC FROM RPT-TXT-LINE.                             PAYPCX01
046700     ADD 1 TO PAY-LINE-EXC-COUNT.                                 PAYPCX01
046800     MOVE 'Y' TO PAY-EMP-FLAGGED.                                 PAYPCX01
046900 2300-EXIT.                                                       PAYPCX01
047000     EXIT.                                                        PAYPCX01
047100***************************************************************** PAYPCX01
047200* 7000-RELEASE - PAYROLL RELEASE OF A REVIEWED EXCEPTION LIST     PAYPCX01
047300***************************************************************** PAYPCX01
047400 7000-RELEASE.                                                    PAYPCX01
047500     IF PAY-LINE-EXC-COUNT = ZERO                                 PAYPCX01
047600        GO TO 7000-EXIT                                           PAYPCX01
047700     END-IF.                                                      PAYPCX01
047800     OPEN INPUT REL-FILE.                                         PAYPCX01
047900     IF PAY-REL-STATUS NOT = '00'                                 PAYPCX01
048000        GO TO 7000-EXIT                                           PAYPCX01
048100     END-IF.                                                      PAYPCX01
048200     READ REL-FILE                                                PAYPCX01
048300         AT END MOVE SPACES TO REL-REC                            PAYPCX01
048400     END-READ.                                                    PAYPCX01
048500     CLOSE REL-FILE.                                              PAYPCX01
048600     IF REL-PERIOD NOT NUMERIC OR REL-PERIOD NOT = PAY-PERIOD-DATEPAYPCX01
048700        DISPLAY 'PCXREL CARD NOT FOR PERIOD ' PAY-PERIOD-DATE     PAYPCX01
048800                ' - IGNORED'                                      PAYPCX01
048900        GO TO 7000-EXIT                                           PAYPCX01
049000     END-IF.                                                      PAYPCX01
049100     IF REL-OPERATOR = SPACES                                     PAYPCX01
049200        DISPLAY 'PCXREL CARD HAS NO OPERATOR - IGNORED'           PAYPCX01
049300        GO TO 7000-EXIT                                           PAYPCX01
049400     END-IF.                                                      PAYPCX01
049500     MOVE 'Y' TO PAY-RELEASE-SWITCH.                              PAYPCX01
049600     OPEN EXTEND AUD-FILE.                                        PAYPCX01
049700     IF PAY-AUD-STATUS = '05' OR PAY-AUD-STATUS = '35'            PAYPCX01
049800        OPEN OUTPUT AUD-FILE                                      PAYPCX01
049900     END-IF.                                                      PAYPCX01
050000     MOVE SPACES TO AUD-REC.                                      PAYPCX01
050100     MOVE PAY-TODAY-8 TO AUD-DATE.                                PAYPCX01
050200     MOVE PAY-RUN-TIME (1:6) TO AUD-TIME.                         PAYPCX01
050300     MOVE PAY-PERIOD-DATE TO AUD-PERIOD.                          PAYPCX01
050400     MOVE REL-OPERATOR TO AUD-OPERATOR.                           PAYPCX01
050500     MOVE REL-REASON TO AUD-REASON.                               PAYPCX01
050600     MOVE PAY-LINE-EXC-COUNT TO AUD-EXC-COUNT.                    PAYPCX01
050700     WRITE AUD-REC.                                               PAYPCX01
050800     CLOSE AUD-FILE.                                              PAYPCX01
050900 7000-EXIT.                                                       PAYPCX01
051000     EXIT.                                                        PAYPCX01
051100***************************************************************** PAYPCX01
051200* 8000-FINALIZE - VERDICT, COUNTS, JOURNAL AND CLOSE UP           PAYPCX01
051300***************************************************************** PAYPCX01
051400 8000-FINALIZE.                                                   PAYPCX01
051500     MOVE SPACES TO RPT-REC.                                      PAYPCX01
051600     WRITE RPT-REC.                                               PAYPCX01
051700     IF PAY-LINE-EXC-COUNT = ZERO                                 PAYPCX01
051800        MOVE 'NO PAY CHANGE EXCEPTIONS - RUN RELEASED'            PAYPCX01
051900             TO SECT-TEXT                                         PAYPCX01
052000     ELSE                                                         PAYPCX01
052100        IF PAY-RELEASE-SWITCH = 'Y'                               PAYPCX01
052200           MOVE SPACES TO SECT-TEXT                               PAYPCX01
052300           STRING 'EXCEPTIONS REVIEWED - RUN RELEASED BY '        PAYPCX01
052400                  REL-OPERATOR ' ' REL-REASON                     PAYPCX01
052500                  DELIMITED BY SIZE INTO SECT-TEXT                PAYPCX01
052600        ELSE                                                      PAYPCX01
052700           MOVE SPACES TO SECT-TEXT                               PAYPCX01
052800           STRING 'RUN HELD - REVIEW AND RELEASE WITH PCXREL '    PAYPCX01
052900                  'BEFORE PAYDEP01'                               PAYPCX01
053000                  DELIMITED BY SIZE INTO SECT-TEXT                PAYPCX01
053100           MOVE 4 TO RETURN-CODE                                  PAYPCX01
053200        END-IF                                                    PAYPCX01
053300     END-IF.                                                      PAYPCX01
053400     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYPCX01
053500     MOVE SPACES TO RPT-REC.                                      PAYPCX01
053600     WRITE RPT-REC.                                               PAYPCX01
053700     MOVE 'PAYOUT RECORDS READ' TO CNT-LABEL.                     PAYPCX01
053800     MOVE PAY-READ-COUNT TO CNT-VALUE.                            PAYPCX01
053900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYPCX01
054000     MOVE 'COMPARED WITH PRIOR PERIOD' TO CNT-LABEL.              PAYPCX01
054100     MOVE PAY-CMP-COUNT TO CNT-VALUE.                             PAYPCX01
054200     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYPCX01
054300     MOVE 'NO PRIOR PERIOD ON IMAGE' TO CNT-LABEL.                PAYPCX01
054400     MOVE PAY-NEW-COUNT TO CNT-VALUE.                             PAYPCX01
054500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYPCX01
054600     MOVE 'EMPLOYEES WITH EXCEPTIONS' TO CNT-LABEL.               PAYPCX01
054700     MOVE PAY-EMP-EXC-COUNT TO CNT-VALUE.                         PAYPCX01
054800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYPCX01
054900     MOVE 'EXCEPTION LINES' TO CNT-LABEL.                         PAYPCX01
055000     MOVE PAY-LINE-EXC-COUNT TO CNT-VALUE.                        PAYPCX01
055100     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYPCX01
055200     CLOSE PAYOUT-FILE.                                           PAYPCX01
055300     CLOSE IMG-FILE.                                              PAYPCX01
055400     CLOSE RPT-FILE.                                              PAYPCX01
055500     DISPLAY 'PAY PERIOD           = ' PAY-PERIOD-DATE.           PAYPCX01
055600     DISPLAY 'PAYOUT RECORDS READ  = ' PAY-READ-COUNT.            PAYPCX01
055700     DISPLAY 'EMPLOYEES FLAGGED    = ' PAY-EMP-EXC-COUNT.         PAYPCX01
055800     DISPLAY 'EXCEPTION LINES      = ' PAY-LINE-EXC-COUNT.        PAYPCX01
055900     MOVE 'F' TO X95-PHASE.                                       PAYPCX01
056000     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYPCX01
056100     MOVE PAY-CMP-COUNT TO X95-CPT-SORTIE.                        PAYPCX01
056200     MOVE PAY-LINE-EXC-COUNT TO X95-CPT-REJET.                    PAYPCX01
056300     IF RETURN-CODE > 4                                           PAYPCX01
056400        MOVE 'KO' TO X95-ETAT                                     PAYPCX01
056500     ELSE                                                         PAYPCX01
056600        IF PAY-LINE-EXC-COUNT NOT = ZERO                          PAYPCX01
056700           AND PAY-RELEASE-SWITCH = 'N'                           PAYPCX01
056800           MOVE 'HELD' TO X95-ETAT                                PAYPCX01
056900        ELSE                                                      PAYPCX01
057000           MOVE 'OK' TO X95-ETAT                                  PAYPCX01
057100           IF PAY-RELEASE-SWITCH = 'Y'                            PAYPCX01
057200              MOVE 'REL' TO X95-ETAT (5:3)                        PAYPCX01
057300           END-IF                                                 PAYPCX01
057400        END-IF                                                    PAYPCX01
057500     END-IF.                                                      PAYPCX01
057600     CALL 'SY0095' USING SY0095-PARMS.                            PAYPCX01
057700 8000-EXIT.                                                       PAYPCX01
057800     EXIT.                                                        PAYPCX01
057806***************************************************************** PAYPCX01
057812* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYPCX01
057818***************************************************************** PAYPCX01
057824 8100-JOURNAL-STOP.                                               PAYPCX01
057830     MOVE 'PAYPCX01' TO X81-PROGRAMME.                            PAYPCX01
057836     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYPCX01
057842     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYPCX01
057848     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYPCX01
057854     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYPCX01
057860     MOVE SPACES TO X81-TEXTE.                                    PAYPCX01
057866     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYPCX01
057872                  X81-CPT-REJET.                                  PAYPCX01
057878     CALL 'SY0081' USING SY0081-PARMS.                            PAYPCX01
057884     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYPCX01
057900 9999-EXIT.                                                       PAYPCX01
058000     GOBACK.                                                      PAYPCX01

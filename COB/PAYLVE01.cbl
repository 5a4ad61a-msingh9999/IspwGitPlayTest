000100 IDENTIFICATION DIVISION.                                         PAYLVE01
000200 PROGRAM-ID.        PAYLVE01.                                     PAYLVE01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYLVE01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYLVE01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYLVE01
000600 DATE-COMPILED.                                                   PAYLVE01
000700***************************************************************** PAYLVE01
000800*                   MODIFICATION  LOG                             PAYLVE01
000900*                                                                 PAYLVE01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYLVE01
001100*  --------  ----------  -----------------------------------      PAYLVE01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYLVE01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYLVE01
001300***************************************************************** PAYLVE01
001400*                                                                 PAYLVE01
001500*  LEAVE ACCRUAL AND BALANCE.  RUN ONCE PER PAY PERIOD.  THE      PAYLVE01
001600*  PERIOD IS THE PERPRM DATE WHEN ONE IS GIVEN, OTHERWISE THE     PAYLVE01
001700*  CURRENT PAYCAL PERIOD (FIRST CUT-OFF NOT BEFORE TODAY).        PAYLVE01
001800*  1. ACCRUAL: EVERY PAID EMPLOYEE ON THE PAYOUT EXTRACT EARNS    PAYLVE01
001900*     THE LVERATE DAYS FOR ITS TENURE BAND (PI-YEARS) AND TYPE,   PAYLVE01
002000*     A RATE FOR THE EXACT TYPE BEING PREFERRED TO AN ANY-TYPE    PAYLVE01
002100*     (BLANK) RATE, UP TO THE RATE'S MAXIMUM BALANCE.  THE        PAYLVE01
002200*     LVEMST BALANCE MASTER (KEYED BY EMPLOYEE NUMBER) KEEPS      PAYLVE01
002300*     THE LAST PERIOD ACCRUED SO A RERUN DOES NOT ACCRUE TWICE.   PAYLVE01
002400*     THE DAILY RATE IS REFRESHED FROM PI-WAGES * LVEPRM          PAYLVE01
002500*     PERIODS PER YEAR / WORKING DAYS PER YEAR (12 / 260).        PAYLVE01
002600*  2. LVETRN LEAVE TRANSACTIONS: T = DAYS TAKEN (NOT MORE THAN    PAYLVE01
002700*     THE BALANCE), C = DAYS CREDITED BY ADJUSTMENT.              PAYLVE01
002800*  3. LVESTM BALANCE STATEMENT PER EMPLOYEE (OPENING, EARNED,     PAYLVE01
002900*     TAKEN, CLOSING, YEAR TO DATE, VALUE) AND LVERPT LEAVE       PAYLVE01
003000*     LIABILITY BY REGION AT THE CURRENT DAILY RATE, AFTER THE    PAYLVE01
003100*     LIST OF EXCEPTIONS.  RC=4 ON ANY EXCEPTION.                 PAYLVE01
003200*                                                                 PAYLVE01
003300 ENVIRONMENT DIVISION.                                            PAYLVE01
003400 CONFIGURATION SECTION.                                           PAYLVE01
003500 SOURCE-COMPUTER.   IBM-370.                                      PAYLVE01
003600 OBJECT-COMPUTER.   IBM-370.                                      PAYLVE01
003700 INPUT-OUTPUT SECTION.                                            PAYLVE01
003800 FILE-CONTROL.                                                    PAYLVE01
003900     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYLVE01
004000            ORGANIZATION IS SEQUENTIAL.                           PAYLVE01
004100     SELECT RATE-FILE   ASSIGN TO LVERATE                         PAYLVE01
004200            ORGANIZATION IS SEQUENTIAL                            PAYLVE01
004300            FILE STATUS IS PAY-RATE-STATUS.                       PAYLVE01
004400     SELECT TRN-FILE    ASSIGN TO LVETRN                          PAYLVE01
004500            ORGANIZATION IS SEQUENTIAL                            PAYLVE01
004600            FILE STATUS IS PAY-TRN-STATUS.                        PAYLVE01
004700     SELECT PARM-FILE   ASSIGN TO LVEPRM                          PAYLVE01
004800            ORGANIZATION IS SEQUENTIAL                            PAYLVE01
004900            FILE STATUS IS PAY-PARM-STATUS.                       PAYLVE01
005000     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYLVE01
005100            ORGANIZATION IS SEQUENTIAL                            PAYLVE01
005200            FILE STATUS IS PAY-PER-STATUS.                        PAYLVE01
005300     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYLVE01
005400            ORGANIZATION IS SEQUENTIAL                            PAYLVE01
005500            FILE STATUS IS PAY-CAL-STATUS.                        PAYLVE01
005600     SELECT LVE-FILE    ASSIGN TO LVEMST                          PAYLVE01
005700            ORGANIZATION IS INDEXED                               PAYLVE01
005800            ACCESS IS DYNAMIC                                     PAYLVE01
005900            RECORD KEY IS LVE-EMP-NBR                             PAYLVE01
006000            FILE STATUS IS PAY-LVE-STATUS.                        PAYLVE01
006100     SELECT STM-FILE    ASSIGN TO LVESTM                          PAYLVE01
006200            ORGANIZATION IS SEQUENTIAL.                           PAYLVE01
006300     SELECT RPT-FILE    ASSIGN TO LVERPT                          PAYLVE01
006400            ORGANIZATION IS SEQUENTIAL.                           PAYLVE01
006500 DATA DIVISION.                                                   PAYLVE01
006600 FILE SECTION.                                                    PAYLVE01
006700 FD  PAYOUT-FILE                                                  PAYLVE01
006800     LABEL RECORDS STANDARD                                       PAYLVE01
006900     BLOCK 00000 RECORDS                                          PAYLVE01
007000     RECORDING F.                                                 PAYLVE01
007100 01  PI-DETAIL-REC.                                               PAYLVE01
007200     05  PI-NAME             PIC X(15).                           PAYLVE01
007300     05  PI-REGION           PIC X(05).                           PAYLVE01
007400     05  PI-TYPE             PIC X(01).                           PAYLVE01
007500     05  PI-YEARS            PIC 9(02).                           PAYLVE01
007600     05  PI-HIRE-DATE        PIC 9(06).                           PAYLVE01
007700     05  PI-WAGES            PIC 9(05)V99.                        PAYLVE01
007800     05  PI-OT               PIC 9(05)V99.                        PAYLVE01
007900     05  PI-COMM             PIC 9(05)V99.                        PAYLVE01
008000     05  PI-TOTAL            PIC 9(05)V99.                        PAYLVE01
008100     05  PI-EMP-NBR          PIC 9(06).                           PAYLVE01
008200 FD  RATE-FILE                                                    PAYLVE01
008300     LABEL RECORDS STANDARD                                       PAYLVE01
008400     BLOCK 00000 RECORDS                                          PAYLVE01
008500     RECORDING F.                                                 PAYLVE01
008600 01  RATE-REC.                                                    PAYLVE01
008700     05  RATE-TYPE           PIC X(01).                           PAYLVE01
008800     05  RATE-YEARS-LOW      PIC 9(02).                           PAYLVE01
008900     05  RATE-YEARS-HIGH     PIC 9(02).                           PAYLVE01
009000     05  RATE-DAYS           PIC 9(02)V99.                        PAYLVE01
009100     05  RATE-MAX            PIC 9(03)V99.                        PAYLVE01
009200     05  FILLER              PIC X(06).                           PAYLVE01
009300 FD  TRN-FILE                                                     PAYLVE01
009400     LABEL RECORDS STANDARD                                       PAYLVE01
009500     BLOCK 00000 RECORDS                                          PAYLVE01
009600     RECORDING F.                                                 PAYLVE01
009700 01  TRN-REC.                                                     PAYLVE01
009800     05  TRN-ACTION          PIC X(01).                           PAYLVE01
009900     05  TRN-EMP-NBR         PIC 9(06).                           PAYLVE01
010000     05  TRN-DATE            PIC 9(08).                           PAYLVE01
010100     05  TRN-DAYS            PIC 9(03)V99.                        PAYLVE01
010200     05  TRN-OPERATOR        PIC X(08).                           PAYLVE01
010300     05  TRN-REASON          PIC X(20).                           PAYLVE01
010400     05  FILLER              PIC X(32).                           PAYLVE01
010500 FD  PARM-FILE                                                    PAYLVE01
010600     LABEL RECORDS STANDARD                                       PAYLVE01
010700     BLOCK 00000 RECORDS                                          PAYLVE01
010800     RECORDING F.                                                 PAYLVE01
010900 01  PARM-REC.                                                    PAYLVE01
011000     05  PARM-PERIODS        PIC 9(02).                           PAYLVE01
011100     05  PARM-WORK-DAYS      PIC 9(03).                           PAYLVE01
011200 FD  PER-FILE                                                     PAYLVE01
011300     LABEL RECORDS STANDARD                                       PAYLVE01
011400     BLOCK 00000 RECORDS                                          PAYLVE01
011500     RECORDING F.                                                 PAYLVE01
011600 01  PER-REC.                                                     PAYLVE01
011700     05  PER-DATE            PIC 9(08).                           PAYLVE01
011800     05  PER-FORCE           PIC X(01).                           PAYLVE01
011900 FD  CAL-FILE                                                     PAYLVE01
012000     LABEL RECORDS STANDARD                                       PAYLVE01
012100     BLOCK 00000 RECORDS                                          PAYLVE01
012200     RECORDING F.                                                 PAYLVE01
012300 01  CAL-REC.                                                     PAYLVE01
012400     05  CAL-START           PIC 9(08).                           PAYLVE01
012500     05  CAL-END             PIC 9(08).                           PAYLVE01
012600     05  CAL-CUTOFF          PIC 9(08).                           PAYLVE01
012700     05  CAL-SCHED-PAY       PIC 9(08).                           PAYLVE01
012800     05  CAL-PAY-DATE        PIC 9(08).                           PAYLVE01
012900     05  FILLER              PIC X(10).                           PAYLVE01
013000 FD  LVE-FILE                                                     PAYLVE01
013100     LABEL RECORDS STANDARD.                                      PAYLVE01
013200 01  LVE-REC.                                                     PAYLVE01
013300     05  LVE-EMP-NBR         PIC 9(06).                           PAYLVE01
013400     05  LVE-NAME            PIC X(15).                           PAYLVE01
013500     05  LVE-REGION          PIC X(05).                           PAYLVE01
013600     05  LVE-TYPE            PIC X(01).                           PAYLVE01
013700     05  LVE-YEARS           PIC 9(02).                           PAYLVE01
013800     05  LVE-BALANCE         PIC 9(03)V99.                        PAYLVE01
013900     05  LVE-EARNED-YTD      PIC 9(03)V99.                        PAYLVE01
014000     05  LVE-TAKEN-YTD       PIC 9(03)V99.                        PAYLVE01
014100     05  LVE-PERIOD          PIC 9(08).                           PAYLVE01
014200     05  LVE-PER-EARNED      PIC 9(03)V99.                        PAYLVE01
014300     05  LVE-PER-TAKEN       PIC 9(03)V99.                        PAYLVE01
014400     05  LVE-DAILY-RATE      PIC 9(05)V99.                        PAYLVE01
014500     05  LVE-LAST-ACCRUAL    PIC 9(08).                           PAYLVE01
014600     05  FILLER              PIC X(03).                           PAYLVE01
014700 FD  STM-FILE                                                     PAYLVE01
014800     LABEL RECORDS STANDARD                                       PAYLVE01
014900     BLOCK 00000 RECORDS                                          PAYLVE01
015000     RECORDING F.                                                 PAYLVE01
015100 01  STM-REC                 PIC X(80).                           PAYLVE01
015200 FD  RPT-FILE                                                     PAYLVE01
015300     LABEL RECORDS STANDARD                                       PAYLVE01
015400     BLOCK 00000 RECORDS                                          PAYLVE01
015500     RECORDING F.                                                 PAYLVE01
015600 01  RPT-REC                 PIC X(80).                           PAYLVE01
015700 WORKING-STORAGE SECTION.                                         PAYLVE01
015800 77  PAY-RATE-STATUS          PIC X(02) VALUE ZERO.               PAYLVE01
015900 77  PAY-TRN-STATUS           PIC X(02) VALUE ZERO.               PAYLVE01
016000 77  PAY-PARM-STATUS          PIC X(02) VALUE ZERO.               PAYLVE01
016100 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYLVE01
016200 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYLVE01
016300 77  PAY-LVE-STATUS           PIC X(02) VALUE ZERO.               PAYLVE01
016400 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYLVE01
016500     88  PAY-EOF                  VALUE 'Y'.                      PAYLVE01
016600 77  PAY-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.                PAYLVE01
016700     88  PAY-RATE-EOF             VALUE 'Y'.                      PAYLVE01
016800 77  PAY-TRN-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYLVE01
016900     88  PAY-TRN-EOF              VALUE 'Y'.                      PAYLVE01
017000 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYLVE01
017100     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYLVE01
017200 77  PAY-LVE-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYLVE01
017300     88  PAY-LVE-EOF              VALUE 'Y'.                      PAYLVE01
017400 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYLVE01
017425 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYLVE01
017450 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYLVE01
017475 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYLVE01
017500 77  PAY-LVE-OPEN             PIC X(01) VALUE 'N'.                PAYLVE01
017600 77  PAY-FOUND-SWITCH         PIC X(01) VALUE 'N'.                PAYLVE01
017700 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYLVE01
017800 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYLVE01
017900 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYLVE01
018000 77  PAY-PERIODS              PIC 9(02) VALUE 12.                 PAYLVE01
018100 77  PAY-WORK-DAYS            PIC 9(03) VALUE 260.                PAYLVE01
018200 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018300 77  PAY-ACCRUED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018400 77  PAY-NEW-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018500 77  PAY-DONE-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018600 77  PAY-NOPAY-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018700 77  PAY-CAPPED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018800 77  PAY-NORATE-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
018900 77  PAY-TRN-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
019000 77  PAY-TRN-OK-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
019100 77  PAY-TRN-REJ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
019200 77  PAY-RATE-REJ-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYLVE01
019300 77  PAY-STM-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
019400 77  PAY-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYLVE01
019500 77  PAY-RATE-IX              PIC 9(03) COMP VALUE ZERO.          PAYLVE01
019600 77  PAY-RATE-SLOT            PIC 9(03) COMP VALUE ZERO.          PAYLVE01
019700 77  PAY-RATE-SCORE           PIC 9(01) VALUE ZERO.               PAYLVE01
019800 77  PAY-BEST-SCORE           PIC 9(01) VALUE ZERO.               PAYLVE01
019900 77  PAY-REG-NBR              PIC 9(03) COMP VALUE ZERO.          PAYLVE01
020000 77  PAY-REG-IX               PIC 9(03) COMP VALUE ZERO.          PAYLVE01
020100 77  PAY-REG-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYLVE01
020200 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYLVE01
020300 77  PAY-EARN-DAYS            PIC 9(03)V99 VALUE ZERO.            PAYLVE01
020400 77  PAY-NEW-BALANCE          PIC 9(04)V99 VALUE ZERO.            PAYLVE01
020500 77  PAY-OPENING              PIC 9(04)V99 VALUE ZERO.            PAYLVE01
020600 77  PAY-VALUE                PIC 9(09)V99 VALUE ZERO.            PAYLVE01
020700 77  PAY-TOT-DAYS             PIC 9(09)V99 COMP-3 VALUE ZERO.     PAYLVE01
020800 77  PAY-TOT-VALUE            PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYLVE01
020900 77  PAY-TOT-EMPS             PIC 9(07) COMP-3 VALUE ZERO.        PAYLVE01
021000 77  PAY-EXC-EMP              PIC 9(06) VALUE ZERO.               PAYLVE01
021100 77  PAY-EXC-TEXT             PIC X(30) VALUE SPACES.             PAYLVE01
021200 01  PAY-RATE-TABLE.                                              PAYLVE01
021300     05  PAY-RATE-ENTRY       OCCURS 100 TIMES.                   PAYLVE01
021400         10  PAY-RT-TYPE      PIC X(01).                          PAYLVE01
021500         10  PAY-RT-LOW       PIC 9(02).                          PAYLVE01
021600         10  PAY-RT-HIGH      PIC 9(02).                          PAYLVE01
021700         10  PAY-RT-DAYS      PIC 9(02)V99.                       PAYLVE01
021800         10  PAY-RT-MAX       PIC 9(03)V99.                       PAYLVE01
021900 01  PAY-REGION-TABLE.                                            PAYLVE01
022000     05  PAY-REG-ENTRY        OCCURS 100 TIMES.                   PAYLVE01
022100         10  PAY-REG-CODE     PIC X(05).                          PAYLVE01
022200         10  PAY-REG-EMPS     PIC 9(07) COMP-3.                   PAYLVE01
022300         10  PAY-REG-DAYS     PIC 9(09)V99 COMP-3.                PAYLVE01
022400         10  PAY-REG-VALUE    PIC 9(11)V99 COMP-3.                PAYLVE01
022500*                                                                 PAYLVE01
022600 01  STM-HDR-LINE.                                                PAYLVE01
022700     05  FILLER              PIC X(35) VALUE                      PAYLVE01
022800         'LEAVE BALANCE STATEMENT   PERIOD '.                     PAYLVE01
022900     05  STM-HDR-PERIOD      PIC 9(08).                           PAYLVE01
023000     05  FILLER              PIC X(37) VALUE SPACES.              PAYLVE01
023100 01  STM-COL-LINE.                                                PAYLVE01
023200     05  FILLER              PIC X(40) VALUE                      PAYLVE01
023300         'EMP    NAME            OPENING EARNED  T'.              PAYLVE01
023400     05  FILLER              PIC X(40) VALUE                      PAYLVE01
023500         'AKEN  CLOSE YTDERN YTDTKN        VALUE  '.              PAYLVE01
023600 01  STM-DTL-LINE.                                                PAYLVE01
023700     05  STM-EMP             PIC 9(06).                           PAYLVE01
023800     05  FILLER              PIC X(01) VALUE SPACE.               PAYLVE01
023900     05  STM-NAME            PIC X(15).                           PAYLVE01
024000     05  STM-OPENING         PIC ZZZZ9.99.                        PAYLVE01
024100     05  STM-EARNED          PIC ZZZ9.99.                         PAYLVE01
024200     05  STM-TAKEN           PIC ZZZ9.99.                         PAYLVE01
024300     05  STM-CLOSING         PIC ZZZ9.99.                         PAYLVE01
024400     05  STM-EARNED-YTD      PIC ZZZ9.99.                         PAYLVE01
024500     05  STM-TAKEN-YTD       PIC ZZZ9.99.                         PAYLVE01
024600     05  FILLER              PIC X(01) VALUE SPACE.               PAYLVE01
024700     05  STM-VALUE           PIC Z,ZZZ,ZZ9.99.                    PAYLVE01
024800     05  FILLER              PIC X(02) VALUE SPACES.              PAYLVE01
024900 01  RPT-HDR-LINE.                                                PAYLVE01
025000     05  FILLER              PIC X(35) VALUE                      PAYLVE01
025100         'ACCRUED LEAVE LIABILITY   PERIOD '.                     PAYLVE01
025200     05  RPT-HDR-PERIOD      PIC 9(08).                           PAYLVE01
025300     05  FILLER              PIC X(37) VALUE SPACES.              PAYLVE01
025400 01  RPT-SECT-LINE.                                               PAYLVE01
025500     05  SECT-TEXT           PIC X(60).                           PAYLVE01
025600     05  FILLER              PIC X(20) VALUE SPACES.              PAYLVE01
025700 01  RPT-EXC-LINE.                                                PAYLVE01
025800     05  EXC-EMP             PIC 9(06).                           PAYLVE01
025900     05  FILLER              PIC X(01) VALUE SPACE.               PAYLVE01
026000     05  EXC-TEXT            PIC X(30).                           PAYLVE01
026100     05  FILLER              PIC X(01) VALUE SPACE.               PAYLVE01
026200     05  EXC-DATA            PIC X(42).                           PAYLVE01
026300 01  RPT-LIA-COL.                                                 PAYLVE01
026400     05  FILLER              PIC X(40) VALUE                      PAYLVE01
026500         'REGN EMPLOYEES     BALANCE DAYS         '.              PAYLVE01
026600     05  FILLER              PIC X(40) VALUE                      PAYLVE01
026700         '  LIABILITY                             '.              PAYLVE01
026800 01  RPT-LIA-LINE.                                                PAYLVE01
026900     05  LIA-REGION          PIC X(05).                           PAYLVE01
027000     05  LIA-EMPS            PIC Z,ZZZ,ZZ9.                       PAYLVE01
027100     05  FILLER              PIC X(03) VALUE SPACES.              PAYLVE01
027200     05  LIA-DAYS            PIC ZZZ,ZZZ,ZZ9.99.                  PAYLVE01
027300     05  FILLER              PIC X(03) VALUE SPACES.              PAYLVE01
027400     05  LIA-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               PAYLVE01
027500     05  FILLER              PIC X(29) VALUE SPACES.              PAYLVE01
027600 01  RPT-CNT-LINE.                                                PAYLVE01
027700     05  CNT-LABEL           PIC X(34).                           PAYLVE01
027800     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYLVE01
027900     05  FILLER              PIC X(37) VALUE SPACES.              PAYLVE01
028000 COPY SY0099.                                                     PAYLVE01
028100 COPY SY0095.                                                     PAYLVE01
028150 COPY SY0081.                                                     PAYLVE01
028200 PROCEDURE DIVISION.                                              PAYLVE01
028300***************************************************************** PAYLVE01
028400* 0000-MAINLINE                                                   PAYLVE01
028500***************************************************************** PAYLVE01
028600 0000-MAINLINE.                                                   PAYLVE01
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYLVE01
028800     IF PAY-STOP-SWITCH = 'Y'                                     PAYLVE01
028900        GO TO 8100-JOURNAL-STOP                                   PAYLVE01
029000     END-IF.                                                      PAYLVE01
029100     PERFORM 2000-ACCRUE THRU 2000-EXIT                           PAYLVE01
029200         UNTIL PAY-EOF.                                           PAYLVE01
029300     PERFORM 3000-APPLY-LEAVE THRU 3000-EXIT                      PAYLVE01
029400         UNTIL PAY-TRN-EOF.                                       PAYLVE01
029500     PERFORM 4000-STATEMENTS THRU 4000-EXIT.                      PAYLVE01
029600     PERFORM 5000-LIABILITY THRU 5000-EXIT.                       PAYLVE01
029700     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYLVE01
029800     GO TO 9999-EXIT.                                             PAYLVE01
029900***************************************************************** PAYLVE01
030000* 1000-INITIALIZE - PERIOD, PARAMETERS, RATE TABLE, FILES         PAYLVE01
030100***************************************************************** PAYLVE01
030200 1000-INITIALIZE.                                                 PAYLVE01
030300     MOVE 'PAYLVE01' TO X95-PROGRAMME.                            PAYLVE01
030400     MOVE 'D' TO X95-PHASE.                                       PAYLVE01
030500     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYLVE01
030600                  X95-CPT-REJET.                                  PAYLVE01
030700     MOVE SPACES TO X95-ETAT.                                     PAYLVE01
030800     CALL 'SY0095' USING SY0095-PARMS.                            PAYLVE01
030900     MOVE 'C' TO X99-FONCTION.                                    PAYLVE01
031000     CALL 'SY0099' USING SY0099-PARMS.                            PAYLVE01
031100     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYLVE01
031200     OPEN INPUT PER-FILE.                                         PAYLVE01
031300     IF PAY-PER-STATUS = '00'                                     PAYLVE01
031400        READ PER-FILE                                             PAYLVE01
031500            AT END MOVE SPACES TO PER-REC                         PAYLVE01
031600        END-READ                                                  PAYLVE01
031700        CLOSE PER-FILE                                            PAYLVE01
031800        IF PER-DATE NUMERIC AND PER-DATE NOT = ZERO               PAYLVE01
031900           MOVE PER-DATE TO PAY-PERIOD-DATE                       PAYLVE01
032000        END-IF                                                    PAYLVE01
032100     END-IF.                                                      PAYLVE01
032200     IF PAY-PERIOD-DATE = ZERO                                    PAYLVE01
032300        PERFORM 1200-READ-CALENDAR THRU 1200-EXIT                 PAYLVE01
032400     END-IF.                                                      PAYLVE01
032500     IF PAY-PERIOD-DATE = ZERO                                    PAYLVE01
032600        DISPLAY 'NO PAY PERIOD ON PERPRM OR PAYCAL - STOPPED'     PAYLVE01
032700        MOVE 8 TO RETURN-CODE                                     PAYLVE01
032800        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYLVE01
032833        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYLVE01
032866        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYLVE01
032900        GO TO 1000-EXIT                                           PAYLVE01
033000     END-IF.                                                      PAYLVE01
033100     OPEN INPUT PARM-FILE.                                        PAYLVE01
033200     IF PAY-PARM-STATUS = '00'                                    PAYLVE01
033300        READ PARM-FILE                                            PAYLVE01
033400            AT END MOVE SPACES TO PARM-REC                        PAYLVE01
033500        END-READ                                                  PAYLVE01
033600        IF PARM-PERIODS NUMERIC                                   PAYLVE01
033700           AND PARM-PERIODS NOT = ZERO                            PAYLVE01
033800           MOVE PARM-PERIODS TO PAY-PERIODS                       PAYLVE01
033900        END-IF                                                    PAYLVE01
034000        IF PARM-WORK-DAYS NUMERIC                                 PAYLVE01
034100           AND PARM-WORK-DAYS NOT = ZERO                          PAYLVE01
034200           MOVE PARM-WORK-DAYS TO PAY-WORK-DAYS                   PAYLVE01
034300        END-IF                                                    PAYLVE01
034400        CLOSE PARM-FILE                                           PAYLVE01
034500     END-IF.                                                      PAYLVE01
034600     OPEN INPUT RATE-FILE.                                        PAYLVE01
034700     IF PAY-RATE-STATUS NOT = '00'                                PAYLVE01
034800        DISPLAY 'LEAVE RATE TABLE UNAVAILABLE - STATUS '          PAYLVE01
034900                PAY-RATE-STATUS                                   PAYLVE01
035000        MOVE 8 TO RETURN-CODE                                     PAYLVE01
035100        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYLVE01
035125        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYLVE01
035150        MOVE 'LVERATE' TO PAY-ERR-FILE                            PAYLVE01
035175        MOVE PAY-RATE-STATUS TO PAY-ERR-STATUS                    PAYLVE01
035200        GO TO 1000-EXIT                                           PAYLVE01
035300     END-IF.                                                      PAYLVE01
035400     PERFORM 1100-LOAD-RATE THRU 1100-EXIT                        PAYLVE01
035500         UNTIL PAY-RATE-EOF.                                      PAYLVE01
035600     CLOSE RATE-FILE.                                             PAYLVE01
035700     IF PAY-RATE-COUNT = ZERO                                     PAYLVE01
035800        DISPLAY 'NO VALID LEAVE RATES ON LVERATE - STOPPED'       PAYLVE01
035900        MOVE 8 TO RETURN-CODE                                     PAYLVE01
036000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYLVE01
036033        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYLVE01
036066        MOVE 'LVERATE' TO PAY-ERR-FILE                            PAYLVE01
036100        GO TO 1000-EXIT                                           PAYLVE01
036200     END-IF.                                                      PAYLVE01
036300     OPEN I-O LVE-FILE.                                           PAYLVE01
036400     IF PAY-LVE-STATUS = '35'                                     PAYLVE01
036500        OPEN OUTPUT LVE-FILE                                      PAYLVE01
036600        CLOSE LVE-FILE                                            PAYLVE01
036700        OPEN I-O LVE-FILE                                         PAYLVE01
036800     END-IF.                                                      PAYLVE01
036900     IF PAY-LVE-STATUS NOT = '00'                                 PAYLVE01
037000        AND PAY-LVE-STATUS NOT = '97'                             PAYLVE01
037100        DISPLAY 'LEAVE MASTER UNAVAILABLE - STATUS '              PAYLVE01
037200                PAY-LVE-STATUS                                    PAYLVE01
037300        MOVE 8 TO RETURN-CODE                                     PAYLVE01
037400        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYLVE01
037425        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYLVE01
037450        MOVE 'LVEMST' TO PAY-ERR-FILE                             PAYLVE01
037475        MOVE PAY-LVE-STATUS TO PAY-ERR-STATUS                     PAYLVE01
037500        GO TO 1000-EXIT                                           PAYLVE01
037600     END-IF.                                                      PAYLVE01
037700     MOVE 'Y' TO PAY-LVE-OPEN.                                    PAYLVE01
037800     OPEN INPUT PAYOUT-FILE.                                      PAYLVE01
037900     OPEN INPUT TRN-FILE.                                         PAYLVE01
038000     IF PAY-TRN-STATUS NOT = '00'                                 PAYLVE01
038100        DISPLAY 'NO LEAVE TRANSACTIONS THIS RUN'                  PAYLVE01
038200        SET PAY-TRN-EOF TO TRUE                                   PAYLVE01
038300     END-IF.                                                      PAYLVE01
038400     OPEN OUTPUT STM-FILE.                                        PAYLVE01
038500     OPEN OUTPUT RPT-FILE.                                        PAYLVE01
038600     MOVE PAY-PERIOD-DATE TO RPT-HDR-PERIOD STM-HDR-PERIOD.       PAYLVE01
038700     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYLVE01
038800     MOVE SPACES TO RPT-REC.                                      PAYLVE01
038900     WRITE RPT-REC.                                               PAYLVE01
039000     MOVE 'ACCRUAL AND LEAVE TRANSACTION EXCEPTIONS' TO SECT-TEXT.PAYLVE01
039100     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYLVE01
039200 1000-EXIT.                                                       PAYLVE01
039300     EXIT.                                                        PAYLVE01
039400 1100-LOAD-RATE.                                                  PAYLVE01
039500     READ RATE-FILE                                               PAYLVE01
039600         AT END                                                   PAYLVE01
039700            SET PAY-RATE-EOF TO TRUE                              PAYLVE01
039800            GO TO 1100-EXIT                                       PAYLVE01
039900     END-READ.                                                    PAYLVE01
040000     IF RATE-YEARS-LOW NOT NUMERIC OR RATE-YEARS-HIGH NOT NUMERIC PAYLVE01
040100        OR RATE-DAYS NOT NUMERIC OR RATE-MAX NOT NUMERIC          PAYLVE01
040200        OR RATE-YEARS-LOW > RATE-YEARS-HIGH                       PAYLVE01
040300        DISPLAY 'LEAVE RATE LINE REJECTED: ' RATE-REC             PAYLVE01
040400        ADD 1 TO PAY-RATE-REJ-COUNT                               PAYLVE01
040500        GO TO 1100-EXIT                                           PAYLVE01
040600     END-IF.                                                      PAYLVE01
040700     IF PAY-RATE-COUNT NOT < 100                                  PAYLVE01
040800        DISPLAY 'LEAVE RATE TABLE FULL - LINE DROPPED: ' RATE-REC PAYLVE01
040900        ADD 1 TO PAY-RATE-REJ-COUNT                               PAYLVE01
041000        GO TO 1100-EXIT                                           PAYLVE01
041100     END-IF.                                                      PAYLVE01
041200     ADD 1 TO PAY-RATE-COUNT.                                     PAYLVE01
041300     MOVE RATE-TYPE TO PAY-RT-TYPE (PAY-RATE-COUNT).              PAYLVE01
041400     MOVE RATE-YEARS-LOW TO PAY-RT-LOW (PAY-RATE-COUNT).          PAYLVE01
041500     MOVE RATE-YEARS-HIGH TO PAY-RT-HIGH (PAY-RATE-COUNT).        PAYLVE01
041600     MOVE RATE-DAYS TO PAY-RT-DAYS (PAY-RATE-COUNT).              PAYLVE01
041700     MOVE RATE-MAX TO PAY-RT-MAX (PAY-RATE-COUNT).                PAYLVE01
041800 1100-EXIT.                                                       PAYLVE01
041900     EXIT.                                                        PAYLVE01
042000 1200-READ-CALENDAR.                                              PAYLVE01
042100     OPEN INPUT CAL-FILE.                                         PAYLVE01
042200     IF PAY-CAL-STATUS NOT = '00'                                 PAYLVE01
042300        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYLVE01
042400                PAY-CAL-STATUS                                    PAYLVE01
042500        GO TO 1200-EXIT                                           PAYLVE01
042600     END-IF.                                                      PAYLVE01
042700     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT                    PAYLVE01
042800         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYLVE01
042900     CLOSE CAL-FILE.                                              PAYLVE01
043000 1200-EXIT.                                                       PAYLVE01
043100     EXIT.                                                        PAYLVE01
043200 1210-SCAN-CALENDAR.                                              PAYLVE01
043300     READ CAL-FILE                                                PAYLVE01
043400         AT END                                                   PAYLVE01
043500            SET PAY-CAL-EOF TO TRUE                               PAYLVE01
043600            GO TO 1210-EXIT                                       PAYLVE01
043700     END-READ.                                                    PAYLVE01
043800     IF CAL-CUTOFF < PAY-TODAY-8                                  PAYLVE01
043900        GO TO 1210-EXIT                                           PAYLVE01
044000     END-IF.                                                      PAYLVE01
044100     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYLVE01
044200     MOVE CAL-END TO PAY-PERIOD-DATE.                             PAYLVE01
044300 1210-EXIT.                                                       PAYLVE01
044400     EXIT.                                                        PAYLVE01
044500***************************************************************** PAYLVE01
044600* 2000-ACCRUE - EARN THE PERIOD'S ENTITLEMENT FOR EACH EMPLOYEE   PAYLVE01
044700***************************************************************** PAYLVE01
044800 2000-ACCRUE.                                                     PAYLVE01
044900     READ PAYOUT-FILE                                             PAYLVE01
045000         AT END                                                   PAYLVE01
045100            SET PAY-EOF TO TRUE                                   PAYLVE01
045200            GO TO 2000-EXIT                                       PAYLVE01
045300     END-READ.                                                    PAYLVE01
045400     ADD 1 TO PAY-READ-COUNT.                                     PAYLVE01
045500     MOVE PI-EMP-NBR TO LVE-EMP-NBR.                              PAYLVE01
045600     MOVE 'Y' TO PAY-FOUND-SWITCH.                                PAYLVE01
045700     READ LVE-FILE                                                PAYLVE01
045800         INVALID KEY MOVE 'N' TO PAY-FOUND-SWITCH                 PAYLVE01
045900     END-READ.                                                    PAYLVE01
046000     IF PAY-FOUND-SWITCH = 'N'                                    PAYLVE01
046100        MOVE SPACES TO LVE-REC                                    PAYLVE01
046200        MOVE PI-EMP-NBR TO LVE-EMP-NBR                            PAYLVE01
046300        MOVE ZERO TO LVE-BALANCE LVE-EARNED-YTD LVE-TAKEN-YTD     PAYLVE01
046400                     LVE-PERIOD LVE-PER-EARNED LVE-PER-TAKEN      PAYLVE01
046500                     LVE-DAILY-RATE LVE-LAST-ACCRUAL              PAYLVE01
046600     END-IF.                                                      PAYLVE01
046700     PERFORM 2500-OPEN-PERIOD THRU 2500-EXIT.                     PAYLVE01
046800     MOVE PI-NAME TO LVE-NAME.                                    PAYLVE01
046900     MOVE PI-REGION TO LVE-REGION.                                PAYLVE01
047000     MOVE PI-TYPE TO LVE-TYPE.                                    PAYLVE01
047100     MOVE PI-YEARS TO LVE-YEARS.                                  PAYLVE01
047200     IF PI-WAGES NOT = ZERO                                       PAYLVE01
047300        COMPUTE LVE-DAILY-RATE ROUNDED                            PAYLVE01
047400              = PI-WAGES * PAY-PERIODS / PAY-WORK-DAYS            PAYLVE01
047500     END-IF.                                                      PAYLVE01
047600     IF LVE-LAST-ACCRUAL = PAY-PERIOD-DATE                        PAYLVE01
047700        ADD 1 TO PAY-DONE-COUNT                                   PAYLVE01
047800        GO TO 2000-WRITE                                          PAYLVE01
047900     END-IF.                                                      PAYLVE01
048000     IF PI-WAGES = ZERO                                           PAYLVE01
048100        ADD 1 TO PAY-NOPAY-COUNT                                  PAYLVE01
048200        GO TO 2000-WRITE                                          PAYLVE01
048300     END-IF.                                                      PAYLVE01
048400     MOVE ZERO TO PAY-RATE-SLOT PAY-BEST-SCORE.                   PAYLVE01
048500     PERFORM 2100-MATCH-RATE THRU 2100-EXIT                       PAYLVE01
048600         VARYING PAY-RATE-IX FROM 1 BY 1                          PAYLVE01
048700         UNTIL PAY-RATE-IX > PAY-RATE-COUNT.                      PAYLVE01
048800     IF PAY-RATE-SLOT = ZERO                                      PAYLVE01
048900        ADD 1 TO PAY-NORATE-COUNT                                 PAYLVE01
049000        MOVE PI-EMP-NBR TO PAY-EXC-EMP                            PAYLVE01
049100        MOVE 'NO LEAVE RATE - NOT ACCRUED' TO PAY-EXC-TEXT        PAYLVE01
049200        MOVE SPACES TO EXC-DATA                                   PAYLVE01
049300        STRING 'TYPE ' PI-TYPE ' YEARS ' PI-YEARS                 PAYLVE01
049400               DELIMITED BY SIZE INTO EXC-DATA                    PAYLVE01
049500        PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT               PAYLVE01
049600        GO TO 2000-WRITE                                          PAYLVE01
049700     END-IF.                                                      PAYLVE01
049800     MOVE PAY-RT-DAYS (PAY-RATE-SLOT) TO PAY-EARN-DAYS.           PAYLVE01
049900     COMPUTE PAY-NEW-BALANCE = LVE-BALANCE + PAY-EARN-DAYS.       PAYLVE01
050000     IF PAY-RT-MAX (PAY-RATE-SLOT) NOT = ZERO                     PAYLVE01
050100        AND PAY-NEW-BALANCE > PAY-RT-MAX (PAY-RATE-SLOT)          PAYLVE01
050200        ADD 1 TO PAY-CAPPED-COUNT                                 PAYLVE01
050300        IF LVE-BALANCE < PAY-RT-MAX (PAY-RATE-SLOT)               PAYLVE01
050400           COMPUTE PAY-EARN-DAYS = PAY-RT-MAX (PAY-RATE-SLOT)     PAYLVE01
050500                                 - LVE-BALANCE                    PAYLVE01
050600        ELSE                                                      PAYLVE01
050700           MOVE ZERO TO PAY-EARN-DAYS                             PAYLVE01
050800        END-IF                                                    PAYLVE01
050900     END-IF.                                                      PAYLVE01
051000     ADD PAY-EARN-DAYS TO LVE-BALANCE LVE-PER-EARNED              PAYLVE01
051100                          LVE-EARNED-YTD.                         PAYLVE01
051200     MOVE PAY-PERIOD-DATE TO LVE-LAST-ACCRUAL.                    PAYLVE01
051300     ADD 1 TO PAY-ACCRUED-COUNT.                                  PAYLVE01
051400 2000-WRITE.                                                      PAYLVE01
051500     IF PAY-FOUND-SWITCH = 'Y'                                    PAYLVE01
051600        REWRITE LVE-REC                                           PAYLVE01
051700            INVALID KEY                                           PAYLVE01
051800               DISPLAY 'LVEMST REWRITE FAILED: ' LVE-EMP-NBR      PAYLVE01
051900               MOVE 8 TO RETURN-CODE                              PAYLVE01
052000        END-REWRITE                                               PAYLVE01
052100     ELSE                                                         PAYLVE01
052200        WRITE LVE-REC                                             PAYLVE01
052300            INVALID KEY                                           PAYLVE01
052400               DISPLAY 'LVEMST WRITE FAILED: ' LVE-EMP-NBR        PAYLVE01
052500               MOVE 8 TO RETURN-CODE                              PAYLVE01
052600        END-WRITE                                                 PAYLVE01
052700        ADD 1 TO PAY-NEW-COUNT                                    PAYLVE01
052800     END-IF.                                                      PAYLVE01
052900 2000-EXIT.                                                       PAYLVE01
053000     EXIT.                                                        PAYLVE01
053100 2100-MATCH-RATE.                                                 PAYLVE01
053200     IF PI-YEARS < PAY-RT-LOW (PAY-RATE-IX)                       PAYLVE01
053300        OR PI-YEARS > PAY-RT-HIGH (PAY-RATE-IX)                   PAYLVE01
053400        GO TO 2100-EXIT                                           PAYLVE01
053500     END-IF.                                                      PAYLVE01
053600     IF PAY-RT-TYPE (PAY-RATE-IX) = PI-TYPE                       PAYLVE01
053700        MOVE 2 TO PAY-RATE-SCORE                                  PAYLVE01
053800     ELSE                                                         PAYLVE01
053900        IF PAY-RT-TYPE (PAY-RATE-IX) = SPACE                      PAYLVE01
054000           MOVE 1 TO PAY-RATE-SCORE                               PAYLVE01
054100        ELSE                                                      PAYLVE01
054200           GO TO 2100-EXIT                                        PAYLVE01
054300        END-IF                                                    PAYLVE01
054400     END-IF.                                                      PAYLVE01
054500     IF PAY-RATE-SCORE > PAY-BEST-SCORE                           PAYLVE01
054600        MOVE PAY-RATE-SCORE TO PAY-BEST-SCORE                     PAYLVE01
054700        MOVE PAY-RATE-IX TO PAY-RATE-SLOT                         PAYLVE01
054800     END-IF.                                                      PAYLVE01
054900 2100-EXIT.                                                       PAYLVE01
055000     EXIT.                                                        PAYLVE01
055100***************************************************************** PAYLVE01
055200* 2500-OPEN-PERIOD - START THE PERIOD (AND YEAR) MOVEMENTS        PAYLVE01
055300***************************************************************** PAYLVE01
055400 2500-OPEN-PERIOD.                                                PAYLVE01
055500     IF LVE-PERIOD = PAY-PERIOD-DATE                              PAYLVE01
055600        GO TO 2500-EXIT                                           PAYLVE01
055700     END-IF.                                                      PAYLVE01
055800     IF LVE-PERIOD (1:4) NOT = PAY-PERIOD-DATE (1:4)              PAYLVE01
055900        MOVE ZERO TO LVE-EARNED-YTD LVE-TAKEN-YTD                 PAYLVE01
056000     END-IF.                                                      PAYLVE01
056100     MOVE ZERO TO LVE-PER-EARNED LVE-PER-TAKEN.                   PAYLVE01
056200     MOVE PAY-PERIOD-DATE TO LVE-PERIOD.                          PAYLVE01
056300 2500-EXIT.                                                       PAYLVE01
056400     EXIT.                                                        PAYLVE01
056500 2900-WRITE-EXCEPTION.                                            PAYLVE01
056600     MOVE PAY-EXC-EMP TO EXC-EMP.                                 PAYLVE01
056700     MOVE PAY-EXC-TEXT TO EXC-TEXT.                               PAYLVE01
056800     WRITE RPT-REC FROM RPT-EXC-LINE.                             PAYLVE01
056900 2900-EXIT.                                                       PAYLVE01
057000     EXIT.                                                        PAYLVE01
057100***************************************************************** PAYLVE01
057200* 3000-APPLY-LEAVE - LEAVE TAKEN AND CREDIT ADJUSTMENTS           PAYLVE01
057300***************************************************************** PAYLVE01
057400 3000-APPLY-LEAVE.                                                PAYLVE01
057500     READ TRN-FILE                                                PAYLVE01
057600         AT END                                                   PAYLVE01
057700            SET PAY-TRN-EOF TO TRUE                               PAYLVE01
057800            GO TO 3000-EXIT                                       PAYLVE01
057900     END-READ.                                                    PAYLVE01
058000     ADD 1 TO PAY-TRN-COUNT.                                      PAYLVE01
058100     MOVE TRN-EMP-NBR TO PAY-EXC-EMP.                             PAYLVE01
058200     MOVE SPACES TO EXC-DATA.                                     PAYLVE01
058300     STRING TRN-ACTION ' ' TRN-DATE ' ' TRN-OPERATOR ' '          PAYLVE01
058400            TRN-REASON DELIMITED BY SIZE INTO EXC-DATA.           PAYLVE01
058500     IF TRN-ACTION NOT = 'T' AND TRN-ACTION NOT = 'C'             PAYLVE01
058600        MOVE 'INVALID ACTION' TO PAY-EXC-TEXT                     PAYLVE01
058700        GO TO 3000-REJECT                                         PAYLVE01
058800     END-IF.                                                      PAYLVE01
058900     IF TRN-EMP-NBR NOT NUMERIC                                   PAYLVE01
059000        MOVE 'INVALID EMPLOYEE NUMBER' TO PAY-EXC-TEXT            PAYLVE01
059100        GO TO 3000-REJECT                                         PAYLVE01
059200     END-IF.                                                      PAYLVE01
059300     IF TRN-DAYS NOT NUMERIC OR TRN-DAYS = ZERO                   PAYLVE01
059400        MOVE 'INVALID NUMBER OF DAYS' TO PAY-EXC-TEXT             PAYLVE01
059500        GO TO 3000-REJECT                                         PAYLVE01
059600     END-IF.                                                      PAYLVE01
059700     MOVE TRN-EMP-NBR TO LVE-EMP-NBR.                             PAYLVE01
059800     MOVE 'Y' TO PAY-FOUND-SWITCH.                                PAYLVE01
059900     READ LVE-FILE                                                PAYLVE01
060000         INVALID KEY MOVE 'N' TO PAY-FOUND-SWITCH                 PAYLVE01
060100     END-READ.                                                    PAYLVE01
060200     IF PAY-FOUND-SWITCH = 'N'                                    PAYLVE01
060300        MOVE 'NO LEAVE BALANCE ON FILE' TO PAY-EXC-TEXT           PAYLVE01
060400        GO TO 3000-REJECT                                         PAYLVE01
060500     END-IF.                                                      PAYLVE01
060600     IF TRN-ACTION = 'T' AND TRN-DAYS > LVE-BALANCE               PAYLVE01
060700        MOVE 'DAYS TAKEN EXCEED BALANCE' TO PAY-EXC-TEXT          PAYLVE01
060800        GO TO 3000-REJECT                                         PAYLVE01
060900     END-IF.                                                      PAYLVE01
061000     IF TRN-ACTION = 'C'                                          PAYLVE01
061100        AND LVE-BALANCE + TRN-DAYS > 999.99                       PAYLVE01
061200        MOVE 'CREDIT OVERFLOWS BALANCE' TO PAY-EXC-TEXT           PAYLVE01
061300        GO TO 3000-REJECT                                         PAYLVE01
061400     END-IF.                                                      PAYLVE01
061500     PERFORM 2500-OPEN-PERIOD THRU 2500-EXIT.                     PAYLVE01
061600     IF TRN-ACTION = 'T'                                          PAYLVE01
061700        SUBTRACT TRN-DAYS FROM LVE-BALANCE                        PAYLVE01
061800        ADD TRN-DAYS TO LVE-PER-TAKEN LVE-TAKEN-YTD               PAYLVE01
061900     ELSE                                                         PAYLVE01
062000        ADD TRN-DAYS TO LVE-BALANCE LVE-PER-EARNED                PAYLVE01
062100                        LVE-EARNED-YTD                            PAYLVE01
062200     END-IF.                                                      PAYLVE01
062300     REWRITE LVE-REC                                              PAYLVE01
062400         INVALID KEY                                              PAYLVE01
062500            DISPLAY 'LVEMST REWRITE FAILED: ' LVE-EMP-NBR         PAYLVE01
062600            MOVE 8 TO RETURN-CODE                                 PAYLVE01
062700            GO TO 3000-EXIT                                       PAYLVE01
062800     END-REWRITE.                                                 PAYLVE01
062900     ADD 1 TO PAY-TRN-OK-COUNT.                                   PAYLVE01
063000     GO TO 3000-EXIT.                                             PAYLVE01
063100 3000-REJECT.                                                     PAYLVE01
063200     ADD 1 TO PAY-TRN-REJ-COUNT.                                  PAYLVE01
063300     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.                 PAYLVE01
063400 3000-EXIT.                                                       PAYLVE01
063500     EXIT.                                                        PAYLVE01
063600***************************************************************** PAYLVE01
063700* 4000-STATEMENTS - ONE BALANCE LINE PER EMPLOYEE, REGION TOTALS  PAYLVE01
063800***************************************************************** PAYLVE01
063900 4000-STATEMENTS.                                                 PAYLVE01
064000     WRITE STM-REC FROM STM-HDR-LINE.                             PAYLVE01
064100     MOVE SPACES TO STM-REC.                                      PAYLVE01
064200     WRITE STM-REC.                                               PAYLVE01
064300     WRITE STM-REC FROM STM-COL-LINE.                             PAYLVE01
064400     MOVE ZERO TO LVE-EMP-NBR.                                    PAYLVE01
064500     START LVE-FILE KEY NOT < LVE-EMP-NBR                         PAYLVE01
064600         INVALID KEY SET PAY-LVE-EOF TO TRUE                      PAYLVE01
064700     END-START.                                                   PAYLVE01
064800     PERFORM 4100-STATEMENT-ONE THRU 4100-EXIT                    PAYLVE01
064900         UNTIL PAY-LVE-EOF.                                       PAYLVE01
065000 4000-EXIT.                                                       PAYLVE01
065100     EXIT.                                                        PAYLVE01
065200 4100-STATEMENT-ONE.                                              PAYLVE01
065300     READ LVE-FILE NEXT RECORD                                    PAYLVE01
065400         AT END                                                   PAYLVE01
065500            SET PAY-LVE-EOF TO TRUE                               PAYLVE01
065600            GO TO 4100-EXIT                                       PAYLVE01
065700     END-READ.                                                    PAYLVE01
065800     IF LVE-PERIOD NOT = PAY-PERIOD-DATE                          PAYLVE01
065900        MOVE ZERO TO LVE-PER-EARNED LVE-PER-TAKEN                 PAYLVE01
066000     END-IF.                                                      PAYLVE01
066100     COMPUTE PAY-OPENING = LVE-BALANCE - LVE-PER-EARNED           PAYLVE01
066200                         + LVE-PER-TAKEN.                         PAYLVE01
066300     COMPUTE PAY-VALUE ROUNDED = LVE-BALANCE * LVE-DAILY-RATE.    PAYLVE01
066400     MOVE LVE-EMP-NBR TO STM-EMP.                                 PAYLVE01
066500     MOVE LVE-NAME TO STM-NAME.                                   PAYLVE01
066600     MOVE PAY-OPENING TO STM-OPENING.                             PAYLVE01
066700     MOVE LVE-PER-EARNED TO STM-EARNED.                           PAYLVE01
066800     MOVE LVE-PER-TAKEN TO STM-TAKEN.                             PAYLVE01
066900     MOVE LVE-BALANCE TO STM-CLOSING.                             PAYLVE01
067000     MOVE LVE-EARNED-YTD TO STM-EARNED-YTD.                       PAYLVE01
067100     MOVE LVE-TAKEN-YTD TO STM-TAKEN-YTD.                         PAYLVE01
067200     MOVE PAY-VALUE TO STM-VALUE.                                 PAYLVE01
067300     WRITE STM-REC FROM STM-DTL-LINE.                             PAYLVE01
067400     ADD 1 TO PAY-STM-COUNT.                                      PAYLVE01
067500     PERFORM 4200-FIND-REGION THRU 4200-EXIT.                     PAYLVE01
067600     IF PAY-REG-SLOT NOT = ZERO                                   PAYLVE01
067700        ADD 1 TO PAY-REG-EMPS (PAY-REG-SLOT)                      PAYLVE01
067800        ADD LVE-BALANCE TO PAY-REG-DAYS (PAY-REG-SLOT)            PAYLVE01
067900        ADD PAY-VALUE TO PAY-REG-VALUE (PAY-REG-SLOT)             PAYLVE01
068000     END-IF.                                                      PAYLVE01
068100     ADD 1 TO PAY-TOT-EMPS.                                       PAYLVE01
068200     ADD LVE-BALANCE TO PAY-TOT-DAYS.                             PAYLVE01
068300     ADD PAY-VALUE TO PAY-TOT-VALUE.                              PAYLVE01
068400 4100-EXIT.                                                       PAYLVE01
068500     EXIT.                                                        PAYLVE01
068600 4200-FIND-REGION.                                                PAYLVE01
068700     MOVE ZERO TO PAY-REG-SLOT.                                   PAYLVE01
068800     MOVE 'N' TO PAY-REG-FOUND.                                   PAYLVE01
068900     IF PAY-REG-NBR > ZERO                                        PAYLVE01
069000        PERFORM 4210-SCAN-REGION THRU 4210-EXIT                   PAYLVE01
069100            VARYING PAY-REG-IX FROM 1 BY 1                        PAYLVE01
069200            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYLVE01
069300               OR PAY-REG-FOUND = 'Y'                             PAYLVE01
069400     END-IF.                                                      PAYLVE01
069500     IF PAY-REG-FOUND = 'Y'                                       PAYLVE01
069600        COMPUTE PAY-REG-SLOT = PAY-REG-IX - 1                     PAYLVE01
069700        GO TO 4200-EXIT                                           PAYLVE01
069800     END-IF.                                                      PAYLVE01
069900     IF PAY-REG-NBR < 100                                         PAYLVE01
070000        ADD 1 TO PAY-REG-NBR                                      PAYLVE01
070100        MOVE PAY-REG-NBR TO PAY-REG-SLOT                          PAYLVE01
070200        MOVE LVE-REGION TO PAY-REG-CODE (PAY-REG-SLOT)            PAYLVE01
070300        MOVE ZERO TO PAY-REG-EMPS (PAY-REG-SLOT)                  PAYLVE01
070400                     PAY-REG-DAYS (PAY-REG-SLOT)                  PAYLVE01
070500                     PAY-REG-VALUE (PAY-REG-SLOT)                 PAYLVE01
070600     ELSE                                                         PAYLVE01
070700        DISPLAY 'REGION TABLE FULL - NOT TOTALLED: '              PAYLVE01
070800                LVE-REGION                                        PAYLVE01
070900     END-IF.                                                      PAYLVE01
071000 4200-EXIT.                                                       PAYLVE01
071100     EXIT.                                                        PAYLVE01
071200 4210-SCAN-REGION.                                                PAYLVE01
071300     IF PAY-REG-CODE (PAY-REG-IX) = LVE-REGION                    PAYLVE01
071400        MOVE 'Y' TO PAY-REG-FOUND                                 PAYLVE01
071500     END-IF.                                                      PAYLVE01
071600 4210-EXIT.                                                       PAYLVE01
071700     EXIT.                                                        PAYLVE01
071800***************************************************************** PAYLVE01
071900* 5000-LIABILITY - ACCRUED LEAVE LIABILITY BY REGION              PAYLVE01
072000***************************************************************** PAYLVE01
072100 5000-LIABILITY.                                                  PAYLVE01
072200     MOVE SPACES TO RPT-REC.                                      PAYLVE01
072300     WRITE RPT-REC.                                               PAYLVE01
072400     MOVE 'LEAVE LIABILITY BY REGION AT CURRENT DAILY RATE'       PAYLVE01
072500          TO SECT-TEXT.                                           PAYLVE01
072600     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYLVE01
072700     WRITE RPT-REC FROM RPT-LIA-COL.                              PAYLVE01
072800     PERFORM 5100-PRINT-REGION THRU 5100-EXIT                     PAYLVE01
072900         VARYING PAY-REG-IX FROM 1 BY 1                           PAYLVE01
073000         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYLVE01
073100     MOVE 'TOTAL' TO LIA-REGION.                                  PAYLVE01
073200     MOVE PAY-TOT-EMPS TO LIA-EMPS.                               PAYLVE01
073300     MOVE PAY-TOT-DAYS TO LIA-DAYS.                               PAYLVE01
073400     MOVE PAY-TOT-VALUE TO LIA-VALUE.                             PAYLVE01
073500     WRITE RPT-REC FROM RPT-LIA-LINE.                             PAYLVE01
073600     MOVE SPACES TO RPT-REC.                                      PAYLVE01
073700     WRITE RPT-REC.                                               PAYLVE01
073800     MOVE 'PAYOUT RECORDS READ' TO CNT-LABEL.                     PAYLVE01
073900     MOVE PAY-READ-COUNT TO CNT-VALUE.                            PAYLVE01
074000     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
074100     MOVE 'EMPLOYEES ACCRUED' TO CNT-LABEL.                       PAYLVE01
074200     MOVE PAY-ACCRUED-COUNT TO CNT-VALUE.                         PAYLVE01
074300     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
074400     MOVE 'NEW LEAVE BALANCES OPENED' TO CNT-LABEL.               PAYLVE01
074500     MOVE PAY-NEW-COUNT TO CNT-VALUE.                             PAYLVE01
074600     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
074700     MOVE 'ALREADY ACCRUED THIS PERIOD' TO CNT-LABEL.             PAYLVE01
074800     MOVE PAY-DONE-COUNT TO CNT-VALUE.                            PAYLVE01
074900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
075000     MOVE 'NO PAY - NOT ACCRUED' TO CNT-LABEL.                    PAYLVE01
075100     MOVE PAY-NOPAY-COUNT TO CNT-VALUE.                           PAYLVE01
075200     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
075300     MOVE 'AT MAXIMUM BALANCE' TO CNT-LABEL.                      PAYLVE01
075400     MOVE PAY-CAPPED-COUNT TO CNT-VALUE.                          PAYLVE01
075500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
075600     MOVE 'NO LEAVE RATE' TO CNT-LABEL.                           PAYLVE01
075700     MOVE PAY-NORATE-COUNT TO CNT-VALUE.                          PAYLVE01
075800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
075900     MOVE 'LEAVE TRANSACTIONS READ' TO CNT-LABEL.                 PAYLVE01
076000     MOVE PAY-TRN-COUNT TO CNT-VALUE.                             PAYLVE01
076100     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
076200     MOVE 'LEAVE TRANSACTIONS APPLIED' TO CNT-LABEL.              PAYLVE01
076300     MOVE PAY-TRN-OK-COUNT TO CNT-VALUE.                          PAYLVE01
076400     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
076500     MOVE 'LEAVE TRANSACTIONS REJECTED' TO CNT-LABEL.             PAYLVE01
076600     MOVE PAY-TRN-REJ-COUNT TO CNT-VALUE.                         PAYLVE01
076700     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
076800     MOVE 'LEAVE RATE LINES REJECTED' TO CNT-LABEL.               PAYLVE01
076900     MOVE PAY-RATE-REJ-COUNT TO CNT-VALUE.                        PAYLVE01
077000     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYLVE01
077100 5000-EXIT.                                                       PAYLVE01
077200     EXIT.                                                        PAYLVE01
077300 5100-PRINT-REGION.                                               PAYLVE01
077400     MOVE PAY-REG-CODE (PAY-REG-IX) TO LIA-REGION.                PAYLVE01
077500     MOVE PAY-REG-EMPS (PAY-REG-IX) TO LIA-EMPS.                  PAYLVE01
077600     MOVE PAY-REG-DAYS (PAY-REG-IX) TO LIA-DAYS.                  PAYLVE01
077700     MOVE PAY-REG-VALUE (PAY-REG-IX) TO LIA-VALUE.                PAYLVE01
077800     WRITE RPT-REC FROM RPT-LIA-LINE.                             PAYLVE01
077900 5100-EXIT.                                                       PAYLVE01
078000     EXIT.                                                        PAYLVE01
078100***************************************************************** PAYLVE01
078200* 8000-FINALIZE - COUNTS, RETURN CODE AND CLOSE UP                PAYLVE01
078300***************************************************************** PAYLVE01
078400 8000-FINALIZE.                                                   PAYLVE01
078500     IF PAY-LVE-OPEN = 'Y'                                        PAYLVE01
078600        CLOSE PAYOUT-FILE                                         PAYLVE01
078700        CLOSE LVE-FILE                                            PAYLVE01
078800        CLOSE STM-FILE                                            PAYLVE01
078900        CLOSE RPT-FILE                                            PAYLVE01
079000        IF PAY-TRN-STATUS = '00'                                  PAYLVE01
079100           CLOSE TRN-FILE                                         PAYLVE01
079200        END-IF                                                    PAYLVE01
079300     END-IF.                                                      PAYLVE01
079400     DISPLAY 'LEAVE PERIOD         = ' PAY-PERIOD-DATE.           PAYLVE01
079500     DISPLAY 'EMPLOYEES ACCRUED    = ' PAY-ACCRUED-COUNT.         PAYLVE01
079600     DISPLAY 'NO LEAVE RATE        = ' PAY-NORATE-COUNT.          PAYLVE01
079700     DISPLAY 'LEAVE TRANS APPLIED  = ' PAY-TRN-OK-COUNT.          PAYLVE01
079800     DISPLAY 'LEAVE TRANS REJECTED = ' PAY-TRN-REJ-COUNT.         PAYLVE01
079900     DISPLAY 'STATEMENTS PRINTED   = ' PAY-STM-COUNT.             PAYLVE01
080000     IF RETURN-CODE = ZERO                                        PAYLVE01
080100        AND (PAY-NORATE-COUNT NOT = ZERO                          PAYLVE01
080200             OR PAY-TRN-REJ-COUNT NOT = ZERO                      PAYLVE01
080300             OR PAY-RATE-REJ-COUNT NOT = ZERO)                    PAYLVE01
080400        MOVE 4 TO RETURN-CODE                                     PAYLVE01
080500     END-IF.                                                      PAYLVE01
080600     MOVE 'F' TO X95-PHASE.                                       PAYLVE01
080700     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYLVE01
080800     MOVE PAY-ACCRUED-COUNT TO X95-CPT-SORTIE.                    PAYLVE01
080900     COMPUTE X95-CPT-REJET = PAY-NORATE-COUNT + PAY-TRN-REJ-COUNT.PAYLVE01
081000     IF RETURN-CODE NOT > 4                                       PAYLVE01
081100        MOVE 'OK' TO X95-ETAT                                     PAYLVE01
081200     ELSE                                                         PAYLVE01
081300        MOVE 'KO' TO X95-ETAT                                     PAYLVE01
081400     END-IF.                                                      PAYLVE01
081500     CALL 'SY0095' USING SY0095-PARMS.                            PAYLVE01
081600 8000-EXIT.                                                       PAYLVE01
081700     EXIT.                                                        PAYLVE01
081706***************************************************************** PAYLVE01
081712* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYLVE01
081718***************************************************************** PAYLVE01
081724 8100-JOURNAL-STOP.                                               PAYLVE01
081730     MOVE 'PAYLVE01' TO X81-PROGRAMME.                            PAYLVE01
081736     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYLVE01
081742     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYLVE01
081748     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYLVE01
081754     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYLVE01
081760     MOVE SPACES TO X81-TEXTE.                                    PAYLVE01
081766     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYLVE01
081772                  X81-CPT-REJET.                                  PAYLVE01
081778     CALL 'SY0081' USING SY0081-PARMS.                            PAYLVE01
081784     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYLVE01
081800 9999-EXIT.                                                       PAYLVE01
081900     GOBACK.                                                      PAYLVE01

000100 IDENTIFICATION DIVISION.                                         PAYHCM01
000200 PROGRAM-ID.        PAYHCM01.                                     PAYHCM01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYHCM01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYHCM01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYHCM01
000600 DATE-COMPILED.                                                   PAYHCM01
000700***************************************************************** PAYHCM01
000800*                   MODIFICATION  LOG                             PAYHCM01
000900*                                                                 PAYHCM01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYHCM01
001100*  --------  ----------  -----------------------------------      PAYHCM01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYHCM01
001210*  26/10/15  MAINT       YTD REGION SEGMENTS ON YTDMST            PAYHCM01
001220*  26/10/15  MAINT       YTD OFF-CYCLE MARKER ON YTDMST           PAYHCM01
001260*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYHCM01
001270*  26/10/15  MAINT       PV EMPLOYEE NUMBER AT BYTES 58-63        PAYHCM01
001300***************************************************************** PAYHCM01
001400*                                                                 PAYHCM01
001500*  PERIOD HEADCOUNT MOVEMENT: COMPARES THIS PERIOD'S VALIDATED    PAYHCM01
001600*  PAYOUT EXTRACT WITH THE PREVIOUS PERIOD'S EXTRACT (PRVOUT)     PAYHCM01
001700*  AND THE YTDMST POSTING HISTORY, AND CLASSIFIES EVERY           PAYHCM01
001800*  EMPLOYEE AS                                                    PAYHCM01
001900*     CONTINUING - PAID LAST PERIOD AND THIS PERIOD               PAYHCM01
002000*     JOINER     - NOT PAID LAST PERIOD AND NO EARLIER POSTING    PAYHCM01
002100*                  ON YTDMST (OR LISTED ON NEWEMP)                PAYHCM01
002200*     RETURNER   - NOT PAID LAST PERIOD BUT POSTED ON YTDMST      PAYHCM01
002300*                  BY AN EARLIER RUN (YTD-LAST-RUN)               PAYHCM01
002400*     LEAVER     - PAID LAST PERIOD, ABSENT THIS PERIOD           PAYHCM01
002500*     TRANSFER   - CONTINUING BUT REGION OR TYPE HAS CHANGED      PAYHCM01
002600*  HCMRPT SHOWS, BY REGION AND EMPLOYEE TYPE, THE OPENING         PAYHCM01
002700*  COUNT, EACH MOVEMENT AND THE CLOSING COUNT WITH THE NAMES      PAYHCM01
002800*  BEHIND EVERY MOVEMENT, THEN THE RECONCILIATION                 PAYHCM01
002900*  OPENING + JOINERS + RETURNERS - LEAVERS = CLOSING.  RUN        PAYHCM01
003000*  AFTER PAYVAL01; AN EMPLOYEE POSTED BY PAYYTD01 EARLIER THE     PAYHCM01
003100*  SAME DAY IS NOT TAKEN AS EARLIER HISTORY.                      PAYHCM01
003200*                                                                 PAYHCM01
003300 ENVIRONMENT DIVISION.                                            PAYHCM01
003400 CONFIGURATION SECTION.                                           PAYHCM01
003500 SOURCE-COMPUTER.   IBM-370.                                      PAYHCM01
003600 OBJECT-COMPUTER.   IBM-370.                                      PAYHCM01
003700 INPUT-OUTPUT SECTION.                                            PAYHCM01
003800 FILE-CONTROL.                                                    PAYHCM01
003900     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYHCM01
004000            ORGANIZATION IS SEQUENTIAL.                           PAYHCM01
004100     SELECT PRV-FILE    ASSIGN TO PRVOUT                          PAYHCM01
004200            ORGANIZATION IS SEQUENTIAL                            PAYHCM01
004300            FILE STATUS IS PAY-PRV-STATUS.                        PAYHCM01
004400     SELECT YTD-FILE    ASSIGN TO YTDMST                          PAYHCM01
004500            ORGANIZATION IS INDEXED                               PAYHCM01
004600            ACCESS IS RANDOM                                      PAYHCM01
004700            RECORD KEY IS YTD-EMP-NBR                             PAYHCM01
004800            FILE STATUS IS PAY-YTD-STATUS.                        PAYHCM01
004900     SELECT NEWEMP-FILE ASSIGN TO NEWEMP                          PAYHCM01
005000            ORGANIZATION IS SEQUENTIAL                            PAYHCM01
005100            FILE STATUS IS PAY-NEW-STATUS.                        PAYHCM01
005200     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYHCM01
005300            ORGANIZATION IS SEQUENTIAL                            PAYHCM01
005400            FILE STATUS IS PAY-PER-STATUS.                        PAYHCM01
005500     SELECT RPT-FILE    ASSIGN TO HCMRPT                          PAYHCM01
005600            ORGANIZATION IS SEQUENTIAL.                           PAYHCM01
005700 DATA DIVISION.                                                   PAYHCM01
005800 FILE SECTION.                                                    PAYHCM01
005900 FD  PAYOUT-FILE                                                  PAYHCM01
006000     LABEL RECORDS STANDARD                                       PAYHCM01
006100     BLOCK 00000 RECORDS                                          PAYHCM01
006200     RECORDING F.                                                 PAYHCM01
006300 01  PI-DETAIL-REC.                                               PAYHCM01
006400     05  PI-NAME             PIC X(15).                           PAYHCM01
006500     05  PI-REGION           PIC X(05).                           PAYHCM01
006600     05  PI-TYPE             PIC X(01).                           PAYHCM01
006700     05  PI-YEARS            PIC 9(02).                           PAYHCM01
006800     05  PI-HIRE-DATE        PIC 9(06).                           PAYHCM01
006900     05  PI-WAGES            PIC 9(05)V99.                        PAYHCM01
007000     05  PI-OT               PIC 9(05)V99.                        PAYHCM01
007100     05  PI-COMM             PIC 9(05)V99.                        PAYHCM01
007200     05  PI-TOTAL            PIC 9(05)V99.                        PAYHCM01
007300     05  PI-EMP-NBR          PIC 9(06).                           PAYHCM01
007400 FD  PRV-FILE                                                     PAYHCM01
007500     LABEL RECORDS STANDARD                                       PAYHCM01
007600     BLOCK 00000 RECORDS                                          PAYHCM01
007700     RECORDING F.                                                 PAYHCM01
007800 01  PV-DETAIL-REC.                                               PAYHCM01
007900     05  PV-NAME             PIC X(15).                           PAYHCM01
008000     05  PV-REGION           PIC X(05).                           PAYHCM01
008100     05  PV-TYPE             PIC X(01).                           PAYHCM01
008200     05  FILLER              PIC X(36).                           PAYHCM01
008300     05  PV-EMP-NBR          PIC 9(06).                           PAYHCM01
008400 FD  YTD-FILE                                                     PAYHCM01
008500     LABEL RECORDS STANDARD.                                      PAYHCM01
008600 01  YTD-REC.                                                     PAYHCM01
008700     05  YTD-EMP-NBR         PIC 9(06).                           PAYHCM01
008800     05  YTD-NAME            PIC X(15).                           PAYHCM01
008900     05  YTD-REGION          PIC X(05).                           PAYHCM01
009000     05  YTD-WAGES           PIC 9(07)V99.                        PAYHCM01
009100     05  YTD-OT              PIC 9(07)V99.                        PAYHCM01
009200     05  YTD-COMM            PIC 9(07)V99.                        PAYHCM01
009300     05  YTD-LAST-RUN        PIC 9(06).                           PAYHCM01
009400     05  YTD-DEDUCTIONS.                                          PAYHCM01
009500         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYHCM01
009505     05  YTD-SEG-COUNT       PIC 9(01).                           PAYHCM01
009510     05  YTD-SEGMENTS.                                            PAYHCM01
009515         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYHCM01
009520             15  YTD-SEG-REGION  PIC X(05).                       PAYHCM01
009525             15  YTD-SEG-FROM    PIC 9(08).                       PAYHCM01
009530             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYHCM01
009535             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYHCM01
009540             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYHCM01
009545     05  YTD-RECENT-AREA.                                         PAYHCM01
009550         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYHCM01
009555             15  YTD-RC-PERIOD   PIC 9(08).                       PAYHCM01
009560             15  YTD-RC-REGION   PIC X(05).                       PAYHCM01
009565             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYHCM01
009570             15  YTD-RC-OT       PIC 9(05)V99.                    PAYHCM01
009575             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYHCM01
009576     05  YTD-OFF-CYCLE.                                           PAYHCM01
009577         10  YTD-OFF-BATCH   PIC X(08).                           PAYHCM01
009578         10  YTD-OFF-DATE    PIC 9(08).                           PAYHCM01
009579         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYHCM01
009600 FD  NEWEMP-FILE                                                  PAYHCM01
009700     LABEL RECORDS STANDARD                                       PAYHCM01
009800     BLOCK 00000 RECORDS                                          PAYHCM01
009900     RECORDING F.                                                 PAYHCM01
010000 01  NEW-REC.                                                     PAYHCM01
010100     05  NEW-EMP-NBR         PIC 9(06).                           PAYHCM01
010200 FD  PER-FILE                                                     PAYHCM01
010300     LABEL RECORDS STANDARD                                       PAYHCM01
010400     BLOCK 00000 RECORDS                                          PAYHCM01
010500     RECORDING F.                                                 PAYHCM01
010600 01  PER-REC.                                                     PAYHCM01
010700     05  PER-DATE            PIC 9(08).                           PAYHCM01
010800     05  PER-FORCE           PIC X(01).                           PAYHCM01
010900 FD  RPT-FILE                                                     PAYHCM01
011000     LABEL RECORDS STANDARD                                       PAYHCM01
011100     BLOCK 00000 RECORDS                                          PAYHCM01
011200     RECORDING F.                                                 PAYHCM01
011300 01  RPT-REC                 PIC X(80).                           PAYHCM01
011400 WORKING-STORAGE SECTION.                                         PAYHCM01
011500 77  PAY-PRV-STATUS           PIC X(02) VALUE ZERO.               PAYHCM01
011600 77  PAY-YTD-STATUS           PIC X(02) VALUE ZERO.               PAYHCM01
011700 77  PAY-NEW-STATUS           PIC X(02) VALUE ZERO.               PAYHCM01
011800 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYHCM01
011900 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYHCM01
012000     88  PAY-EOF                  VALUE 'Y'.                      PAYHCM01
012100 77  PAY-PRV-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYHCM01
012200     88  PAY-PRV-EOF              VALUE 'Y'.                      PAYHCM01
012300 77  PAY-NEW-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYHCM01
012400     88  PAY-NEW-EOF              VALUE 'Y'.                      PAYHCM01
012500 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYHCM01
012525 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYHCM01
012550 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYHCM01
012575 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYHCM01
012600 77  PAY-YTD-FOUND            PIC X(01) VALUE 'N'.                PAYHCM01
012700 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYHCM01
012800 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYHCM01
012900 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
013000 77  PAY-PRV-READ             PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
013100 77  PAY-DUP-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYHCM01
013200 77  PAY-FULL-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYHCM01
013300 77  PAY-PRV-COUNT            PIC 9(04) COMP VALUE ZERO.          PAYHCM01
013400 77  PAY-PRV-IX               PIC 9(04) COMP VALUE ZERO.          PAYHCM01
013500 77  PAY-PRV-SLOT             PIC 9(04) COMP VALUE ZERO.          PAYHCM01
013600 77  PAY-PRV-FOUND            PIC X(01) VALUE 'N'.                PAYHCM01
013700 77  PAY-NEW-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYHCM01
013800 77  PAY-NEW-IX               PIC 9(03) COMP VALUE ZERO.          PAYHCM01
013900 77  PAY-NEW-FOUND            PIC X(01) VALUE 'N'.                PAYHCM01
014000 77  PAY-MOV-COUNT            PIC 9(04) COMP VALUE ZERO.          PAYHCM01
014100 77  PAY-MOV-IX               PIC 9(04) COMP VALUE ZERO.          PAYHCM01
014200 77  PAY-MOV-FOUND            PIC X(01) VALUE 'N'.                PAYHCM01
014300 77  PAY-MOV-CLASS            PIC X(01) VALUE SPACE.              PAYHCM01
014400     88  PAY-MOV-JOINER           VALUE 'J'.                      PAYHCM01
014500     88  PAY-MOV-RETURNER         VALUE 'R'.                      PAYHCM01
014600     88  PAY-MOV-LEAVER           VALUE 'L'.                      PAYHCM01
014700     88  PAY-MOV-TRANSFER         VALUE 'T'.                      PAYHCM01
014800 77  PAY-GRP-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYHCM01
014900 77  PAY-GRP-IX               PIC 9(03) COMP VALUE ZERO.          PAYHCM01
015000 77  PAY-GRP-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYHCM01
015100 77  PAY-GRP-FROM             PIC 9(03) COMP VALUE ZERO.          PAYHCM01
015200 77  PAY-GRP-FOUND            PIC X(01) VALUE 'N'.                PAYHCM01
015300 77  PAY-KEY-REGION           PIC X(05) VALUE SPACES.             PAYHCM01
015400 77  PAY-KEY-TYPE             PIC X(01) VALUE SPACE.              PAYHCM01
015500 77  PAY-CHECK-CLOSE          PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
015600 01  PAY-PRV-TABLE.                                               PAYHCM01
015700     05  PAY-PRV-ENTRY        OCCURS 1000 TIMES.                  PAYHCM01
015800         10  PAY-PV-EMP       PIC 9(06).                          PAYHCM01
015900         10  PAY-PV-NAME      PIC X(15).                          PAYHCM01
016000         10  PAY-PV-REGION    PIC X(05).                          PAYHCM01
016100         10  PAY-PV-TYPE      PIC X(01).                          PAYHCM01
016200         10  PAY-PV-MATCHED   PIC X(01).                          PAYHCM01
016300 01  PAY-NEW-TABLE.                                               PAYHCM01
016400     05  PAY-NEW-NBR          PIC 9(06) OCCURS 200 TIMES.         PAYHCM01
016500 01  PAY-MOV-TABLE.                                               PAYHCM01
016600     05  PAY-MOV-ENTRY        OCCURS 1000 TIMES.                  PAYHCM01
016700         10  PAY-MV-CLASS     PIC X(01).                          PAYHCM01
016800         10  PAY-MV-EMP       PIC 9(06).                          PAYHCM01
016900         10  PAY-MV-NAME      PIC X(15).                          PAYHCM01
017000         10  PAY-MV-REGION    PIC X(05).                          PAYHCM01
017100         10  PAY-MV-TYPE      PIC X(01).                          PAYHCM01
017200         10  PAY-MV-FROM-REG  PIC X(05).                          PAYHCM01
017300         10  PAY-MV-FROM-TYPE PIC X(01).                          PAYHCM01
017400 01  PAY-GRP-TABLE.                                               PAYHCM01
017500     05  PAY-GRP-ENTRY        OCCURS 100 TIMES.                   PAYHCM01
017600         10  PAY-GP-REGION    PIC X(05).                          PAYHCM01
017700         10  PAY-GP-TYPE      PIC X(01).                          PAYHCM01
017800         10  PAY-GP-OPEN      PIC 9(05) COMP-3.                   PAYHCM01
017900         10  PAY-GP-CONT      PIC 9(05) COMP-3.                   PAYHCM01
018000         10  PAY-GP-JOIN      PIC 9(05) COMP-3.                   PAYHCM01
018100         10  PAY-GP-RETN      PIC 9(05) COMP-3.                   PAYHCM01
018200         10  PAY-GP-XIN       PIC 9(05) COMP-3.                   PAYHCM01
018300         10  PAY-GP-XOUT      PIC 9(05) COMP-3.                   PAYHCM01
018400         10  PAY-GP-LEAVE     PIC 9(05) COMP-3.                   PAYHCM01
018500         10  PAY-GP-CLOSE     PIC 9(05) COMP-3.                   PAYHCM01
018600 01  PAY-ALL-TOTALS.                                              PAYHCM01
018700     05  PAY-AT-OPEN          PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
018800     05  PAY-AT-CONT          PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
018900     05  PAY-AT-JOIN          PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
019000     05  PAY-AT-RETN          PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
019100     05  PAY-AT-XIN           PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
019200     05  PAY-AT-XOUT          PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
019300     05  PAY-AT-LEAVE         PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
019400     05  PAY-AT-CLOSE         PIC 9(07) COMP-3 VALUE ZERO.        PAYHCM01
019500*                                                                 PAYHCM01
019600 01  RPT-HDR-LINE.                                                PAYHCM01
019700     05  FILLER              PIC X(35) VALUE                      PAYHCM01
019800         'HEADCOUNT MOVEMENT PERIOD ENDING '.                     PAYHCM01
019900     05  HDR-PERIOD          PIC 9(08).                           PAYHCM01
020000     05  FILLER              PIC X(37) VALUE SPACES.              PAYHCM01
020100 01  RPT-COL-LINE.                                                PAYHCM01
020200     05  FILLER              PIC X(08) VALUE 'REGN  T'.           PAYHCM01
020300     05  FILLER              PIC X(08) VALUE ' OPENING'.          PAYHCM01
020400     05  FILLER              PIC X(08) VALUE '    CONT'.          PAYHCM01
020500     05  FILLER              PIC X(08) VALUE '  JOINED'.          PAYHCM01
020600     05  FILLER              PIC X(08) VALUE ' RETURNS'.          PAYHCM01
020700     05  FILLER              PIC X(08) VALUE '  XFR IN'.          PAYHCM01
020800     05  FILLER              PIC X(08) VALUE ' XFR OUT'.          PAYHCM01
020900     05  FILLER              PIC X(08) VALUE '    LEFT'.          PAYHCM01
021000     05  FILLER              PIC X(08) VALUE ' CLOSING'.          PAYHCM01
021100     05  FILLER              PIC X(08) VALUE SPACES.              PAYHCM01
021200 01  RPT-GRP-LINE.                                                PAYHCM01
021300     05  GRP-REGION          PIC X(05).                           PAYHCM01
021400     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
021500     05  GRP-TYPE            PIC X(01).                           PAYHCM01
021600     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
021700     05  GRP-OPEN            PIC ZZZ,ZZ9.                         PAYHCM01
021800     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
021900     05  GRP-CONT            PIC ZZZ,ZZ9.                         PAYHCM01
022000     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
022100     05  GRP-JOIN            PIC ZZZ,ZZ9.                         PAYHCM01
022200     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
022300     05  GRP-RETN            PIC ZZZ,ZZ9.                         PAYHCM01
022400     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
022500     05  GRP-XIN             PIC ZZZ,ZZ9.                         PAYHCM01
022600     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
022700     05  GRP-XOUT            PIC ZZZ,ZZ9.                         PAYHCM01
022800     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
022900     05  GRP-LEAVE           PIC ZZZ,ZZ9.                         PAYHCM01
023000     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
023100     05  GRP-CLOSE           PIC ZZZ,ZZ9.                         PAYHCM01
023200     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
023300     05  GRP-NOTE            PIC X(07).                           PAYHCM01
023400 01  RPT-NAME-LINE.                                               PAYHCM01
023500     05  FILLER              PIC X(10) VALUE SPACES.              PAYHCM01
023600     05  NAME-CLASS          PIC X(13).                           PAYHCM01
023700     05  NAME-EMP            PIC 9(06).                           PAYHCM01
023800     05  FILLER              PIC X(02) VALUE SPACES.              PAYHCM01
023900     05  NAME-NAME           PIC X(15).                           PAYHCM01
024000     05  FILLER              PIC X(02) VALUE SPACES.              PAYHCM01
024100     05  NAME-NOTE           PIC X(32).                           PAYHCM01
024200 01  RPT-RECON-LINE.                                              PAYHCM01
024300     05  FILLER              PIC X(09) VALUE 'OPENING '.          PAYHCM01
024400     05  RCN-OPEN            PIC ZZZ,ZZ9.                         PAYHCM01
024500     05  FILLER              PIC X(09) VALUE ' + JOINED'.         PAYHCM01
024600     05  RCN-JOIN            PIC ZZZ,ZZ9.                         PAYHCM01
024700     05  FILLER              PIC X(10) VALUE ' + RETURNS'.        PAYHCM01
024800     05  RCN-RETN            PIC ZZZ,ZZ9.                         PAYHCM01
024900     05  FILLER              PIC X(07) VALUE ' - LEFT'.           PAYHCM01
025000     05  RCN-LEAVE           PIC ZZZ,ZZ9.                         PAYHCM01
025100     05  FILLER              PIC X(03) VALUE ' = '.               PAYHCM01
025200     05  RCN-CLOSE           PIC ZZZ,ZZ9.                         PAYHCM01
025300     05  FILLER              PIC X(01) VALUE SPACE.               PAYHCM01
025400     05  RCN-NOTE            PIC X(08).                           PAYHCM01
025500 01  RPT-CNT-LINE.                                                PAYHCM01
025600     05  CNT-LABEL           PIC X(30).                           PAYHCM01
025700     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYHCM01
025800     05  FILLER              PIC X(41) VALUE SPACES.              PAYHCM01
025900 COPY SY0095.                                                     PAYHCM01
025950 COPY SY0081.                                                     PAYHCM01
026000 PROCEDURE DIVISION.                                              PAYHCM01
026100***************************************************************** PAYHCM01
026200* 0000-MAINLINE                                                   PAYHCM01
026300***************************************************************** PAYHCM01
026400 0000-MAINLINE.                                                   PAYHCM01
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYHCM01
026600     IF PAY-STOP-SWITCH = 'Y'                                     PAYHCM01
026700        GO TO 8100-JOURNAL-STOP                                   PAYHCM01
026800     END-IF.                                                      PAYHCM01
026900     PERFORM 2000-CLASSIFY-RECORD THRU 2000-EXIT                  PAYHCM01
027000         UNTIL PAY-EOF.                                           PAYHCM01
027100     PERFORM 3000-FIND-LEAVER THRU 3000-EXIT                      PAYHCM01
027200         VARYING PAY-PRV-IX FROM 1 BY 1                           PAYHCM01
027300         UNTIL PAY-PRV-IX > PAY-PRV-COUNT.                        PAYHCM01
027400     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.                    PAYHCM01
027500     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYHCM01
027600     GO TO 9999-EXIT.                                             PAYHCM01
027700***************************************************************** PAYHCM01
027800* 1000-INITIALIZE - PERIOD, NEWEMP, PREVIOUS EXTRACT, OPEN FILES  PAYHCM01
027900***************************************************************** PAYHCM01
028000 1000-INITIALIZE.                                                 PAYHCM01
028100     MOVE 'PAYHCM01' TO X95-PROGRAMME.                            PAYHCM01
028200     MOVE 'D' TO X95-PHASE.                                       PAYHCM01
028300     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYHCM01
028400                  X95-CPT-REJET.                                  PAYHCM01
028500     MOVE SPACES TO X95-ETAT.                                     PAYHCM01
028600     CALL 'SY0095' USING SY0095-PARMS.                            PAYHCM01
028700     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYHCM01
028800     OPEN INPUT PER-FILE.                                         PAYHCM01
028900     IF PAY-PER-STATUS = '00'                                     PAYHCM01
029000        READ PER-FILE                                             PAYHCM01
029100            AT END MOVE SPACES TO PER-REC                         PAYHCM01
029200        END-READ                                                  PAYHCM01
029300        CLOSE PER-FILE                                            PAYHCM01
029400     ELSE                                                         PAYHCM01
029500        MOVE SPACES TO PER-REC                                    PAYHCM01
029600     END-IF.                                                      PAYHCM01
029700     IF PER-DATE NOT NUMERIC OR PER-DATE = ZERO                   PAYHCM01
029800        DISPLAY 'NO PAY-PERIOD-END DATE ON PERPRM - STOPPED'      PAYHCM01
029900        MOVE 8 TO RETURN-CODE                                     PAYHCM01
030000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYHCM01
030033        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYHCM01
030066        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYHCM01
030100        GO TO 1000-EXIT                                           PAYHCM01
030200     END-IF.                                                      PAYHCM01
030300     MOVE PER-DATE TO PAY-PERIOD-DATE.                            PAYHCM01
030400     OPEN INPUT PRV-FILE.                                         PAYHCM01
030500     IF PAY-PRV-STATUS NOT = '00'                                 PAYHCM01
030600        DISPLAY 'PREVIOUS PERIOD EXTRACT UNAVAILABLE - STATUS '   PAYHCM01
030700                PAY-PRV-STATUS                                    PAYHCM01
030800        MOVE 8 TO RETURN-CODE                                     PAYHCM01
030900        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYHCM01
030925        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYHCM01
030950        MOVE 'PRVOUT' TO PAY-ERR-FILE                             PAYHCM01
030975        MOVE PAY-PRV-STATUS TO PAY-ERR-STATUS                     PAYHCM01
031000        GO TO 1000-EXIT                                           PAYHCM01
031100     END-IF.                                                      PAYHCM01
031200     PERFORM 1100-LOAD-PREVIOUS THRU 1100-EXIT                    PAYHCM01
031300         UNTIL PAY-PRV-EOF.                                       PAYHCM01
031400     CLOSE PRV-FILE.                                              PAYHCM01
031500     OPEN INPUT NEWEMP-FILE.                                      PAYHCM01
031600     IF PAY-NEW-STATUS = '00'                                     PAYHCM01
031700        PERFORM 1200-LOAD-NEWEMP THRU 1200-EXIT                   PAYHCM01
031800            UNTIL PAY-NEW-EOF                                     PAYHCM01
031900        CLOSE NEWEMP-FILE                                         PAYHCM01
032000     END-IF.                                                      PAYHCM01
032100     OPEN INPUT YTD-FILE.                                         PAYHCM01
032200     IF PAY-YTD-STATUS NOT = '00'                                 PAYHCM01
032300        AND PAY-YTD-STATUS NOT = '97'                             PAYHCM01
032400        DISPLAY 'YTD MASTER UNAVAILABLE - STATUS '                PAYHCM01
032500                PAY-YTD-STATUS                                    PAYHCM01
032600        MOVE 8 TO RETURN-CODE                                     PAYHCM01
032700        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYHCM01
032725        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYHCM01
032750        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYHCM01
032775        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYHCM01
032800        GO TO 1000-EXIT                                           PAYHCM01
032900     END-IF.                                                      PAYHCM01
033000     OPEN INPUT PAYOUT-FILE.                                      PAYHCM01
033100     OPEN OUTPUT RPT-FILE.                                        PAYHCM01
033200     MOVE PAY-PERIOD-DATE TO HDR-PERIOD.                          PAYHCM01
033300     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYHCM01
033400     MOVE SPACES TO RPT-REC.                                      PAYHCM01
033500     WRITE RPT-REC.                                               PAYHCM01
033600 1000-EXIT.                                                       PAYHCM01
033700     EXIT.                                                        PAYHCM01
033800 1100-LOAD-PREVIOUS.                                              PAYHCM01
033900     READ PRV-FILE                                                PAYHCM01
034000         AT END                                                   PAYHCM01
034100            SET PAY-PRV-EOF TO TRUE                               PAYHCM01
034200            GO TO 1100-EXIT                                       PAYHCM01
034300     END-READ.                                                    PAYHCM01
034400     ADD 1 TO PAY-PRV-READ.                                       PAYHCM01
034500     IF PAY-PRV-COUNT NOT < 1000                                  PAYHCM01
034600        DISPLAY 'PREVIOUS EXTRACT TABLE FULL - DROPPED: '         PAYHCM01
034700                PV-EMP-NBR                                        PAYHCM01
034800        ADD 1 TO PAY-FULL-COUNT                                   PAYHCM01
034900        GO TO 1100-EXIT                                           PAYHCM01
035000     END-IF.                                                      PAYHCM01
035100     ADD 1 TO PAY-PRV-COUNT.                                      PAYHCM01
035200     MOVE PV-EMP-NBR TO PAY-PV-EMP (PAY-PRV-COUNT).               PAYHCM01
035300     MOVE PV-NAME TO PAY-PV-NAME (PAY-PRV-COUNT).                 PAYHCM01
035400     MOVE PV-REGION TO PAY-PV-REGION (PAY-PRV-COUNT).             PAYHCM01
035500     MOVE PV-TYPE TO PAY-PV-TYPE (PAY-PRV-COUNT).                 PAYHCM01
035600     MOVE 'N' TO PAY-PV-MATCHED (PAY-PRV-COUNT).                  PAYHCM01
035700     MOVE PV-REGION TO PAY-KEY-REGION.                            PAYHCM01
035800     MOVE PV-TYPE TO PAY-KEY-TYPE.                                PAYHCM01
035900     PERFORM 2300-FIND-GROUP THRU 2300-EXIT.                      PAYHCM01
036000     IF PAY-GRP-SLOT NOT = ZERO                                   PAYHCM01
036100        ADD 1 TO PAY-GP-OPEN (PAY-GRP-SLOT)                       PAYHCM01
036200     END-IF.                                                      PAYHCM01
036300 1100-EXIT.                                                       PAYHCM01
036400     EXIT.                                                        PAYHCM01
036500 1200-LOAD-NEWEMP.                                                PAYHCM01
036600     READ NEWEMP-FILE                                             PAYHCM01
036700         AT END                                                   PAYHCM01
036800            SET PAY-NEW-EOF TO TRUE                               PAYHCM01
036900            GO TO 1200-EXIT                                       PAYHCM01
037000     END-READ.                                                    PAYHCM01
037100     IF PAY-NEW-COUNT < 200                                       PAYHCM01
037200        ADD 1 TO PAY-NEW-COUNT                                    PAYHCM01
037300        MOVE NEW-EMP-NBR TO PAY-NEW-NBR (PAY-NEW-COUNT)           PAYHCM01
037400     ELSE                                                         PAYHCM01
037500        DISPLAY 'NEW-HIRE TABLE FULL - ENTRY DROPPED: '           PAYHCM01
037600                NEW-EMP-NBR                                       PAYHCM01
037700     END-IF.                                                      PAYHCM01
037800 1200-EXIT.                                                       PAYHCM01
037900     EXIT.                                                        PAYHCM01
038000***************************************************************** PAYHCM01
038100* 2000-CLASSIFY-RECORD - CONTINUING, TRANSFER, JOINER, RETURNER   PAYHCM01
038200***************************************************************** PAYHCM01
038300 2000-CLASSIFY-RECORD.                                            PAYHCM01
038400     READ PAYOUT-FILE                                             PAYHCM01
038500         AT END                                                   PAYHCM01
038600            SET PAY-EOF TO TRUE                                   PAYHCM01
038700            GO TO 2000-EXIT                                       PAYHCM01
038800     END-READ.                                                    PAYHCM01
038900     ADD 1 TO PAY-READ-COUNT.                                     PAYHCM01
039000     MOVE 'N' TO PAY-PRV-FOUND.                                   PAYHCM01
039100     IF PAY-PRV-COUNT > ZERO                                      PAYHCM01
039200        PERFORM 2100-SCAN-PREVIOUS THRU 2100-EXIT                 PAYHCM01
039300            VARYING PAY-PRV-IX FROM 1 BY 1                        PAYHCM01
039400            UNTIL PAY-PRV-IX > PAY-PRV-COUNT                      PAYHCM01
039500               OR PAY-PRV-FOUND = 'Y'                             PAYHCM01
039600     END-IF.                                                      PAYHCM01
039700     IF PAY-PRV-FOUND = 'Y'                                       PAYHCM01
039800        COMPUTE PAY-PRV-SLOT = PAY-PRV-IX - 1                     PAYHCM01
039900        IF PAY-PV-MATCHED (PAY-PRV-SLOT) = 'Y'                    PAYHCM01
040000           DISPLAY 'EMPLOYEE TWICE ON EXTRACT: ' PI-EMP-NBR       PAYHCM01
040100           ADD 1 TO PAY-DUP-COUNT                                 PAYHCM01
040200           GO TO 2000-EXIT                                        PAYHCM01
040300        END-IF                                                    PAYHCM01
040400        MOVE 'Y' TO PAY-PV-MATCHED (PAY-PRV-SLOT)                 PAYHCM01
040500     ELSE                                                         PAYHCM01
040600        MOVE 'N' TO PAY-MOV-FOUND                                 PAYHCM01
040700        IF PAY-MOV-COUNT > ZERO                                   PAYHCM01
040800           PERFORM 2200-SCAN-MOVEMENT THRU 2200-EXIT              PAYHCM01
040900               VARYING PAY-MOV-IX FROM 1 BY 1                     PAYHCM01
041000               UNTIL PAY-MOV-IX > PAY-MOV-COUNT                   PAYHCM01
041100                  OR PAY-MOV-FOUND = 'Y'                          PAYHCM01
041200        END-IF                                                    PAYHCM01
041300        IF PAY-MOV-FOUND = 'Y'                                    PAYHCM01
041400           DISPLAY 'EMPLOYEE TWICE ON EXTRACT: ' PI-EMP-NBR       PAYHCM01
041500           ADD 1 TO PAY-DUP-COUNT                                 PAYHCM01
041600           GO TO 2000-EXIT                                        PAYHCM01
041700        END-IF                                                    PAYHCM01
041800     END-IF.                                                      PAYHCM01
041900     MOVE PI-REGION TO PAY-KEY-REGION.                            PAYHCM01
042000     MOVE PI-TYPE TO PAY-KEY-TYPE.                                PAYHCM01
042100     PERFORM 2300-FIND-GROUP THRU 2300-EXIT.                      PAYHCM01
042200     IF PAY-GRP-SLOT = ZERO                                       PAYHCM01
042300        GO TO 2000-EXIT                                           PAYHCM01
042400     END-IF.                                                      PAYHCM01
042500     ADD 1 TO PAY-GP-CLOSE (PAY-GRP-SLOT).                        PAYHCM01
042600     IF PAY-PRV-FOUND = 'Y'                                       PAYHCM01
042700        IF PAY-PV-REGION (PAY-PRV-SLOT) = PI-REGION               PAYHCM01
042800           AND PAY-PV-TYPE (PAY-PRV-SLOT) = PI-TYPE               PAYHCM01
042900           ADD 1 TO PAY-GP-CONT (PAY-GRP-SLOT)                    PAYHCM01
043000        ELSE                                                      PAYHCM01
043100           PERFORM 2500-RECORD-TRANSFER THRU 2500-EXIT            PAYHCM01
043200        END-IF                                                    PAYHCM01
043300        GO TO 2000-EXIT                                           PAYHCM01
043400     END-IF.                                                      PAYHCM01
043500     PERFORM 2400-JOINER-OR-RETURNER THRU 2400-EXIT.              PAYHCM01
043600     IF PAY-MOV-RETURNER                                          PAYHCM01
043700        ADD 1 TO PAY-GP-RETN (PAY-GRP-SLOT)                       PAYHCM01
043800     ELSE                                                         PAYHCM01
043900        ADD 1 TO PAY-GP-JOIN (PAY-GRP-SLOT)                       PAYHCM01
044000     END-IF.                                                      PAYHCM01
044100     MOVE PI-REGION TO PAY-KEY-REGION.                            PAYHCM01
044200     MOVE PI-TYPE TO PAY-KEY-TYPE.                                PAYHCM01
044300     PERFORM 2600-ADD-MOVEMENT THRU 2600-EXIT.                    PAYHCM01
044400 2000-EXIT.                                                       PAYHCM01
044500     EXIT.                                                        PAYHCM01
044600 2100-SCAN-PREVIOUS.                                              PAYHCM01
044700     IF PAY-PV-EMP (PAY-PRV-IX) = PI-EMP-NBR                      PAYHCM01
044800        MOVE 'Y' TO PAY-PRV-FOUND                                 PAYHCM01
044900     END-IF.                                                      PAYHCM01
045000 2100-EXIT.                                                       PAYHCM01
045100     EXIT.                                                        PAYHCM01
045200 2200-SCAN-MOVEMENT.                                              PAYHCM01
045300     IF PAY-MV-EMP (PAY-MOV-IX) = PI-EMP-NBR                      PAYHCM01
045400        MOVE 'Y' TO PAY-MOV-FOUND                                 PAYHCM01
045500     END-IF.                                                      PAYHCM01
045600 2200-EXIT.                                                       PAYHCM01
045700     EXIT.                                                        PAYHCM01
045800 2300-FIND-GROUP.                                                 PAYHCM01
045900     MOVE ZERO TO PAY-GRP-SLOT.                                   PAYHCM01
046000     MOVE 'N' TO PAY-GRP-FOUND.                                   PAYHCM01
046100     IF PAY-GRP-COUNT > ZERO                                      PAYHCM01
046200        PERFORM 2310-SCAN-GROUP THRU 2310-EXIT                    PAYHCM01
046300            VARYING PAY-GRP-IX FROM 1 BY 1                        PAYHCM01
046400            UNTIL PAY-GRP-IX > PAY-GRP-COUNT                      PAYHCM01
046500               OR PAY-GRP-FOUND = 'Y'                             PAYHCM01
046600     END-IF.                                                      PAYHCM01
046700     IF PAY-GRP-FOUND = 'Y'                                       PAYHCM01
046800        COMPUTE PAY-GRP-SLOT = PAY-GRP-IX - 1                     PAYHCM01
046900        GO TO 2300-EXIT                                           PAYHCM01
047000     END-IF.                                                      PAYHCM01
047100     IF PAY-GRP-COUNT < 100                                       PAYHCM01
047200        ADD 1 TO PAY-GRP-COUNT                                    PAYHCM01
047300        MOVE PAY-GRP-COUNT TO PAY-GRP-SLOT                        PAYHCM01
047400        MOVE PAY-KEY-REGION TO PAY-GP-REGION (PAY-GRP-SLOT)       PAYHCM01
047500        MOVE PAY-KEY-TYPE TO PAY-GP-TYPE (PAY-GRP-SLOT)           PAYHCM01
047600        MOVE ZERO TO PAY-GP-OPEN (PAY-GRP-SLOT)                   PAYHCM01
047700                     PAY-GP-CONT (PAY-GRP-SLOT)                   PAYHCM01
047800                     PAY-GP-JOIN (PAY-GRP-SLOT)                   PAYHCM01
047900                     PAY-GP-RETN (PAY-GRP-SLOT)                   PAYHCM01
048000                     PAY-GP-XIN (PAY-GRP-SLOT)                    PAYHCM01
048100                     PAY-GP-XOUT (PAY-GRP-SLOT)                   PAYHCM01
048200                     PAY-GP-LEAVE (PAY-GRP-SLOT)                  PAYHCM01
048300                     PAY-GP-CLOSE (PAY-GRP-SLOT)                  PAYHCM01
048400     ELSE                                                         PAYHCM01
048500        DISPLAY 'REGION/TYPE TABLE FULL - DROPPED: '              PAYHCM01
048600                PAY-KEY-REGION ' ' PAY-KEY-TYPE                   PAYHCM01
048700        ADD 1 TO PAY-FULL-COUNT                                   PAYHCM01
048800     END-IF.                                                      PAYHCM01
048900 2300-EXIT.                                                       PAYHCM01
049000     EXIT.                                                        PAYHCM01
049100 2310-SCAN-GROUP.                                                 PAYHCM01
049200     IF PAY-GP-REGION (PAY-GRP-IX) = PAY-KEY-REGION               PAYHCM01
049300        AND PAY-GP-TYPE (PAY-GRP-IX) = PAY-KEY-TYPE               PAYHCM01
049400        MOVE 'Y' TO PAY-GRP-FOUND                                 PAYHCM01
049500     END-IF.                                                      PAYHCM01
049600 2310-EXIT.                                                       PAYHCM01
049700     EXIT.                                                        PAYHCM01
049800 2400-JOINER-OR-RETURNER.                                         PAYHCM01
049900     MOVE 'J' TO PAY-MOV-CLASS.                                   PAYHCM01
050000     MOVE 'N' TO PAY-NEW-FOUND.                                   PAYHCM01
050100     IF PAY-NEW-COUNT > ZERO                                      PAYHCM01
050200        PERFORM 2410-SCAN-NEWEMP THRU 2410-EXIT                   PAYHCM01
050300            VARYING PAY-NEW-IX FROM 1 BY 1                        PAYHCM01
050400            UNTIL PAY-NEW-IX > PAY-NEW-COUNT                      PAYHCM01
050500               OR PAY-NEW-FOUND = 'Y'                             PAYHCM01
050600     END-IF.                                                      PAYHCM01
050700     IF PAY-NEW-FOUND = 'Y'                                       PAYHCM01
050800        GO TO 2400-EXIT                                           PAYHCM01
050900     END-IF.                                                      PAYHCM01
051000     MOVE 'Y' TO PAY-YTD-FOUND.                                   PAYHCM01
051100     MOVE PI-EMP-NBR TO YTD-EMP-NBR.                              PAYHCM01
051200     READ YTD-FILE                                                PAYHCM01
051300         INVALID KEY MOVE 'N' TO PAY-YTD-FOUND                    PAYHCM01
051400     END-READ.                                                    PAYHCM01
051500     IF PAY-YTD-FOUND = 'Y'                                       PAYHCM01
051600        AND YTD-LAST-RUN NOT = ZERO                               PAYHCM01
051700        AND YTD-LAST-RUN < PAY-RUN-DATE                           PAYHCM01
051800        MOVE 'R' TO PAY-MOV-CLASS                                 PAYHCM01
051900     END-IF.                                                      PAYHCM01
052000 2400-EXIT.                                                       PAYHCM01
052100     EXIT.                                                        PAYHCM01
052200 2410-SCAN-NEWEMP.                                                PAYHCM01
052300     IF PAY-NEW-NBR (PAY-NEW-IX) = PI-EMP-NBR                     PAYHCM01
052400        MOVE 'Y' TO PAY-NEW-FOUND                                 PAYHCM01
052500     END-IF.                                                      PAYHCM01
052600 2410-EXIT.                                                       PAYHCM01
052700     EXIT.                                                        PAYHCM01
052800 2500-RECORD-TRANSFER.                                            PAYHCM01
052900     ADD 1 TO PAY-GP-XIN (PAY-GRP-SLOT).                          PAYHCM01
053000     MOVE PAY-GRP-SLOT TO PAY-GRP-FROM.                           PAYHCM01
053100     MOVE PAY-PV-REGION (PAY-PRV-SLOT) TO PAY-KEY-REGION.         PAYHCM01
053200     MOVE PAY-PV-TYPE (PAY-PRV-SLOT) TO PAY-KEY-TYPE.             PAYHCM01
053300     PERFORM 2300-FIND-GROUP THRU 2300-EXIT.                      PAYHCM01
053400     IF PAY-GRP-SLOT NOT = ZERO                                   PAYHCM01
053500        ADD 1 TO PAY-GP-XOUT (PAY-GRP-SLOT)                       PAYHCM01
053600     END-IF.                                                      PAYHCM01
053700     MOVE PAY-GRP-FROM TO PAY-GRP-SLOT.                           PAYHCM01
053800     MOVE 'T' TO PAY-MOV-CLASS.                                   PAYHCM01
053900     PERFORM 2600-ADD-MOVEMENT THRU 2600-EXIT.                    PAYHCM01
054000 2500-EXIT.                                                       PAYHCM01
054100     EXIT.                                                        PAYHCM01
054200 2600-ADD-MOVEMENT.                                               PAYHCM01
054300     IF PAY-MOV-COUNT NOT < 1000                                  PAYHCM01
054400        DISPLAY 'MOVEMENT TABLE FULL - NAME NOT LISTED: '         PAYHCM01
054500                PI-EMP-NBR                                        PAYHCM01
054600        ADD 1 TO PAY-FULL-COUNT                                   PAYHCM01
054700        GO TO 2600-EXIT                                           PAYHCM01
054800     END-IF.                                                      PAYHCM01
054900     ADD 1 TO PAY-MOV-COUNT.                                      PAYHCM01
055000     MOVE PAY-MOV-CLASS TO PAY-MV-CLASS (PAY-MOV-COUNT).          PAYHCM01
055100     MOVE PI-EMP-NBR TO PAY-MV-EMP (PAY-MOV-COUNT).               PAYHCM01
055200     MOVE PI-NAME TO PAY-MV-NAME (PAY-MOV-COUNT).                 PAYHCM01
055300     MOVE PI-REGION TO PAY-MV-REGION (PAY-MOV-COUNT).             PAYHCM01
055400     MOVE PI-TYPE TO PAY-MV-TYPE (PAY-MOV-COUNT).                 PAYHCM01
055500     MOVE PAY-KEY-REGION TO PAY-MV-FROM-REG (PAY-MOV-COUNT).      PAYHCM01
055600     MOVE PAY-KEY-TYPE TO PAY-MV-FROM-TYPE (PAY-MOV-COUNT).       PAYHCM01
055700 2600-EXIT.                                                       PAYHCM01
055800     EXIT.                                                        PAYHCM01
055900***************************************************************** PAYHCM01
056000* 3000-FIND-LEAVER - PAID LAST PERIOD, NOT ON THIS EXTRACT        PAYHCM01
056100***************************************************************** PAYHCM01
056200 3000-FIND-LEAVER.                                                PAYHCM01
056300     IF PAY-PV-MATCHED (PAY-PRV-IX) = 'Y'                         PAYHCM01
056400        GO TO 3000-EXIT                                           PAYHCM01
056500     END-IF.                                                      PAYHCM01
056600     MOVE PAY-PV-REGION (PAY-PRV-IX) TO PAY-KEY-REGION.           PAYHCM01
056700     MOVE PAY-PV-TYPE (PAY-PRV-IX) TO PAY-KEY-TYPE.               PAYHCM01
056800     PERFORM 2300-FIND-GROUP THRU 2300-EXIT.                      PAYHCM01
056900     IF PAY-GRP-SLOT NOT = ZERO                                   PAYHCM01
057000        ADD 1 TO PAY-GP-LEAVE (PAY-GRP-SLOT)                      PAYHCM01
057100     END-IF.                                                      PAYHCM01
057200     IF PAY-MOV-COUNT NOT < 1000                                  PAYHCM01
057300        DISPLAY 'MOVEMENT TABLE FULL - NAME NOT LISTED: '         PAYHCM01
057400                PAY-PV-EMP (PAY-PRV-IX)                           PAYHCM01
057500        ADD 1 TO PAY-FULL-COUNT                                   PAYHCM01
057600        GO TO 3000-EXIT                                           PAYHCM01
057700     END-IF.                                                      PAYHCM01
057800     ADD 1 TO PAY-MOV-COUNT.                                      PAYHCM01
057900     MOVE 'L' TO PAY-MV-CLASS (PAY-MOV-COUNT).                    PAYHCM01
058000     MOVE PAY-PV-EMP (PAY-PRV-IX) TO PAY-MV-EMP (PAY-MOV-COUNT).  PAYHCM01
058100     MOVE PAY-PV-NAME (PAY-PRV-IX) TO PAY-MV-NAME (PAY-MOV-COUNT).PAYHCM01
058200     MOVE PAY-KEY-REGION TO PAY-MV-REGION (PAY-MOV-COUNT)         PAYHCM01
058300                            PAY-MV-FROM-REG (PAY-MOV-COUNT).      PAYHCM01
058400     MOVE PAY-KEY-TYPE TO PAY-MV-TYPE (PAY-MOV-COUNT)             PAYHCM01
058500                          PAY-MV-FROM-TYPE (PAY-MOV-COUNT).       PAYHCM01
058600 3000-EXIT.                                                       PAYHCM01
058700     EXIT.                                                        PAYHCM01
058800***************************************************************** PAYHCM01
058900* 4000-PRINT-REPORT - MOVEMENT BY REGION/TYPE WITH NAMES, THEN    PAYHCM01
059000*                     THE HEADCOUNT RECONCILIATION                PAYHCM01
059100***************************************************************** PAYHCM01
059200 4000-PRINT-REPORT.                                               PAYHCM01
059300     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYHCM01
059400     MOVE SPACES TO RPT-REC.                                      PAYHCM01
059500     WRITE RPT-REC.                                               PAYHCM01
059600     PERFORM 4100-PRINT-GROUP THRU 4100-EXIT                      PAYHCM01
059700         VARYING PAY-GRP-IX FROM 1 BY 1                           PAYHCM01
059800         UNTIL PAY-GRP-IX > PAY-GRP-COUNT.                        PAYHCM01
059900     MOVE SPACES TO RPT-GRP-LINE.                                 PAYHCM01
060000     MOVE 'TOTAL' TO GRP-REGION.                                  PAYHCM01
060100     MOVE PAY-AT-OPEN TO GRP-OPEN.                                PAYHCM01
060200     MOVE PAY-AT-CONT TO GRP-CONT.                                PAYHCM01
060300     MOVE PAY-AT-JOIN TO GRP-JOIN.                                PAYHCM01
060400     MOVE PAY-AT-RETN TO GRP-RETN.                                PAYHCM01
060500     MOVE PAY-AT-XIN TO GRP-XIN.                                  PAYHCM01
060600     MOVE PAY-AT-XOUT TO GRP-XOUT.                                PAYHCM01
060700     MOVE PAY-AT-LEAVE TO GRP-LEAVE.                              PAYHCM01
060800     MOVE PAY-AT-CLOSE TO GRP-CLOSE.                              PAYHCM01
060900     WRITE RPT-REC FROM RPT-GRP-LINE.                             PAYHCM01
061000     MOVE SPACES TO RPT-REC.                                      PAYHCM01
061100     WRITE RPT-REC.                                               PAYHCM01
061200     COMPUTE PAY-CHECK-CLOSE = PAY-AT-OPEN + PAY-AT-JOIN          PAYHCM01
061300                             + PAY-AT-RETN - PAY-AT-LEAVE.        PAYHCM01
061400     MOVE PAY-AT-OPEN TO RCN-OPEN.                                PAYHCM01
061500     MOVE PAY-AT-JOIN TO RCN-JOIN.                                PAYHCM01
061600     MOVE PAY-AT-RETN TO RCN-RETN.                                PAYHCM01
061700     MOVE PAY-AT-LEAVE TO RCN-LEAVE.                              PAYHCM01
061800     MOVE PAY-AT-CLOSE TO RCN-CLOSE.                              PAYHCM01
061900     IF PAY-CHECK-CLOSE = PAY-AT-CLOSE                            PAYHCM01
062000        MOVE 'BALANCED' TO RCN-NOTE                               PAYHCM01
062100     ELSE                                                         PAYHCM01
062200        MOVE 'OUT' TO RCN-NOTE                                    PAYHCM01
062300        MOVE 4 TO RETURN-CODE                                     PAYHCM01
062400     END-IF.                                                      PAYHCM01
062500     WRITE RPT-REC FROM RPT-RECON-LINE.                           PAYHCM01
062600     MOVE SPACES TO RPT-REC.                                      PAYHCM01
062700     WRITE RPT-REC.                                               PAYHCM01
062800     MOVE 'PREVIOUS EXTRACT RECORDS' TO CNT-LABEL.                PAYHCM01
062900     MOVE PAY-PRV-READ TO CNT-VALUE.                              PAYHCM01
063000     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYHCM01
063100     MOVE 'THIS EXTRACT RECORDS' TO CNT-LABEL.                    PAYHCM01
063200     MOVE PAY-READ-COUNT TO CNT-VALUE.                            PAYHCM01
063300     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYHCM01
063400     MOVE 'DUPLICATES ON THIS EXTRACT' TO CNT-LABEL.              PAYHCM01
063500     MOVE PAY-DUP-COUNT TO CNT-VALUE.                             PAYHCM01
063600     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYHCM01
063700     MOVE 'NOT COUNTED - TABLE FULL' TO CNT-LABEL.                PAYHCM01
063800     MOVE PAY-FULL-COUNT TO CNT-VALUE.                            PAYHCM01
063900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYHCM01
064000 4000-EXIT.                                                       PAYHCM01
064100     EXIT.                                                        PAYHCM01
064200 4100-PRINT-GROUP.                                                PAYHCM01
064300     MOVE SPACES TO RPT-GRP-LINE.                                 PAYHCM01
064400     MOVE PAY-GP-REGION (PAY-GRP-IX) TO GRP-REGION.               PAYHCM01
064500     MOVE PAY-GP-TYPE (PAY-GRP-IX) TO GRP-TYPE.                   PAYHCM01
064600     MOVE PAY-GP-OPEN (PAY-GRP-IX) TO GRP-OPEN.                   PAYHCM01
064700     MOVE PAY-GP-CONT (PAY-GRP-IX) TO GRP-CONT.                   PAYHCM01
064800     MOVE PAY-GP-JOIN (PAY-GRP-IX) TO GRP-JOIN.                   PAYHCM01
064900     MOVE PAY-GP-RETN (PAY-GRP-IX) TO GRP-RETN.                   PAYHCM01
065000     MOVE PAY-GP-XIN (PAY-GRP-IX) TO GRP-XIN.                     PAYHCM01
065100     MOVE PAY-GP-XOUT (PAY-GRP-IX) TO GRP-XOUT.                   PAYHCM01
065200     MOVE PAY-GP-LEAVE (PAY-GRP-IX) TO GRP-LEAVE.                 PAYHCM01
065300     MOVE PAY-GP-CLOSE (PAY-GRP-IX) TO GRP-CLOSE.                 PAYHCM01
065400     COMPUTE PAY-CHECK-CLOSE = PAY-GP-OPEN (PAY-GRP-IX)           PAYHCM01
065500                             + PAY-GP-JOIN (PAY-GRP-IX)           PAYHCM01
065600                             + PAY-GP-RETN (PAY-GRP-IX)           PAYHCM01
065700                             + PAY-GP-XIN (PAY-GRP-IX)            PAYHCM01
065800                             - PAY-GP-XOUT (PAY-GRP-IX)           PAYHCM01
065900                             - PAY-GP-LEAVE (PAY-GRP-IX).         PAYHCM01
066000     IF PAY-CHECK-CLOSE NOT = PAY-GP-CLOSE (PAY-GRP-IX)           PAYHCM01
066100        MOVE 'OUT' TO GRP-NOTE                                    PAYHCM01
066200     END-IF.                                                      PAYHCM01
066300     WRITE RPT-REC FROM RPT-GRP-LINE.                             PAYHCM01
066400     PERFORM 4200-PRINT-NAME THRU 4200-EXIT                       PAYHCM01
066500         VARYING PAY-MOV-IX FROM 1 BY 1                           PAYHCM01
066600         UNTIL PAY-MOV-IX > PAY-MOV-COUNT.                        PAYHCM01
066700     MOVE SPACES TO RPT-REC.                                      PAYHCM01
066800     WRITE RPT-REC.                                               PAYHCM01
066900     ADD PAY-GP-OPEN (PAY-GRP-IX) TO PAY-AT-OPEN.                 PAYHCM01
067000     ADD PAY-GP-CONT (PAY-GRP-IX) TO PAY-AT-CONT.                 PAYHCM01
067100     ADD PAY-GP-JOIN (PAY-GRP-IX) TO PAY-AT-JOIN.                 PAYHCM01
067200     ADD PAY-GP-RETN (PAY-GRP-IX) TO PAY-AT-RETN.                 PAYHCM01
067300     ADD PAY-GP-XIN (PAY-GRP-IX) TO PAY-AT-XIN.                   PAYHCM01
067400     ADD PAY-GP-XOUT (PAY-GRP-IX) TO PAY-AT-XOUT.                 PAYHCM01
067500     ADD PAY-GP-LEAVE (PAY-GRP-IX) TO PAY-AT-LEAVE.               PAYHCM01
067600     ADD PAY-GP-CLOSE (PAY-GRP-IX) TO PAY-AT-CLOSE.               PAYHCM01
067700 4100-EXIT.                                                       PAYHCM01
067800     EXIT.                                                        PAYHCM01
067900 4200-PRINT-NAME.                                                 PAYHCM01
068000     MOVE SPACES TO NAME-CLASS NAME-NOTE.                         PAYHCM01
068100     IF PAY-MV-REGION (PAY-MOV-IX) = PAY-GP-REGION (PAY-GRP-IX)   PAYHCM01
068200        AND PAY-MV-TYPE (PAY-MOV-IX) = PAY-GP-TYPE (PAY-GRP-IX)   PAYHCM01
068250        IF PAY-MV-CLASS (PAY-MOV-IX) = 'J'                        PAYHCM01
068300           MOVE 'JOINER' TO NAME-CLASS                            PAYHCM01
068350        ELSE                                                      PAYHCM01
068400           IF PAY-MV-CLASS (PAY-MOV-IX) = 'R'                     PAYHCM01
068450              MOVE 'RETURNER' TO NAME-CLASS                       PAYHCM01
068500           ELSE                                                   PAYHCM01
068550              IF PAY-MV-CLASS (PAY-MOV-IX) = 'L'                  PAYHCM01
068600                 MOVE 'LEAVER' TO NAME-CLASS                      PAYHCM01
068650              ELSE                                                PAYHCM01
068700                 IF PAY-MV-CLASS (PAY-MOV-IX) = 'T'               PAYHCM01
068750                    MOVE 'TRANSFER IN' TO NAME-CLASS              PAYHCM01
068800                    STRING 'FROM ' PAY-MV-FROM-REG (PAY-MOV-IX)   PAYHCM01
068850                           ' ' PAY-MV-FROM-TYPE (PAY-MOV-IX)      PAYHCM01
068900                           DELIMITED BY SIZE INTO NAME-NOTE       PAYHCM01
068950                 END-IF                                           PAYHCM01
069000              END-IF                                              PAYHCM01
069050           END-IF                                                 PAYHCM01
069100        END-IF                                                    PAYHCM01
069600     ELSE                                                         PAYHCM01
069700        IF PAY-MV-CLASS (PAY-MOV-IX) = 'T'                        PAYHCM01
069800           AND PAY-MV-FROM-REG (PAY-MOV-IX) =                     PAYHCM01
069900               PAY-GP-REGION (PAY-GRP-IX)                         PAYHCM01
070000           AND PAY-MV-FROM-TYPE (PAY-MOV-IX) =                    PAYHCM01
070100               PAY-GP-TYPE (PAY-GRP-IX)                           PAYHCM01
070200           MOVE 'TRANSFER OUT' TO NAME-CLASS                      PAYHCM01
070300           STRING 'TO ' PAY-MV-REGION (PAY-MOV-IX)                PAYHCM01
070400                  ' ' PAY-MV-TYPE (PAY-MOV-IX)                    PAYHCM01
070500                  DELIMITED BY SIZE INTO NAME-NOTE                PAYHCM01
070600        END-IF                                                    PAYHCM01
070700     END-IF.                                                      PAYHCM01
070800     IF NAME-CLASS = SPACES                                       PAYHCM01
070900        GO TO 4200-EXIT                                           PAYHCM01
071000     END-IF.                                                      PAYHCM01
071100     MOVE PAY-MV-EMP (PAY-MOV-IX) TO NAME-EMP.                    PAYHCM01
071200     MOVE PAY-MV-NAME (PAY-MOV-IX) TO NAME-NAME.                  PAYHCM01
071300     WRITE RPT-REC FROM RPT-NAME-LINE.                            PAYHCM01
071400 4200-EXIT.                                                       PAYHCM01
071500     EXIT.                                                        PAYHCM01
071600***************************************************************** PAYHCM01
071700* 8000-FINALIZE - CLOSE UP, COUNTS AND JOURNAL                    PAYHCM01
071800***************************************************************** PAYHCM01
071900 8000-FINALIZE.                                                   PAYHCM01
072000     CLOSE PAYOUT-FILE.                                           PAYHCM01
072100     CLOSE YTD-FILE.                                              PAYHCM01
072200     CLOSE RPT-FILE.                                              PAYHCM01
072300     DISPLAY 'OPENING HEADCOUNT    = ' PAY-AT-OPEN.               PAYHCM01
072400     DISPLAY 'JOINERS              = ' PAY-AT-JOIN.               PAYHCM01
072500     DISPLAY 'RETURNERS            = ' PAY-AT-RETN.               PAYHCM01
072600     DISPLAY 'LEAVERS              = ' PAY-AT-LEAVE.              PAYHCM01
072700     DISPLAY 'CLOSING HEADCOUNT    = ' PAY-AT-CLOSE.              PAYHCM01
072800     IF PAY-DUP-COUNT NOT = ZERO OR PAY-FULL-COUNT NOT = ZERO     PAYHCM01
072900        IF RETURN-CODE < 4                                        PAYHCM01
073000           MOVE 4 TO RETURN-CODE                                  PAYHCM01
073100        END-IF                                                    PAYHCM01
073200     END-IF.                                                      PAYHCM01
073300     MOVE 'F' TO X95-PHASE.                                       PAYHCM01
073400     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYHCM01
073500     MOVE PAY-AT-CLOSE TO X95-CPT-SORTIE.                         PAYHCM01
073600     MOVE PAY-DUP-COUNT TO X95-CPT-REJET.                         PAYHCM01
073700     IF RETURN-CODE < 8                                           PAYHCM01
073800        MOVE 'OK' TO X95-ETAT                                     PAYHCM01
073900     ELSE                                                         PAYHCM01
074000        MOVE 'KO' TO X95-ETAT                                     PAYHCM01
074100     END-IF.                                                      PAYHCM01
074200     CALL 'SY0095' USING SY0095-PARMS.                            PAYHCM01
074300 8000-EXIT.                                                       PAYHCM01
074400     EXIT.                                                        PAYHCM01
074406***************************************************************** PAYHCM01
074412* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYHCM01
074418***************************************************************** PAYHCM01
074424 8100-JOURNAL-STOP.                                               PAYHCM01
074430     MOVE 'PAYHCM01' TO X81-PROGRAMME.                            PAYHCM01
074436     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYHCM01
074442     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYHCM01
074448     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYHCM01
074454     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYHCM01
074460     MOVE SPACES TO X81-TEXTE.                                    PAYHCM01
074466     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYHCM01
074472                  X81-CPT-REJET.                                  PAYHCM01
074478     CALL 'SY0081' USING SY0081-PARMS.                            PAYHCM01
074484     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYHCM01
074500 9999-EXIT.                                                       PAYHCM01
074600     GOBACK.                                                      PAYHCM01

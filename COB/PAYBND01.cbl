000100 IDENTIFICATION DIVISION.                                         PAYBND01
000200 PROGRAM-ID.        PAYBND01.                                     PAYBND01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYBND01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYBND01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYBND01
000600 DATE-COMPILED.                                                   PAYBND01
000700***************************************************************** PAYBND01
000800*                   MODIFICATION  LOG                             PAYBND01
000900*                                                                 PAYBND01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYBND01
001100*  --------  ----------  -----------------------------------      PAYBND01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYBND01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYBND01
001300***************************************************************** PAYBND01
001400*                                                                 PAYBND01
001500*  PAY BAND AND COMPA-RATIO ANALYSIS.  BNDREF HOLDS THE PAY       PAYBND01
001600*  BANDS: EMPLOYEE TYPE (BLANK = ANY TYPE), TENURE RANGE IN       PAYBND01
001700*  YEARS OF SERVICE AND THE MINIMUM, MIDPOINT AND MAXIMUM OF      PAYBND01
001800*  ANNUALISED WAGES.  EACH PAYOUT EMPLOYEE'S PI-WAGES IS          PAYBND01
001900*  ANNUALISED BY THE BNDPRM PERIODS PER YEAR (DEFAULT 12)         PAYBND01
002000*  AND MATCHED TO ITS BAND ON PI-TYPE AND PI-YEARS, A BAND        PAYBND01
002100*  FOR THE EXACT TYPE BEING PREFERRED TO AN ANY-TYPE BAND.        PAYBND01
002200*  COMPA-RATIO = ANNUAL WAGES / BAND MIDPOINT * 100.  BNDRPT      PAYBND01
002300*  LISTS EVERY EMPLOYEE BELOW MINIMUM, ABOVE MAXIMUM OR           PAYBND01
002400*  WITHOUT A BAND, THEN THE COMPA-RATIO DISTRIBUTION PER          PAYBND01
002500*  REGION AND TYPE.  EMPLOYEES WITH NO WAGES IN THE PERIOD        PAYBND01
002600*  ARE COUNTED BUT NOT RATED.  RC=4 WHEN BAND LINES ARE           PAYBND01
002700*  REJECTED OR EMPLOYEES HAVE NO BAND.                            PAYBND01
002800*                                                                 PAYBND01
002900 ENVIRONMENT DIVISION.                                            PAYBND01
003000 CONFIGURATION SECTION.                                           PAYBND01
003100 SOURCE-COMPUTER.   IBM-370.                                      PAYBND01
003200 OBJECT-COMPUTER.   IBM-370.                                      PAYBND01
003300 INPUT-OUTPUT SECTION.                                            PAYBND01
003400 FILE-CONTROL.                                                    PAYBND01
003500     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYBND01
003600            ORGANIZATION IS SEQUENTIAL.                           PAYBND01
003700     SELECT BND-FILE    ASSIGN TO BNDREF                          PAYBND01
003800            ORGANIZATION IS SEQUENTIAL                            PAYBND01
003900            FILE STATUS IS PAY-BND-STATUS.                        PAYBND01
004000     SELECT PARM-FILE   ASSIGN TO BNDPRM                          PAYBND01
004100            ORGANIZATION IS SEQUENTIAL                            PAYBND01
004200            FILE STATUS IS PAY-PARM-STATUS.                       PAYBND01
004300     SELECT RPT-FILE    ASSIGN TO BNDRPT                          PAYBND01
004400            ORGANIZATION IS SEQUENTIAL.                           PAYBND01
004500 DATA DIVISION.                                                   PAYBND01
004600 FILE SECTION.                                                    PAYBND01
004700 FD  PAYOUT-FILE                                                  PAYBND01
004800     LABEL RECORDS STANDARD                                       PAYBND01
004900     BLOCK 00000 RECORDS                                          PAYBND01
005000     RECORDING F.                                                 PAYBND01
005100 01  PI-DETAIL-REC.                                               PAYBND01
005200     05  PI-NAME             PIC X(15).                           PAYBND01
005300     05  PI-REGION           PIC X(05).                           PAYBND01
005400     05  PI-TYPE             PIC X(01).                           PAYBND01
005500     05  PI-YEARS            PIC 9(02).                           PAYBND01
005600     05  PI-HIRE-DATE        PIC 9(06).                           PAYBND01
005700     05  PI-WAGES            PIC 9(05)V99.                        PAYBND01
005800     05  PI-OT               PIC 9(05)V99.                        PAYBND01
005900     05  PI-COMM             PIC 9(05)V99.                        PAYBND01
006000     05  PI-TOTAL            PIC 9(05)V99.                        PAYBND01
006100     05  PI-EMP-NBR          PIC 9(06).                           PAYBND01
006200 FD  BND-FILE                                                     PAYBND01
006300     LABEL RECORDS STANDARD                                       PAYBND01
006400     BLOCK 00000 RECORDS                                          PAYBND01
006500     RECORDING F.                                                 PAYBND01
006600 01  BND-REC.                                                     PAYBND01
006700     05  BND-TYPE            PIC X(01).                           PAYBND01
006800     05  BND-YEARS-LOW       PIC 9(02).                           PAYBND01
006900     05  BND-YEARS-HIGH      PIC 9(02).                           PAYBND01
007000     05  BND-MIN             PIC 9(07)V99.                        PAYBND01
007100     05  BND-MID             PIC 9(07)V99.                        PAYBND01
007200     05  BND-MAX             PIC 9(07)V99.                        PAYBND01
007300     05  FILLER              PIC X(08).                           PAYBND01
007400 FD  PARM-FILE                                                    PAYBND01
007500     LABEL RECORDS STANDARD                                       PAYBND01
007600     BLOCK 00000 RECORDS                                          PAYBND01
007700     RECORDING F.                                                 PAYBND01
007800 01  PARM-REC.                                                    PAYBND01
007900     05  PARM-PERIODS        PIC 9(02).                           PAYBND01
008000 FD  RPT-FILE                                                     PAYBND01
008100     LABEL RECORDS STANDARD                                       PAYBND01
008200     BLOCK 00000 RECORDS                                          PAYBND01
008300     RECORDING F.                                                 PAYBND01
008400 01  RPT-REC                 PIC X(80).                           PAYBND01
008500 WORKING-STORAGE SECTION.                                         PAYBND01
008600 77  PAY-BND-STATUS           PIC X(02) VALUE ZERO.               PAYBND01
008700 77  PAY-PARM-STATUS          PIC X(02) VALUE ZERO.               PAYBND01
008800 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYBND01
008900     88  PAY-EOF                  VALUE 'Y'.                      PAYBND01
009000 77  PAY-BND-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBND01
009100     88  PAY-BND-EOF              VALUE 'Y'.                      PAYBND01
009200 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYBND01
009225 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYBND01
009250 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYBND01
009275 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYBND01
009300 77  PAY-PERIODS              PIC 9(02) VALUE 12.                 PAYBND01
009400 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYBND01
009500 77  PAY-RATED-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYBND01
009600 77  PAY-NOWAGE-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYBND01
009700 77  PAY-BELOW-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYBND01
009800 77  PAY-ABOVE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYBND01
009900 77  PAY-NOBAND-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYBND01
010000 77  PAY-BND-REJ-COUNT        PIC 9(05) COMP-3 VALUE ZERO.        PAYBND01
010100 77  PAY-FULL-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYBND01
010200 77  PAY-BAND-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYBND01
010300 77  PAY-BAND-IX              PIC 9(03) COMP VALUE ZERO.          PAYBND01
010400 77  PAY-BAND-SLOT            PIC 9(03) COMP VALUE ZERO.          PAYBND01
010500 77  PAY-BAND-SCORE           PIC 9(01) VALUE ZERO.               PAYBND01
010600 77  PAY-BEST-SCORE           PIC 9(01) VALUE ZERO.               PAYBND01
010700 77  PAY-GRP-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYBND01
010800 77  PAY-GRP-IX               PIC 9(03) COMP VALUE ZERO.          PAYBND01
010900 77  PAY-GRP-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYBND01
011000 77  PAY-GRP-FOUND            PIC X(01) VALUE 'N'.                PAYBND01
011100 77  PAY-ANNUAL-WAGES         PIC 9(09)V99 VALUE ZERO.            PAYBND01
011200 77  PAY-COMPA                PIC 9(04)V9 VALUE ZERO.             PAYBND01
011300 77  PAY-AVG-COMPA            PIC 9(04)V9 VALUE ZERO.             PAYBND01
011400 77  PAY-BUCKET               PIC 9(01) VALUE ZERO.               PAYBND01
011500 01  PAY-BAND-TABLE.                                              PAYBND01
011600     05  PAY-BAND-ENTRY       OCCURS 100 TIMES.                   PAYBND01
011700         10  PAY-BD-TYPE      PIC X(01).                          PAYBND01
011800         10  PAY-BD-LOW       PIC 9(02).                          PAYBND01
011900         10  PAY-BD-HIGH      PIC 9(02).                          PAYBND01
012000         10  PAY-BD-MIN       PIC 9(07)V99.                       PAYBND01
012100         10  PAY-BD-MID       PIC 9(07)V99.                       PAYBND01
012200         10  PAY-BD-MAX       PIC 9(07)V99.                       PAYBND01
012300 01  PAY-GRP-TABLE.                                               PAYBND01
012400     05  PAY-GRP-ENTRY        OCCURS 100 TIMES.                   PAYBND01
012500         10  PAY-GP-REGION    PIC X(05).                          PAYBND01
012600         10  PAY-GP-TYPE      PIC X(01).                          PAYBND01
012700         10  PAY-GP-RATED     PIC 9(05) COMP-3.                   PAYBND01
012800         10  PAY-GP-BUCKET    PIC 9(05) COMP-3 OCCURS 5 TIMES.    PAYBND01
012900         10  PAY-GP-BELOW     PIC 9(05) COMP-3.                   PAYBND01
013000         10  PAY-GP-ABOVE     PIC 9(05) COMP-3.                   PAYBND01
013100         10  PAY-GP-NOBAND    PIC 9(05) COMP-3.                   PAYBND01
013200         10  PAY-GP-COMPA-SUM PIC 9(09)V9 COMP-3.                 PAYBND01
013300*                                                                 PAYBND01
013400 01  RPT-HDR-LINE.                                                PAYBND01
013500     05  FILLER              PIC X(46) VALUE                      PAYBND01
013600         'PAY BAND AND COMPA-RATIO ANALYSIS  PERIODS/YR '.        PAYBND01
013700     05  HDR-PERIODS         PIC Z9.                              PAYBND01
013800     05  FILLER              PIC X(32) VALUE SPACES.              PAYBND01
013900 01  RPT-SECT-LINE.                                               PAYBND01
014000     05  SECT-TEXT           PIC X(60).                           PAYBND01
014100     05  FILLER              PIC X(20) VALUE SPACES.              PAYBND01
014200 01  RPT-OUT-COL.                                                 PAYBND01
014300     05  FILLER              PIC X(40) VALUE                      PAYBND01
014400         'EMP    NAME            REGN  T YR     AN'.              PAYBND01
014500     05  FILLER              PIC X(40) VALUE                      PAYBND01
014600         'NUAL   BAND MIN   BAND MAX  COMPA FLAG  '.              PAYBND01
014700 01  RPT-OUT-LINE.                                                PAYBND01
014800     05  OUT-EMP             PIC 9(06).                           PAYBND01
014900     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
015000     05  OUT-NAME            PIC X(15).                           PAYBND01
015100     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
015200     05  OUT-REGION          PIC X(05).                           PAYBND01
015300     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
015400     05  OUT-TYPE            PIC X(01).                           PAYBND01
015500     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
015600     05  OUT-YEARS           PIC Z9.                              PAYBND01
015700     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
015800     05  OUT-ANNUAL          PIC ZZZ,ZZ9.99.                      PAYBND01
015900     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
016000     05  OUT-MIN             PIC ZZZ,ZZ9.99.                      PAYBND01
016100     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
016200     05  OUT-MAX             PIC ZZZ,ZZ9.99.                      PAYBND01
016300     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
016400     05  OUT-COMPA           PIC ZZZ9.9.                          PAYBND01
016500     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
016600     05  OUT-FLAG            PIC X(05).                           PAYBND01
016700 01  RPT-DST-COL.                                                 PAYBND01
016800     05  FILLER              PIC X(13) VALUE 'REGN  T RATED'.     PAYBND01
016900     05  FILLER              PIC X(40) VALUE                      PAYBND01
017000         '     <80   80-94  95-105 105-120    >120'.              PAYBND01
017100     05  FILLER              PIC X(27) VALUE                      PAYBND01
017200         ' BELOW ABOVE NOBND    AVG'.                             PAYBND01
017300 01  RPT-DST-LINE.                                                PAYBND01
017400     05  DST-REGION          PIC X(05).                           PAYBND01
017500     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
017600     05  DST-TYPE            PIC X(01).                           PAYBND01
017700     05  DST-RATED           PIC ZZZZZ9.                          PAYBND01
017800     05  DST-BUCKET          PIC ZZZZZZZ9 OCCURS 5 TIMES.         PAYBND01
017900     05  DST-BELOW           PIC ZZZZZ9.                          PAYBND01
018000     05  DST-ABOVE           PIC ZZZZZ9.                          PAYBND01
018100     05  DST-NOBAND          PIC ZZZZZ9.                          PAYBND01
018200     05  FILLER              PIC X(01) VALUE SPACE.               PAYBND01
018300     05  DST-AVG             PIC ZZZ9.9.                          PAYBND01
018400     05  FILLER              PIC X(02) VALUE SPACES.              PAYBND01
018500 01  RPT-CNT-LINE.                                                PAYBND01
018600     05  CNT-LABEL           PIC X(30).                           PAYBND01
018700     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYBND01
018800     05  FILLER              PIC X(41) VALUE SPACES.              PAYBND01
018900 COPY SY0095.                                                     PAYBND01
018950 COPY SY0081.                                                     PAYBND01
019000 PROCEDURE DIVISION.                                              PAYBND01
019100***************************************************************** PAYBND01
019200* 0000-MAINLINE                                                   PAYBND01
019300***************************************************************** PAYBND01
019400 0000-MAINLINE.                                                   PAYBND01
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYBND01
019600     IF PAY-STOP-SWITCH = 'Y'                                     PAYBND01
019700        GO TO 8100-JOURNAL-STOP                                   PAYBND01
019800     END-IF.                                                      PAYBND01
019900     PERFORM 2000-RATE-EMPLOYEE THRU 2000-EXIT                    PAYBND01
020000         UNTIL PAY-EOF.                                           PAYBND01
020100     PERFORM 3000-PRINT-DISTRIBUTION THRU 3000-EXIT.              PAYBND01
020200     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYBND01
020300     GO TO 9999-EXIT.                                             PAYBND01
020400***************************************************************** PAYBND01
020500* 1000-INITIALIZE - PARAMETER, BAND TABLE AND FILES               PAYBND01
020600***************************************************************** PAYBND01
020700 1000-INITIALIZE.                                                 PAYBND01
020800     MOVE 'PAYBND01' TO X95-PROGRAMME.                            PAYBND01
020900     MOVE 'D' TO X95-PHASE.                                       PAYBND01
021000     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYBND01
021100                  X95-CPT-REJET.                                  PAYBND01
021200     MOVE SPACES TO X95-ETAT.                                     PAYBND01
021300     CALL 'SY0095' USING SY0095-PARMS.                            PAYBND01
021400     OPEN INPUT PARM-FILE.                                        PAYBND01
021500     IF PAY-PARM-STATUS = '00'                                    PAYBND01
021600        READ PARM-FILE                                            PAYBND01
021700            AT END MOVE SPACES TO PARM-REC                        PAYBND01
021800        END-READ                                                  PAYBND01
021900        IF PARM-PERIODS NUMERIC                                   PAYBND01
022000           AND PARM-PERIODS NOT = ZERO                            PAYBND01
022100           MOVE PARM-PERIODS TO PAY-PERIODS                       PAYBND01
022200        END-IF                                                    PAYBND01
022300        CLOSE PARM-FILE                                           PAYBND01
022400     END-IF.                                                      PAYBND01
022500     OPEN INPUT BND-FILE.                                         PAYBND01
022600     IF PAY-BND-STATUS NOT = '00'                                 PAYBND01
022700        DISPLAY 'PAY BAND REFERENCE UNAVAILABLE - STATUS '        PAYBND01
022800                PAY-BND-STATUS                                    PAYBND01
022900        MOVE 8 TO RETURN-CODE                                     PAYBND01
023000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBND01
023025        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYBND01
023050        MOVE 'BNDREF' TO PAY-ERR-FILE                             PAYBND01
023075        MOVE PAY-BND-STATUS TO PAY-ERR-STATUS                     PAYBND01
023100        GO TO 1000-EXIT                                           PAYBND01
023200     END-IF.                                                      PAYBND01
023300     PERFORM 1100-LOAD-BAND THRU 1100-EXIT                        PAYBND01
023400         UNTIL PAY-BND-EOF.                                       PAYBND01
023500     CLOSE BND-FILE.                                              PAYBND01
023600     IF PAY-BAND-COUNT = ZERO                                     PAYBND01
023700        DISPLAY 'NO VALID PAY BANDS ON BNDREF - STOPPED'          PAYBND01
023800        MOVE 8 TO RETURN-CODE                                     PAYBND01
023900        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBND01
023933        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYBND01
023966        MOVE 'BNDREF' TO PAY-ERR-FILE                             PAYBND01
024000        GO TO 1000-EXIT                                           PAYBND01
024100     END-IF.                                                      PAYBND01
024200     OPEN INPUT PAYOUT-FILE.                                      PAYBND01
024300     OPEN OUTPUT RPT-FILE.                                        PAYBND01
024400     MOVE PAY-PERIODS TO HDR-PERIODS.                             PAYBND01
024500     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYBND01
024600     MOVE SPACES TO RPT-REC.                                      PAYBND01
024700     WRITE RPT-REC.                                               PAYBND01
024800     MOVE 'EMPLOYEES OUTSIDE THEIR PAY BAND OR WITHOUT A BAND'    PAYBND01
024900          TO SECT-TEXT.                                           PAYBND01
025000     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYBND01
025100     WRITE RPT-REC FROM RPT-OUT-COL.                              PAYBND01
025200 1000-EXIT.                                                       PAYBND01
025300     EXIT.                                                        PAYBND01
025400 1100-LOAD-BAND.                                                  PAYBND01
025500     READ BND-FILE                                                PAYBND01
025600         AT END                                                   PAYBND01
025700            SET PAY-BND-EOF TO TRUE                               PAYBND01
025800            GO TO 1100-EXIT                                       PAYBND01
025900     END-READ.                                                    PAYBND01
026000     IF BND-YEARS-LOW NOT NUMERIC OR BND-YEARS-HIGH NOT NUMERIC   PAYBND01
026100        OR BND-MIN NOT NUMERIC OR BND-MID NOT NUMERIC             PAYBND01
026200        OR BND-MAX NOT NUMERIC                                    PAYBND01
026300        OR BND-YEARS-LOW > BND-YEARS-HIGH                         PAYBND01
026400        OR BND-MID = ZERO                                         PAYBND01
026500        OR BND-MIN > BND-MID OR BND-MID > BND-MAX                 PAYBND01
026600        DISPLAY 'PAY BAND LINE REJECTED: ' BND-REC                PAYBND01
026700        ADD 1 TO PAY-BND-REJ-COUNT                                PAYBND01
026800        GO TO 1100-EXIT                                           PAYBND01
026900     END-IF.                                                      PAYBND01
027000     IF PAY-BAND-COUNT NOT < 100                                  PAYBND01
027100        DISPLAY 'PAY BAND TABLE FULL - LINE DROPPED: ' BND-REC    PAYBND01
027200        ADD 1 TO PAY-BND-REJ-COUNT                                PAYBND01
027300        GO TO 1100-EXIT                                           PAYBND01
027400     END-IF.                                                      PAYBND01
027500     ADD 1 TO PAY-BAND-COUNT.                                     PAYBND01
027600     MOVE BND-TYPE TO PAY-BD-TYPE (PAY-BAND-COUNT).               PAYBND01
027700     MOVE BND-YEARS-LOW TO PAY-BD-LOW (PAY-BAND-COUNT).           PAYBND01
027800     MOVE BND-YEARS-HIGH TO PAY-BD-HIGH (PAY-BAND-COUNT).         PAYBND01
027900     MOVE BND-MIN TO PAY-BD-MIN (PAY-BAND-COUNT).                 PAYBND01
028000     MOVE BND-MID TO PAY-BD-MID (PAY-BAND-COUNT).                 PAYBND01
028100     MOVE BND-MAX TO PAY-BD-MAX (PAY-BAND-COUNT).                 PAYBND01
028200 1100-EXIT.                                                       PAYBND01
028300     EXIT.                                                        PAYBND01
028400***************************************************************** PAYBND01
028500* 2000-RATE-EMPLOYEE - BAND, COMPA-RATIO AND OUTLIER LISTING      PAYBND01
028600***************************************************************** PAYBND01
028700 2000-RATE-EMPLOYEE.                                              PAYBND01
028800     READ PAYOUT-FILE                                             PAYBND01
028900         AT END                                                   PAYBND01
029000            SET PAY-EOF TO TRUE                                   PAYBND01
029100            GO TO 2000-EXIT                                       PAYBND01
029200     END-READ.                                                    PAYBND01
029300     ADD 1 TO PAY-READ-COUNT.                                     PAYBND01
029400     IF PI-WAGES = ZERO                                           PAYBND01
029500        ADD 1 TO PAY-NOWAGE-COUNT                                 PAYBND01
029600        GO TO 2000-EXIT                                           PAYBND01
029700     END-IF.                                                      PAYBND01
029800     PERFORM 2200-FIND-GROUP THRU 2200-EXIT.                      PAYBND01
029900     COMPUTE PAY-ANNUAL-WAGES = PI-WAGES * PAY-PERIODS.           PAYBND01
030000     MOVE ZERO TO PAY-BAND-SLOT PAY-BEST-SCORE.                   PAYBND01
030100     PERFORM 2100-MATCH-BAND THRU 2100-EXIT                       PAYBND01
030200         VARYING PAY-BAND-IX FROM 1 BY 1                          PAYBND01
030300         UNTIL PAY-BAND-IX > PAY-BAND-COUNT.                      PAYBND01
030400     MOVE PI-EMP-NBR TO OUT-EMP.                                  PAYBND01
030500     MOVE PI-NAME TO OUT-NAME.                                    PAYBND01
030600     MOVE PI-REGION TO OUT-REGION.                                PAYBND01
030700     MOVE PI-TYPE TO OUT-TYPE.                                    PAYBND01
030800     MOVE PI-YEARS TO OUT-YEARS.                                  PAYBND01
030900     MOVE PAY-ANNUAL-WAGES TO OUT-ANNUAL.                         PAYBND01
031000     IF PAY-BAND-SLOT = ZERO                                      PAYBND01
031100        ADD 1 TO PAY-NOBAND-COUNT                                 PAYBND01
031200        IF PAY-GRP-SLOT NOT = ZERO                                PAYBND01
031300           ADD 1 TO PAY-GP-NOBAND (PAY-GRP-SLOT)                  PAYBND01
031400        END-IF                                                    PAYBND01
031500        MOVE ZERO TO OUT-MIN OUT-MAX OUT-COMPA                    PAYBND01
031600        MOVE 'NOBND' TO OUT-FLAG                                  PAYBND01
031700        WRITE RPT-REC FROM RPT-OUT-LINE                           PAYBND01
031800        GO TO 2000-EXIT                                           PAYBND01
031900     END-IF.                                                      PAYBND01
032000     ADD 1 TO PAY-RATED-COUNT.                                    PAYBND01
032100     COMPUTE PAY-COMPA ROUNDED = PAY-ANNUAL-WAGES * 100           PAYBND01
032200                               / PAY-BD-MID (PAY-BAND-SLOT)       PAYBND01
032300        ON SIZE ERROR MOVE 9999.9 TO PAY-COMPA                    PAYBND01
032400     END-COMPUTE.                                                 PAYBND01
032450     IF PAY-COMPA < 80                                            PAYBND01
032500        MOVE 1 TO PAY-BUCKET                                      PAYBND01
032550     ELSE                                                         PAYBND01
032600        IF PAY-COMPA < 95                                         PAYBND01
032650           MOVE 2 TO PAY-BUCKET                                   PAYBND01
032700        ELSE                                                      PAYBND01
032750           IF PAY-COMPA NOT > 105                                 PAYBND01
032800              MOVE 3 TO PAY-BUCKET                                PAYBND01
032850           ELSE                                                   PAYBND01
032900              IF PAY-COMPA NOT > 120                              PAYBND01
032950                 MOVE 4 TO PAY-BUCKET                             PAYBND01
033000              ELSE                                                PAYBND01
033050                 MOVE 5 TO PAY-BUCKET                             PAYBND01
033100              END-IF                                              PAYBND01
033150           END-IF                                                 PAYBND01
033200        END-IF                                                    PAYBND01
033250     END-IF.                                                      PAYBND01
033700     IF PAY-GRP-SLOT NOT = ZERO                                   PAYBND01
033800        ADD 1 TO PAY-GP-RATED (PAY-GRP-SLOT)                      PAYBND01
033900                 PAY-GP-BUCKET (PAY-GRP-SLOT, PAY-BUCKET)         PAYBND01
034000        ADD PAY-COMPA TO PAY-GP-COMPA-SUM (PAY-GRP-SLOT)          PAYBND01
034100     END-IF.                                                      PAYBND01
034200     MOVE PAY-BD-MIN (PAY-BAND-SLOT) TO OUT-MIN.                  PAYBND01
034300     MOVE PAY-BD-MAX (PAY-BAND-SLOT) TO OUT-MAX.                  PAYBND01
034400     MOVE PAY-COMPA TO OUT-COMPA.                                 PAYBND01
034500     IF PAY-ANNUAL-WAGES < PAY-BD-MIN (PAY-BAND-SLOT)             PAYBND01
034600        ADD 1 TO PAY-BELOW-COUNT                                  PAYBND01
034700        IF PAY-GRP-SLOT NOT = ZERO                                PAYBND01
034800           ADD 1 TO PAY-GP-BELOW (PAY-GRP-SLOT)                   PAYBND01
034900        END-IF                                                    PAYBND01
035000        MOVE 'BELOW' TO OUT-FLAG                                  PAYBND01
035100        WRITE RPT-REC FROM RPT-OUT-LINE                           PAYBND01
035200     END-IF.                                                      PAYBND01
035300     IF PAY-ANNUAL-WAGES > PAY-BD-MAX (PAY-BAND-SLOT)             PAYBND01
035400        ADD 1 TO PAY-ABOVE-COUNT                                  PAYBND01
035500        IF PAY-GRP-SLOT NOT = ZERO                                PAYBND01
035600           ADD 1 TO PAY-GP-ABOVE (PAY-GRP-SLOT)                   PAYBND01
035700        END-IF                                                    PAYBND01
035800        MOVE 'ABOVE' TO OUT-FLAG                                  PAYBND01
035900        WRITE RPT-REC FROM RPT-OUT-LINE                           PAYBND01
036000     END-IF.                                                      PAYBND01
036100 2000-EXIT.                                                       PAYBND01
036200     EXIT.                                                        PAYBND01
036300 2100-MATCH-BAND.                                                 PAYBND01
036400     IF PI-YEARS < PAY-BD-LOW (PAY-BAND-IX)                       PAYBND01
036500        OR PI-YEARS > PAY-BD-HIGH (PAY-BAND-IX)                   PAYBND01
036600        GO TO 2100-EXIT                                           PAYBND01
036700     END-IF.                                                      PAYBND01
036800     IF PAY-BD-TYPE (PAY-BAND-IX) = PI-TYPE                       PAYBND01
036900        MOVE 2 TO PAY-BAND-SCORE                                  PAYBND01
037000     ELSE                                                         PAYBND01
037100        IF PAY-BD-TYPE (PAY-BAND-IX) = SPACE                      PAYBND01
037200           MOVE 1 TO PAY-BAND-SCORE                               PAYBND01
037300        ELSE                                                      PAYBND01
037400           GO TO 2100-EXIT                                        PAYBND01
037500        END-IF                                                    PAYBND01
037600     END-IF.                                                      PAYBND01
037700     IF PAY-BAND-SCORE > PAY-BEST-SCORE                           PAYBND01
037800        MOVE PAY-BAND-SCORE TO PAY-BEST-SCORE                     PAYBND01
037900        MOVE PAY-BAND-IX TO PAY-BAND-SLOT                         PAYBND01
038000     END-IF.                                                      PAYBND01
038100 2100-EXIT.                                                       PAYBND01
038200     EXIT.                                                        PAYBND01
038300 2200-FIND-GROUP.                                                 PAYBND01
038400     MOVE ZERO TO PAY-GRP-SLOT.                                   PAYBND01
038500     MOVE 'N' TO PAY-GRP-FOUND.                                   PAYBND01
038600     IF PAY-GRP-COUNT > ZERO                                      PAYBND01
038700        PERFORM 2210-SCAN-GROUP THRU 2210-EXIT                    PAYBND01
038800            VARYING PAY-GRP-IX FROM 1 BY 1                        PAYBND01
038900            UNTIL PAY-GRP-IX > PAY-GRP-COUNT                      PAYBND01
039000               OR PAY-GRP-FOUND = 'Y'                             PAYBND01
039100     END-IF.                                                      PAYBND01
039200     IF PAY-GRP-FOUND = 'Y'                                       PAYBND01
039300        COMPUTE PAY-GRP-SLOT = PAY-GRP-IX - 1                     PAYBND01
039400        GO TO 2200-EXIT                                           PAYBND01
039500     END-IF.                                                      PAYBND01
039600     IF PAY-GRP-COUNT < 100                                       PAYBND01
039700        ADD 1 TO PAY-GRP-COUNT                                    PAYBND01
039800        MOVE PAY-GRP-COUNT TO PAY-GRP-SLOT                        PAYBND01
039900        MOVE PI-REGION TO PAY-GP-REGION (PAY-GRP-SLOT)            PAYBND01
040000        MOVE PI-TYPE TO PAY-GP-TYPE (PAY-GRP-SLOT)                PAYBND01
040100        MOVE ZERO TO PAY-GP-RATED (PAY-GRP-SLOT)                  PAYBND01
040200                     PAY-GP-BUCKET (PAY-GRP-SLOT, 1)              PAYBND01
040300                     PAY-GP-BUCKET (PAY-GRP-SLOT, 2)              PAYBND01
040400                     PAY-GP-BUCKET (PAY-GRP-SLOT, 3)              PAYBND01
040500                     PAY-GP-BUCKET (PAY-GRP-SLOT, 4)              PAYBND01
040600                     PAY-GP-BUCKET (PAY-GRP-SLOT, 5)              PAYBND01
040700                     PAY-GP-BELOW (PAY-GRP-SLOT)                  PAYBND01
040800                     PAY-GP-ABOVE (PAY-GRP-SLOT)                  PAYBND01
040900                     PAY-GP-NOBAND (PAY-GRP-SLOT)                 PAYBND01
041000                     PAY-GP-COMPA-SUM (PAY-GRP-SLOT)              PAYBND01
041100     ELSE                                                         PAYBND01
041200        DISPLAY 'REGION/TYPE TABLE FULL - NOT SUMMARISED: '       PAYBND01
041300                PI-REGION ' ' PI-TYPE                             PAYBND01
041400        ADD 1 TO PAY-FULL-COUNT                                   PAYBND01
041500     END-IF.                                                      PAYBND01
041600 2200-EXIT.                                                       PAYBND01
041700     EXIT.                                                        PAYBND01
041800 2210-SCAN-GROUP.                                                 PAYBND01
041900     IF PAY-GP-REGION (PAY-GRP-IX) = PI-REGION                    PAYBND01
042000        AND PAY-GP-TYPE (PAY-GRP-IX) = PI-TYPE                    PAYBND01
042100        MOVE 'Y' TO PAY-GRP-FOUND                                 PAYBND01
042200     END-IF.                                                      PAYBND01
042300 2210-EXIT.                                                       PAYBND01
042400     EXIT.                                                        PAYBND01
042500***************************************************************** PAYBND01
042600* 3000-PRINT-DISTRIBUTION - COMPA-RATIO SPREAD BY REGION/TYPE     PAYBND01
042700***************************************************************** PAYBND01
042800 3000-PRINT-DISTRIBUTION.                                         PAYBND01
042900     MOVE SPACES TO RPT-REC.                                      PAYBND01
043000     WRITE RPT-REC.                                               PAYBND01
043100     MOVE 'COMPA-RATIO DISTRIBUTION BY REGION AND TYPE'           PAYBND01
043200          TO SECT-TEXT.                                           PAYBND01
043300     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYBND01
043400     WRITE RPT-REC FROM RPT-DST-COL.                              PAYBND01
043500     PERFORM 3100-PRINT-GROUP THRU 3100-EXIT                      PAYBND01
043600         VARYING PAY-GRP-IX FROM 1 BY 1                           PAYBND01
043700         UNTIL PAY-GRP-IX > PAY-GRP-COUNT.                        PAYBND01
043800     MOVE SPACES TO RPT-REC.                                      PAYBND01
043900     WRITE RPT-REC.                                               PAYBND01
044000     MOVE 'EXTRACT RECORDS' TO CNT-LABEL.                         PAYBND01
044100     MOVE PAY-READ-COUNT TO CNT-VALUE.                            PAYBND01
044200     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
044300     MOVE 'NO WAGES THIS PERIOD' TO CNT-LABEL.                    PAYBND01
044400     MOVE PAY-NOWAGE-COUNT TO CNT-VALUE.                          PAYBND01
044500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
044600     MOVE 'RATED AGAINST A BAND' TO CNT-LABEL.                    PAYBND01
044700     MOVE PAY-RATED-COUNT TO CNT-VALUE.                           PAYBND01
044800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
044900     MOVE 'BELOW BAND MINIMUM' TO CNT-LABEL.                      PAYBND01
045000     MOVE PAY-BELOW-COUNT TO CNT-VALUE.                           PAYBND01
045100     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
045200     MOVE 'ABOVE BAND MAXIMUM' TO CNT-LABEL.                      PAYBND01
045300     MOVE PAY-ABOVE-COUNT TO CNT-VALUE.                           PAYBND01
045400     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
045500     MOVE 'NO MATCHING BAND' TO CNT-LABEL.                        PAYBND01
045600     MOVE PAY-NOBAND-COUNT TO CNT-VALUE.                          PAYBND01
045700     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
045800     MOVE 'BAND LINES REJECTED' TO CNT-LABEL.                     PAYBND01
045900     MOVE PAY-BND-REJ-COUNT TO CNT-VALUE.                         PAYBND01
046000     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYBND01
046100 3000-EXIT.                                                       PAYBND01
046200     EXIT.                                                        PAYBND01
046300 3100-PRINT-GROUP.                                                PAYBND01
046400     MOVE PAY-GP-REGION (PAY-GRP-IX) TO DST-REGION.               PAYBND01
046500     MOVE PAY-GP-TYPE (PAY-GRP-IX) TO DST-TYPE.                   PAYBND01
046600     MOVE PAY-GP-RATED (PAY-GRP-IX) TO DST-RATED.                 PAYBND01
046700     MOVE PAY-GP-BUCKET (PAY-GRP-IX, 1) TO DST-BUCKET (1).        PAYBND01
046800     MOVE PAY-GP-BUCKET (PAY-GRP-IX, 2) TO DST-BUCKET (2).        PAYBND01
046900     MOVE PAY-GP-BUCKET (PAY-GRP-IX, 3) TO DST-BUCKET (3).        PAYBND01
047000     MOVE PAY-GP-BUCKET (PAY-GRP-IX, 4) TO DST-BUCKET (4).        PAYBND01
047100     MOVE PAY-GP-BUCKET (PAY-GRP-IX, 5) TO DST-BUCKET (5).        PAYBND01
047200     MOVE PAY-GP-BELOW (PAY-GRP-IX) TO DST-BELOW.                 PAYBND01
047300     MOVE PAY-GP-ABOVE (PAY-GRP-IX) TO DST-ABOVE.                 PAYBND01
047400     MOVE PAY-GP-NOBAND (PAY-GRP-IX) TO DST-NOBAND.               PAYBND01
047500     MOVE ZERO TO PAY-AVG-COMPA.                                  PAYBND01
047600     IF PAY-GP-RATED (PAY-GRP-IX) NOT = ZERO                      PAYBND01
047700        COMPUTE PAY-AVG-COMPA ROUNDED =                           PAYBND01
047800            PAY-GP-COMPA-SUM (PAY-GRP-IX)                         PAYBND01
047900            / PAY-GP-RATED (PAY-GRP-IX)                           PAYBND01
048000     END-IF.                                                      PAYBND01
048100     MOVE PAY-AVG-COMPA TO DST-AVG.                               PAYBND01
048200     WRITE RPT-REC FROM RPT-DST-LINE.                             PAYBND01
048300 3100-EXIT.                                                       PAYBND01
048400     EXIT.                                                        PAYBND01
048500***************************************************************** PAYBND01
048600* 8000-FINALIZE - COUNTS, RETURN CODE, CLOSE UP                   PAYBND01
048700***************************************************************** PAYBND01
048800 8000-FINALIZE.                                                   PAYBND01
048900     CLOSE PAYOUT-FILE.                                           PAYBND01
049000     CLOSE RPT-FILE.                                              PAYBND01
049100     DISPLAY 'EXTRACT RECORDS READ = ' PAY-READ-COUNT.            PAYBND01
049200     DISPLAY 'RATED                = ' PAY-RATED-COUNT.           PAYBND01
049300     DISPLAY 'BELOW MINIMUM        = ' PAY-BELOW-COUNT.           PAYBND01
049400     DISPLAY 'ABOVE MAXIMUM        = ' PAY-ABOVE-COUNT.           PAYBND01
049500     DISPLAY 'NO MATCHING BAND     = ' PAY-NOBAND-COUNT.          PAYBND01
049600     IF PAY-BND-REJ-COUNT NOT = ZERO                              PAYBND01
049700        OR PAY-NOBAND-COUNT NOT = ZERO                            PAYBND01
049800        OR PAY-FULL-COUNT NOT = ZERO                              PAYBND01
049900        MOVE 4 TO RETURN-CODE                                     PAYBND01
050000     END-IF.                                                      PAYBND01
050100     MOVE 'F' TO X95-PHASE.                                       PAYBND01
050200     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYBND01
050300     MOVE PAY-RATED-COUNT TO X95-CPT-SORTIE.                      PAYBND01
050400     MOVE PAY-NOBAND-COUNT TO X95-CPT-REJET.                      PAYBND01
050500     MOVE 'OK' TO X95-ETAT.                                       PAYBND01
050600     CALL 'SY0095' USING SY0095-PARMS.                            PAYBND01
050700 8000-EXIT.                                                       PAYBND01
050800     EXIT.                                                        PAYBND01
050806***************************************************************** PAYBND01
050812* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYBND01
050818***************************************************************** PAYBND01
050824 8100-JOURNAL-STOP.                                               PAYBND01
050830     MOVE 'PAYBND01' TO X81-PROGRAMME.                            PAYBND01
050836     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYBND01
050842     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYBND01
050848     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYBND01
050854     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYBND01
050860     MOVE SPACES TO X81-TEXTE.                                    PAYBND01
050866     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYBND01
050872                  X81-CPT-REJET.                                  PAYBND01
050878     CALL 'SY0081' USING SY0081-PARMS.                            PAYBND01
050884     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYBND01
050900 9999-EXIT.                                                       PAYBND01
051000     GOBACK.                                                      PAYBND01

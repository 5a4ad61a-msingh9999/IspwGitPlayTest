000100 IDENTIFICATION DIVISION.                                         PAYCMP01
000200 PROGRAM-ID.        PAYCMP01.                                     PAYCMP01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYCMP01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYCMP01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYCMP01
000600 DATE-COMPILED.                                                   PAYCMP01
000700***************************************************************** PAYCMP01
000800*                   MODIFICATION  LOG                             PAYCMP01
000900*                                                                 PAYCMP01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYCMP01
001100*  --------  ----------  -----------------------------------      PAYCMP01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYCMP01
001210*  26/10/15  MAINT       YTD REGION SEGMENTS ON YTDMST            PAYCMP01
001220*  26/10/15  MAINT       YTD OFF-CYCLE MARKER ON YTDMST           PAYCMP01
001260*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYCMP01
001270*  26/10/15  MAINT       OLD YTD RECORD PADDED TO FULL 485 BYTES  PAYCMP01
001280*  26/10/15  MAINT       YTD COMPARE ADDS SEGMENTS, OFF-CYCLE     PAYCMP01
001300***************************************************************** PAYCMP01
001400*                                                                 PAYCMP01
001500*  PARALLEL-RUN COMPARISON: SIGN-OFF EVIDENCE FOR PAYROLL         PAYCMP01
001600*  CHANGES.  COMPARES THE OLD (CMPOLD) AND NEW (CMPNEW) OUTPUT    PAYCMP01
001700*  OF TWO RUNS EMPLOYEE BY EMPLOYEE.  THE CMPPRM CARD GIVES       PAYCMP01
001800*  THE FILE KIND - P FOR TWO PAYOUT-FORMAT EXTRACTS, Y FOR        PAYCMP01
001900*  TWO SEQUENTIAL YTDMST IMAGES - AND THE TOLERANCE AMOUNT;       PAYCMP01
002000*  MONEY DIFFERENCES NOT OVER THE TOLERANCE ARE COUNTED BUT       PAYCMP01
002100*  NOT LISTED.  THE OLD FILE IS HELD IN A TABLE AND THE NEW       PAYCMP01
002200*  FILE MATCHED AGAINST IT ON EMPLOYEE NUMBER, SO NEITHER         PAYCMP01
002300*  FILE NEEDS TO BE IN SEQUENCE.  CMPRPT LISTS EMPLOYEES ON       PAYCMP01
002400*  ONE SIDE ONLY, EVERY FIELD THAT DIFFERS WITH THE OLD AND       PAYCMP01
002500*  NEW VALUE, AND THE COUNT AND GROSS PAY PER REGION FOR          PAYCMP01
002600*  EACH SIDE.  YTD-LAST-RUN IS A RUN STAMP AND IS NOT             PAYCMP01
002700*  COMPARED.  RC=4 WHEN ANY DIFFERENCE IS REPORTED.               PAYCMP01
002800*                                                                 PAYCMP01
002900 ENVIRONMENT DIVISION.                                            PAYCMP01
003000 CONFIGURATION SECTION.                                           PAYCMP01
003100 SOURCE-COMPUTER.   IBM-370.                                      PAYCMP01
003200 OBJECT-COMPUTER.   IBM-370.                                      PAYCMP01
003300 INPUT-OUTPUT SECTION.                                            PAYCMP01
003400 FILE-CONTROL.                                                    PAYCMP01
003500     SELECT OLD-PAY-FILE ASSIGN TO CMPOLD                         PAYCMP01
003600            ORGANIZATION IS SEQUENTIAL                            PAYCMP01
003700            FILE STATUS IS PAY-OLD-STATUS.                        PAYCMP01
003800     SELECT NEW-PAY-FILE ASSIGN TO CMPNEW                         PAYCMP01
003900            ORGANIZATION IS SEQUENTIAL                            PAYCMP01
004000            FILE STATUS IS PAY-NEW-STATUS.                        PAYCMP01
004100     SELECT OLD-YTD-FILE ASSIGN TO CMPOLD                         PAYCMP01
004200            ORGANIZATION IS SEQUENTIAL                            PAYCMP01
004300            FILE STATUS IS PAY-OLD-STATUS.                        PAYCMP01
004400     SELECT NEW-YTD-FILE ASSIGN TO CMPNEW                         PAYCMP01
004500            ORGANIZATION IS SEQUENTIAL                            PAYCMP01
004600            FILE STATUS IS PAY-NEW-STATUS.                        PAYCMP01
004700     SELECT PARM-FILE   ASSIGN TO CMPPRM                          PAYCMP01
004800            ORGANIZATION IS SEQUENTIAL                            PAYCMP01
004900            FILE STATUS IS PAY-PARM-STATUS.                       PAYCMP01
005000     SELECT RPT-FILE    ASSIGN TO CMPRPT                          PAYCMP01
005100            ORGANIZATION IS SEQUENTIAL.                           PAYCMP01
005200 DATA DIVISION.                                                   PAYCMP01
005300 FILE SECTION.                                                    PAYCMP01
005400 FD  OLD-PAY-FILE                                                 PAYCMP01
005500     LABEL RECORDS STANDARD                                       PAYCMP01
005600     BLOCK 00000 RECORDS                                          PAYCMP01
005700     RECORDING F.                                                 PAYCMP01
005800 01  OP-DETAIL-REC.                                               PAYCMP01
005900     05  OP-NAME             PIC X(15).                           PAYCMP01
006000     05  OP-REGION           PIC X(05).                           PAYCMP01
006100     05  OP-TYPE             PIC X(01).                           PAYCMP01
006200     05  OP-YEARS            PIC 9(02).                           PAYCMP01
006300     05  OP-HIRE-DATE        PIC 9(06).                           PAYCMP01
006400     05  OP-WAGES            PIC 9(05)V99.                        PAYCMP01
006500     05  OP-OT               PIC 9(05)V99.                        PAYCMP01
006600     05  OP-COMM             PIC 9(05)V99.                        PAYCMP01
006700     05  OP-TOTAL            PIC 9(05)V99.                        PAYCMP01
006800     05  OP-EMP-NBR          PIC 9(06).                           PAYCMP01
006900 FD  NEW-PAY-FILE                                                 PAYCMP01
007000     LABEL RECORDS STANDARD                                       PAYCMP01
007100     BLOCK 00000 RECORDS                                          PAYCMP01
007200     RECORDING F.                                                 PAYCMP01
007300 01  PI-DETAIL-REC.                                               PAYCMP01
007400     05  PI-NAME             PIC X(15).                           PAYCMP01
007500     05  PI-REGION           PIC X(05).                           PAYCMP01
007600     05  PI-TYPE             PIC X(01).                           PAYCMP01
007700     05  PI-YEARS            PIC 9(02).                           PAYCMP01
007800     05  PI-HIRE-DATE        PIC 9(06).                           PAYCMP01
007900     05  PI-WAGES            PIC 9(05)V99.                        PAYCMP01
008000     05  PI-OT               PIC 9(05)V99.                        PAYCMP01
008100     05  PI-COMM             PIC 9(05)V99.                        PAYCMP01
008200     05  PI-TOTAL            PIC 9(05)V99.                        PAYCMP01
008300     05  PI-EMP-NBR          PIC 9(06).                           PAYCMP01
008400 FD  OLD-YTD-FILE                                                 PAYCMP01
008500     LABEL RECORDS STANDARD                                       PAYCMP01
008600     BLOCK 00000 RECORDS                                          PAYCMP01
008700     RECORDING F.                                                 PAYCMP01
008800 01  OY-REC.                                                      PAYCMP01
008900     05  OY-EMP-NBR          PIC 9(06).                           PAYCMP01
009000     05  OY-NAME             PIC X(15).                           PAYCMP01
009100     05  OY-REGION           PIC X(05).                           PAYCMP01
009200     05  OY-WAGES            PIC 9(07)V99.                        PAYCMP01
009300     05  OY-OT               PIC 9(07)V99.                        PAYCMP01
009400     05  OY-COMM             PIC 9(07)V99.                        PAYCMP01
009500     05  OY-LAST-RUN         PIC 9(06).                           PAYCMP01
009600     05  OY-DED-AMT          PIC 9(07)V99 OCCURS 4 TIMES.         PAYCMP01
009607     05  OY-SEG-COUNT        PIC 9(01).                           PAYCMP01
009614     05  OY-SEGMENTS.                                             PAYCMP01
009621         10  OY-SEGMENT      OCCURS 4 TIMES.                      PAYCMP01
009628             15  OY-SEG-REGION   PIC X(05).                       PAYCMP01
009635             15  OY-SEG-FROM     PIC 9(08).                       PAYCMP01
009642             15  OY-SEG-WAGES    PIC 9(07)V99.                    PAYCMP01
009649             15  OY-SEG-OT       PIC 9(07)V99.                    PAYCMP01
009656             15  OY-SEG-COMM     PIC 9(07)V99.                    PAYCMP01
009663     05  OY-RECENT-AREA      PIC X(204).                          PAYCMP01
009670     05  OY-OFF-CYCLE.                                            PAYCMP01
009677         10  OY-OFF-BATCH    PIC X(08).                           PAYCMP01
009684         10  OY-OFF-DATE     PIC 9(08).                           PAYCMP01
009691         10  OY-OFF-GROSS    PIC 9(07)V99.                        PAYCMP01
009700 FD  NEW-YTD-FILE                                                 PAYCMP01
009800     LABEL RECORDS STANDARD                                       PAYCMP01
009900     BLOCK 00000 RECORDS                                          PAYCMP01
010000     RECORDING F.                                                 PAYCMP01
010100 01  YTD-REC.                                                     PAYCMP01
010200     05  YTD-EMP-NBR         PIC 9(06).                           PAYCMP01
010300     05  YTD-NAME            PIC X(15).                           PAYCMP01
010400     05  YTD-REGION          PIC X(05).                           PAYCMP01
010500     05  YTD-WAGES           PIC 9(07)V99.                        PAYCMP01
010600     05  YTD-OT              PIC 9(07)V99.                        PAYCMP01
010700     05  YTD-COMM            PIC 9(07)V99.                        PAYCMP01
010800     05  YTD-LAST-RUN        PIC 9(06).                           PAYCMP01
010900     05  YTD-DED-AMT         PIC 9(07)V99 OCCURS 4 TIMES.         PAYCMP01
010905     05  YTD-SEG-COUNT       PIC 9(01).                           PAYCMP01
010910     05  YTD-SEGMENTS.                                            PAYCMP01
010915         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYCMP01
010920             15  YTD-SEG-REGION  PIC X(05).                       PAYCMP01
010925             15  YTD-SEG-FROM    PIC 9(08).                       PAYCMP01
010930             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYCMP01
010935             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYCMP01
010940             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYCMP01
010945     05  YTD-RECENT-AREA.                                         PAYCMP01
010950         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYCMP01
010955             15  YTD-RC-PERIOD   PIC 9(08).                       PAYCMP01
010960             15  YTD-RC-REGION   PIC X(05).                       PAYCMP01
010965             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYCMP01
010970             15  YTD-RC-OT       PIC 9(05)V99.                    PAYCMP01
010975             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYCMP01
010976     05  YTD-OFF-CYCLE.                                           PAYCMP01
010977         10  YTD-OFF-BATCH   PIC X(08).                           PAYCMP01
010978         10  YTD-OFF-DATE    PIC 9(08).                           PAYCMP01
010979         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYCMP01
011000 FD  PARM-FILE                                                    PAYCMP01
011100     LABEL RECORDS STANDARD                                       PAYCMP01
011200     BLOCK 00000 RECORDS                                          PAYCMP01
011300     RECORDING F.                                                 PAYCMP01
011400 01  PARM-REC.                                                    PAYCMP01
011500     05  PARM-KIND           PIC X(01).                           PAYCMP01
011600     05  PARM-TOLERANCE      PIC 9(05)V99.                        PAYCMP01
011700 FD  RPT-FILE                                                     PAYCMP01
011800     LABEL RECORDS STANDARD                                       PAYCMP01
011900     BLOCK 00000 RECORDS                                          PAYCMP01
012000     RECORDING F.                                                 PAYCMP01
012100 01  RPT-REC                 PIC X(80).                           PAYCMP01
012200 WORKING-STORAGE SECTION.                                         PAYCMP01
012300 77  PAY-OLD-STATUS           PIC X(02) VALUE ZERO.               PAYCMP01
012400 77  PAY-NEW-STATUS           PIC X(02) VALUE ZERO.               PAYCMP01
012500 77  PAY-PARM-STATUS          PIC X(02) VALUE ZERO.               PAYCMP01
012600 77  PAY-OLD-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYCMP01
012700     88  PAY-OLD-EOF              VALUE 'Y'.                      PAYCMP01
012800 77  PAY-NEW-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYCMP01
012900     88  PAY-NEW-EOF              VALUE 'Y'.                      PAYCMP01
013000 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYCMP01
013025 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYCMP01
013050 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYCMP01
013075 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYCMP01
013100 77  PAY-KIND                 PIC X(01) VALUE SPACE.              PAYCMP01
013200     88  PAY-KIND-PAYOUT          VALUE 'P'.                      PAYCMP01
013300     88  PAY-KIND-YTD             VALUE 'Y'.                      PAYCMP01
013400 77  PAY-TOLERANCE            PIC 9(05)V99 VALUE ZERO.            PAYCMP01
013500 77  PAY-OLD-READ             PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
013600 77  PAY-NEW-READ             PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
013700 77  PAY-MATCH-COUNT          PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
013800 77  PAY-SAME-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
013900 77  PAY-EMP-DIFF-COUNT       PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
014000 77  PAY-FLD-DIFF-COUNT       PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
014100 77  PAY-SUPPRESS-COUNT       PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
014200 77  PAY-ONLY-OLD-COUNT       PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
014300 77  PAY-ONLY-NEW-COUNT       PIC 9(07) COMP-3 VALUE ZERO.        PAYCMP01
014400 77  PAY-DUP-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYCMP01
014500 77  PAY-FULL-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYCMP01
014600 77  PAY-EMP-DIFFERS          PIC X(01) VALUE 'N'.                PAYCMP01
014700 77  PAY-OLD-COUNT            PIC 9(04) COMP VALUE ZERO.          PAYCMP01
014800 77  PAY-OLD-IX               PIC 9(04) COMP VALUE ZERO.          PAYCMP01
014900 77  PAY-OLD-SLOT             PIC 9(04) COMP VALUE ZERO.          PAYCMP01
015000 77  PAY-OLD-FOUND            PIC X(01) VALUE 'N'.                PAYCMP01
015100 77  PAY-FLD-COUNT            PIC 9(02) COMP VALUE ZERO.          PAYCMP01
015200 77  PAY-FLD-IX               PIC 9(02) COMP VALUE ZERO.          PAYCMP01
015225 77  PAY-SEG-IX               PIC 9(01) COMP VALUE ZERO.          PAYCMP01
015250 77  PAY-SEG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYCMP01
015275 77  PAY-SEG-NBR              PIC 9(01) VALUE ZERO.               PAYCMP01
015300 77  PAY-REG-NBR              PIC 9(03) COMP VALUE ZERO.          PAYCMP01
015400 77  PAY-REG-IX               PIC 9(03) COMP VALUE ZERO.          PAYCMP01
015500 77  PAY-REG-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYCMP01
015600 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYCMP01
015700 77  PAY-KEY-REGION           PIC X(05) VALUE SPACES.             PAYCMP01
015800 77  PAY-DIFF-AMT             PIC S9(09)V99 VALUE ZERO.           PAYCMP01
015900 77  PAY-ABS-AMT              PIC 9(09)V99 VALUE ZERO.            PAYCMP01
016000 01  PAY-WORK-REC.                                                PAYCMP01
016100     05  PAY-WK-EMP           PIC 9(06).                          PAYCMP01
016200     05  PAY-WK-NAME          PIC X(15).                          PAYCMP01
016300     05  PAY-WK-REGION        PIC X(05).                          PAYCMP01
016400     05  PAY-WK-TYPE          PIC X(01).                          PAYCMP01
016500     05  PAY-WK-GROSS         PIC 9(09)V99.                       PAYCMP01
016600     05  PAY-WK-AMT           PIC 9(09)V99 OCCURS 21 TIMES.       PAYCMP01
016625     05  PAY-WK-SEG-REGIONS.                                      PAYCMP01
016650         10  PAY-WK-SEG-REGION PIC X(05) OCCURS 4 TIMES.          PAYCMP01
016700 01  PAY-OLD-TABLE.                                               PAYCMP01
016800     05  PAY-OLD-ENTRY        OCCURS 2000 TIMES.                  PAYCMP01
016900         10  PAY-OL-EMP       PIC 9(06).                          PAYCMP01
017000         10  PAY-OL-NAME      PIC X(15).                          PAYCMP01
017100         10  PAY-OL-REGION    PIC X(05).                          PAYCMP01
017200         10  PAY-OL-TYPE      PIC X(01).                          PAYCMP01
017300         10  PAY-OL-GROSS     PIC 9(09)V99.                       PAYCMP01
017400         10  PAY-OL-AMT       PIC 9(09)V99 OCCURS 21 TIMES.       PAYCMP01
017425         10  PAY-OL-SEG-REGIONS.                                  PAYCMP01
017450             15  PAY-OL-SEG-REGION PIC X(05) OCCURS 4 TIMES.      PAYCMP01
017500         10  PAY-OL-MATCHED   PIC X(01).                          PAYCMP01
017600 01  PAY-FIELD-NAMES-P.                                           PAYCMP01
017700     05  FILLER              PIC X(11) VALUE 'YEARS     E'.       PAYCMP01
017800     05  FILLER              PIC X(11) VALUE 'HIRE-DATE E'.       PAYCMP01
017900     05  FILLER              PIC X(11) VALUE 'WAGES     M'.       PAYCMP01
018000     05  FILLER              PIC X(11) VALUE 'OVERTIME  M'.       PAYCMP01
018100     05  FILLER              PIC X(11) VALUE 'COMMISSIONM'.       PAYCMP01
018200     05  FILLER              PIC X(11) VALUE 'TOTAL     M'.       PAYCMP01
018300     05  FILLER              PIC X(11) VALUE SPACES.              PAYCMP01
018400     05  FILLER              PIC X(11) VALUE SPACES.              PAYCMP01
018500 01  PAY-FIELD-NAMES-Y.                                           PAYCMP01
018600     05  FILLER              PIC X(11) VALUE 'WAGES     M'.       PAYCMP01
018700     05  FILLER              PIC X(11) VALUE 'OVERTIME  M'.       PAYCMP01
018800     05  FILLER              PIC X(11) VALUE 'COMMISSIONM'.       PAYCMP01
018900     05  FILLER              PIC X(11) VALUE 'DEDUCT 1  M'.       PAYCMP01
019000     05  FILLER              PIC X(11) VALUE 'DEDUCT 2  M'.       PAYCMP01
019100     05  FILLER              PIC X(11) VALUE 'DEDUCT 3  M'.       PAYCMP01
019200     05  FILLER              PIC X(11) VALUE 'DEDUCT 4  M'.       PAYCMP01
019213     05  FILLER              PIC X(11) VALUE 'SEG COUNT E'.       PAYCMP01
019226     05  FILLER              PIC X(11) VALUE 'SEG1 WAGESM'.       PAYCMP01
019239     05  FILLER              PIC X(11) VALUE 'SEG1 OT   M'.       PAYCMP01
019252     05  FILLER              PIC X(11) VALUE 'SEG1 COMM M'.       PAYCMP01
019265     05  FILLER              PIC X(11) VALUE 'SEG2 WAGESM'.       PAYCMP01
019278     05  FILLER              PIC X(11) VALUE 'SEG2 OT   M'.       PAYCMP01
019291     05  FILLER              PIC X(11) VALUE 'SEG2 COMM M'.       PAYCMP01
019304     05  FILLER              PIC X(11) VALUE 'SEG3 WAGESM'.       PAYCMP01
019317     05  FILLER              PIC X(11) VALUE 'SEG3 OT   M'.       PAYCMP01
019330     05  FILLER              PIC X(11) VALUE 'SEG3 COMM M'.       PAYCMP01
019343     05  FILLER              PIC X(11) VALUE 'SEG4 WAGESM'.       PAYCMP01
019356     05  FILLER              PIC X(11) VALUE 'SEG4 OT   M'.       PAYCMP01
019369     05  FILLER              PIC X(11) VALUE 'SEG4 COMM M'.       PAYCMP01
019382     05  FILLER              PIC X(11) VALUE 'OFF GROSS M'.       PAYCMP01
019400 01  PAY-FIELD-TABLE.                                             PAYCMP01
019500     05  PAY-FIELD-ENTRY      OCCURS 21 TIMES.                    PAYCMP01
019600         10  PAY-FLD-NAME     PIC X(10).                          PAYCMP01
019700         10  PAY-FLD-KIND     PIC X(01).                          PAYCMP01
019800 01  PAY-REGION-TABLE.                                            PAYCMP01
019900     05  PAY-REG-ENTRY        OCCURS 100 TIMES.                   PAYCMP01
020000         10  PAY-REG-CODE     PIC X(05).                          PAYCMP01
020100         10  PAY-REG-OLD-CNT  PIC 9(07) COMP-3.                   PAYCMP01
020200         10  PAY-REG-OLD-AMT  PIC 9(11)V99 COMP-3.                PAYCMP01
020300         10  PAY-REG-NEW-CNT  PIC 9(07) COMP-3.                   PAYCMP01
020400         10  PAY-REG-NEW-AMT  PIC 9(11)V99 COMP-3.                PAYCMP01
020500*                                                                 PAYCMP01
020600 01  RPT-HDR-LINE.                                                PAYCMP01
020700     05  FILLER              PIC X(33) VALUE                      PAYCMP01
020800         'PARALLEL-RUN COMPARISON   FILES: '.                     PAYCMP01
020900     05  HDR-KIND            PIC X(14).                           PAYCMP01
021000     05  FILLER              PIC X(12) VALUE ' TOLERANCE '.       PAYCMP01
021100     05  HDR-TOL             PIC ZZ,ZZ9.99.                       PAYCMP01
021200     05  FILLER              PIC X(12) VALUE SPACES.              PAYCMP01
021300 01  RPT-SECT-LINE.                                               PAYCMP01
021400     05  SECT-TEXT           PIC X(60).                           PAYCMP01
021500     05  FILLER              PIC X(20) VALUE SPACES.              PAYCMP01
021600 01  RPT-ONE-LINE.                                                PAYCMP01
021700     05  ONE-SIDE            PIC X(13).                           PAYCMP01
021800     05  ONE-EMP             PIC 9(06).                           PAYCMP01
021900     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
022000     05  ONE-NAME            PIC X(15).                           PAYCMP01
022100     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
022200     05  ONE-REGION          PIC X(05).                           PAYCMP01
022300     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
022400     05  ONE-GROSS           PIC ZZZ,ZZZ,ZZ9.99.                  PAYCMP01
022500     05  FILLER              PIC X(24) VALUE SPACES.              PAYCMP01
022600 01  RPT-DIF-LINE.                                                PAYCMP01
022700     05  DIF-EMP             PIC 9(06).                           PAYCMP01
022800     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
022900     05  DIF-NAME            PIC X(15).                           PAYCMP01
023000     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
023100     05  DIF-FIELD           PIC X(10).                           PAYCMP01
023200     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
023300     05  DIF-OLD             PIC X(15).                           PAYCMP01
023400     05  FILLER              PIC X(01) VALUE SPACE.               PAYCMP01
023500     05  DIF-NEW             PIC X(15).                           PAYCMP01
023600     05  DIF-DIFF            PIC --,---,--9.99.                   PAYCMP01
023700     05  FILLER              PIC X(02) VALUE SPACES.              PAYCMP01
023800 01  DIF-OLD-AMT             PIC ZZZ,ZZZ,ZZ9.99.                  PAYCMP01
023900 01  DIF-NEW-AMT             PIC ZZZ,ZZZ,ZZ9.99.                  PAYCMP01
024000 01  RPT-REG-COL.                                                 PAYCMP01
024100     05  FILLER              PIC X(40) VALUE                      PAYCMP01
024200         'REGN     OLD CNT      OLD GROSS  NEW CNT'.              PAYCMP01
024300     05  FILLER              PIC X(40) VALUE                      PAYCMP01
024400         '      NEW GROSS      DIFFERENCE         '.              PAYCMP01
024500 01  RPT-REG-LINE.                                                PAYCMP01
024600     05  REG-CODE            PIC X(05).                           PAYCMP01
024700     05  REG-OLD-CNT         PIC ZZZ,ZZZ,ZZ9.                     PAYCMP01
024800     05  REG-OLD-AMT         PIC ZZZ,ZZZ,ZZ9.99.                  PAYCMP01
024900     05  REG-NEW-CNT         PIC ZZZZ,ZZ9.                        PAYCMP01
025000     05  REG-NEW-AMT         PIC ZZZ,ZZZ,ZZ9.99.                  PAYCMP01
025100     05  REG-DIFF            PIC ---,---,--9.99.                  PAYCMP01
025200     05  FILLER              PIC X(09) VALUE SPACES.              PAYCMP01
025300 01  RPT-CNT-LINE.                                                PAYCMP01
025400     05  CNT-LABEL           PIC X(34).                           PAYCMP01
025500     05  CNT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYCMP01
025600     05  FILLER              PIC X(37) VALUE SPACES.              PAYCMP01
025700 COPY SY0095.                                                     PAYCMP01
025750 COPY SY0081.                                                     PAYCMP01
025800 PROCEDURE DIVISION.                                              PAYCMP01
025900***************************************************************** PAYCMP01
026000* 0000-MAINLINE                                                   PAYCMP01
026100***************************************************************** PAYCMP01
026200 0000-MAINLINE.                                                   PAYCMP01
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYCMP01
026400     IF PAY-STOP-SWITCH = 'Y'                                     PAYCMP01
026500        GO TO 8100-JOURNAL-STOP                                   PAYCMP01
026600     END-IF.                                                      PAYCMP01
026700     PERFORM 1100-LOAD-OLD THRU 1100-EXIT                         PAYCMP01
026800         UNTIL PAY-OLD-EOF.                                       PAYCMP01
026900     PERFORM 2000-COMPARE-NEW THRU 2000-EXIT                      PAYCMP01
027000         UNTIL PAY-NEW-EOF.                                       PAYCMP01
027100     PERFORM 3000-ONLY-IN-OLD THRU 3000-EXIT                      PAYCMP01
027200         VARYING PAY-OLD-IX FROM 1 BY 1                           PAYCMP01
027300         UNTIL PAY-OLD-IX > PAY-OLD-COUNT.                        PAYCMP01
027400     PERFORM 4000-REGION-TOTALS THRU 4000-EXIT.                   PAYCMP01
027500     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYCMP01
027600     GO TO 9999-EXIT.                                             PAYCMP01
027700***************************************************************** PAYCMP01
027800* 1000-INITIALIZE - PARAMETER CARD AND FILES                      PAYCMP01
027900***************************************************************** PAYCMP01
028000 1000-INITIALIZE.                                                 PAYCMP01
028100     MOVE 'PAYCMP01' TO X95-PROGRAMME.                            PAYCMP01
028200     MOVE 'D' TO X95-PHASE.                                       PAYCMP01
028300     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYCMP01
028400                  X95-CPT-REJET.                                  PAYCMP01
028500     MOVE SPACES TO X95-ETAT.                                     PAYCMP01
028600     CALL 'SY0095' USING SY0095-PARMS.                            PAYCMP01
028700     OPEN INPUT PARM-FILE.                                        PAYCMP01
028800     IF PAY-PARM-STATUS = '00'                                    PAYCMP01
028900        READ PARM-FILE                                            PAYCMP01
029000            AT END MOVE SPACES TO PARM-REC                        PAYCMP01
029100        END-READ                                                  PAYCMP01
029200        CLOSE PARM-FILE                                           PAYCMP01
029300     ELSE                                                         PAYCMP01
029400        MOVE SPACES TO PARM-REC                                   PAYCMP01
029500     END-IF.                                                      PAYCMP01
029600     MOVE PARM-KIND TO PAY-KIND.                                  PAYCMP01
029700     IF NOT PAY-KIND-PAYOUT AND NOT PAY-KIND-YTD                  PAYCMP01
029800        DISPLAY 'CMPPRM FILE KIND MUST BE P OR Y - STOPPED'       PAYCMP01
029900        MOVE 8 TO RETURN-CODE                                     PAYCMP01
030000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYCMP01
030033        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYCMP01
030066        MOVE 'CMPPRM' TO PAY-ERR-FILE                             PAYCMP01
030100        GO TO 1000-EXIT                                           PAYCMP01
030200     END-IF.                                                      PAYCMP01
030300     IF PARM-TOLERANCE NUMERIC                                    PAYCMP01
030400        MOVE PARM-TOLERANCE TO PAY-TOLERANCE                      PAYCMP01
030500     END-IF.                                                      PAYCMP01
030600     IF PAY-KIND-PAYOUT                                           PAYCMP01
030700        MOVE PAY-FIELD-NAMES-P TO PAY-FIELD-TABLE                 PAYCMP01
030800        MOVE 6 TO PAY-FLD-COUNT                                   PAYCMP01
030900        MOVE 'PAYOUT EXTRACT' TO HDR-KIND                         PAYCMP01
031000        OPEN INPUT OLD-PAY-FILE                                   PAYCMP01
031100        OPEN INPUT NEW-PAY-FILE                                   PAYCMP01
031200     ELSE                                                         PAYCMP01
031300        MOVE PAY-FIELD-NAMES-Y TO PAY-FIELD-TABLE                 PAYCMP01
031400        MOVE 21 TO PAY-FLD-COUNT                                  PAYCMP01
031500        MOVE 'YTDMST IMAGE' TO HDR-KIND                           PAYCMP01
031600        OPEN INPUT OLD-YTD-FILE                                   PAYCMP01
031700        OPEN INPUT NEW-YTD-FILE                                   PAYCMP01
031800     END-IF.                                                      PAYCMP01
031900     IF PAY-OLD-STATUS NOT = '00' OR PAY-NEW-STATUS NOT = '00'    PAYCMP01
032000        DISPLAY 'COMPARISON FILE UNAVAILABLE - OLD '              PAYCMP01
032100                PAY-OLD-STATUS ' NEW ' PAY-NEW-STATUS             PAYCMP01
032200        MOVE 8 TO RETURN-CODE                                     PAYCMP01
032300        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYCMP01
032311        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYCMP01
032322        IF PAY-OLD-STATUS NOT = '00'                              PAYCMP01
032333           MOVE 'CMPOLD' TO PAY-ERR-FILE                          PAYCMP01
032344           MOVE PAY-OLD-STATUS TO PAY-ERR-STATUS                  PAYCMP01
032355        ELSE                                                      PAYCMP01
032366           MOVE 'CMPNEW' TO PAY-ERR-FILE                          PAYCMP01
032377           MOVE PAY-NEW-STATUS TO PAY-ERR-STATUS                  PAYCMP01
032388        END-IF                                                    PAYCMP01
032400        GO TO 1000-EXIT                                           PAYCMP01
032500     END-IF.                                                      PAYCMP01
032600     OPEN OUTPUT RPT-FILE.                                        PAYCMP01
032700     MOVE PAY-TOLERANCE TO HDR-TOL.                               PAYCMP01
032800     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYCMP01
032900     MOVE SPACES TO RPT-REC.                                      PAYCMP01
033000     WRITE RPT-REC.                                               PAYCMP01
033100     MOVE 'FIELD DIFFERENCES (OLD / NEW / NEW LESS OLD)'          PAYCMP01
033200          TO SECT-TEXT.                                           PAYCMP01
033300     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYCMP01
033400 1000-EXIT.                                                       PAYCMP01
033500     EXIT.                                                        PAYCMP01
033600***************************************************************** PAYCMP01
033700* 1100-LOAD-OLD - HOLD THE OLD SIDE IN THE TABLE                  PAYCMP01
033800***************************************************************** PAYCMP01
033900 1100-LOAD-OLD.                                                   PAYCMP01
034000     PERFORM 1200-READ-OLD THRU 1200-EXIT.                        PAYCMP01
034100     IF PAY-OLD-EOF                                               PAYCMP01
034200        GO TO 1100-EXIT                                           PAYCMP01
034300     END-IF.                                                      PAYCMP01
034400     ADD 1 TO PAY-OLD-READ.                                       PAYCMP01
034500     MOVE PAY-WK-REGION TO PAY-KEY-REGION.                        PAYCMP01
034600     PERFORM 2500-FIND-REGION THRU 2500-EXIT.                     PAYCMP01
034700     IF PAY-REG-SLOT NOT = ZERO                                   PAYCMP01
034800        ADD 1 TO PAY-REG-OLD-CNT (PAY-REG-SLOT)                   PAYCMP01
034900        ADD PAY-WK-GROSS TO PAY-REG-OLD-AMT (PAY-REG-SLOT)        PAYCMP01
035000     END-IF.                                                      PAYCMP01
035100     IF PAY-OLD-COUNT NOT < 2000                                  PAYCMP01
035200        DISPLAY 'OLD-SIDE TABLE FULL - NOT COMPARED: '            PAYCMP01
035300                PAY-WK-EMP                                        PAYCMP01
035400        ADD 1 TO PAY-FULL-COUNT                                   PAYCMP01
035500        GO TO 1100-EXIT                                           PAYCMP01
035600     END-IF.                                                      PAYCMP01
035700     ADD 1 TO PAY-OLD-COUNT.                                      PAYCMP01
035800     MOVE PAY-WK-EMP TO PAY-OL-EMP (PAY-OLD-COUNT).               PAYCMP01
035900     MOVE PAY-WK-NAME TO PAY-OL-NAME (PAY-OLD-COUNT).             PAYCMP01
036000     MOVE PAY-WK-REGION TO PAY-OL-REGION (PAY-OLD-COUNT).         PAYCMP01
036100     MOVE PAY-WK-TYPE TO PAY-OL-TYPE (PAY-OLD-COUNT).             PAYCMP01
036200     MOVE PAY-WK-GROSS TO PAY-OL-GROSS (PAY-OLD-COUNT).           PAYCMP01
036225     MOVE PAY-WK-SEG-REGIONS                                      PAYCMP01
036250       TO PAY-OL-SEG-REGIONS (PAY-OLD-COUNT).                     PAYCMP01
036300     PERFORM 1300-COPY-AMOUNT THRU 1300-EXIT                      PAYCMP01
036400         VARYING PAY-FLD-IX FROM 1 BY 1                           PAYCMP01
036500         UNTIL PAY-FLD-IX > PAY-FLD-COUNT.                        PAYCMP01
036600     MOVE 'N' TO PAY-OL-MATCHED (PAY-OLD-COUNT).                  PAYCMP01
036700 1100-EXIT.                                                       PAYCMP01
036800     EXIT.                                                        PAYCMP01
036900 1200-READ-OLD.                                                   PAYCMP01
037000     MOVE ZERO TO PAY-WORK-REC.                                   PAYCMP01
037100     MOVE SPACES TO PAY-WK-NAME PAY-WK-REGION PAY-WK-TYPE         PAYCMP01
037150                    PAY-WK-SEG-REGIONS.                           PAYCMP01
037200     IF PAY-KIND-PAYOUT                                           PAYCMP01
037300        READ OLD-PAY-FILE                                         PAYCMP01
037400            AT END                                                PAYCMP01
037500               SET PAY-OLD-EOF TO TRUE                            PAYCMP01
037600               GO TO 1200-EXIT                                    PAYCMP01
037700        END-READ                                                  PAYCMP01
037800        MOVE OP-EMP-NBR TO PAY-WK-EMP                             PAYCMP01
037900        MOVE OP-NAME TO PAY-WK-NAME                               PAYCMP01
038000        MOVE OP-REGION TO PAY-WK-REGION                           PAYCMP01
038100        MOVE OP-TYPE TO PAY-WK-TYPE                               PAYCMP01
038200        MOVE OP-TOTAL TO PAY-WK-GROSS                             PAYCMP01
038300        MOVE OP-YEARS TO PAY-WK-AMT (1)                           PAYCMP01
038400        MOVE OP-HIRE-DATE TO PAY-WK-AMT (2)                       PAYCMP01
038500        MOVE OP-WAGES TO PAY-WK-AMT (3)                           PAYCMP01
038600        MOVE OP-OT TO PAY-WK-AMT (4)                              PAYCMP01
038700        MOVE OP-COMM TO PAY-WK-AMT (5)                            PAYCMP01
038800        MOVE OP-TOTAL TO PAY-WK-AMT (6)                           PAYCMP01
038900     ELSE                                                         PAYCMP01
039000        READ OLD-YTD-FILE                                         PAYCMP01
039100            AT END                                                PAYCMP01
039200               SET PAY-OLD-EOF TO TRUE                            PAYCMP01
039300               GO TO 1200-EXIT                                    PAYCMP01
039400        END-READ                                                  PAYCMP01
039500        MOVE OY-EMP-NBR TO PAY-WK-EMP                             PAYCMP01
039600        MOVE OY-NAME TO PAY-WK-NAME                               PAYCMP01
039700        MOVE OY-REGION TO PAY-WK-REGION                           PAYCMP01
039800        COMPUTE PAY-WK-GROSS = OY-WAGES + OY-OT + OY-COMM         PAYCMP01
039900        MOVE OY-WAGES TO PAY-WK-AMT (1)                           PAYCMP01
040000        MOVE OY-OT TO PAY-WK-AMT (2)                              PAYCMP01
040100        MOVE OY-COMM TO PAY-WK-AMT (3)                            PAYCMP01
040200        MOVE OY-DED-AMT (1) TO PAY-WK-AMT (4)                     PAYCMP01
040300        MOVE OY-DED-AMT (2) TO PAY-WK-AMT (5)                     PAYCMP01
040400        MOVE OY-DED-AMT (3) TO PAY-WK-AMT (6)                     PAYCMP01
040500        MOVE OY-DED-AMT (4) TO PAY-WK-AMT (7)                     PAYCMP01
040516        MOVE OY-SEG-COUNT TO PAY-WK-AMT (8)                       PAYCMP01
040532        PERFORM 1210-OLD-SEGMENT THRU 1210-EXIT                   PAYCMP01
040548            VARYING PAY-SEG-IX FROM 1 BY 1                        PAYCMP01
040564            UNTIL PAY-SEG-IX > 4                                  PAYCMP01
040580        MOVE OY-OFF-GROSS TO PAY-WK-AMT (21)                      PAYCMP01
040600     END-IF.                                                      PAYCMP01
040700 1200-EXIT.                                                       PAYCMP01
040800     EXIT.                                                        PAYCMP01
040806 1210-OLD-SEGMENT.                                                PAYCMP01
040812     COMPUTE PAY-SEG-SLOT = PAY-SEG-IX * 3 + 6.                   PAYCMP01
040818     MOVE OY-SEG-REGION (PAY-SEG-IX)                              PAYCMP01
040824       TO PAY-WK-SEG-REGION (PAY-SEG-IX).                         PAYCMP01
040830     MOVE OY-SEG-WAGES (PAY-SEG-IX)                               PAYCMP01
040836       TO PAY-WK-AMT (PAY-SEG-SLOT).                              PAYCMP01
040842     ADD 1 TO PAY-SEG-SLOT.                                       PAYCMP01
040848     MOVE OY-SEG-OT (PAY-SEG-IX)                                  PAYCMP01
040854       TO PAY-WK-AMT (PAY-SEG-SLOT).                              PAYCMP01
040860     ADD 1 TO PAY-SEG-SLOT.                                       PAYCMP01
040866     MOVE OY-SEG-COMM (PAY-SEG-IX)                                PAYCMP01
040872       TO PAY-WK-AMT (PAY-SEG-SLOT).                              PAYCMP01
040878 1210-EXIT.                                                       PAYCMP01
040884     EXIT.                                                        PAYCMP01
040900 1300-COPY-AMOUNT.                                                PAYCMP01
041000     MOVE PAY-WK-AMT (PAY-FLD-IX)                                 PAYCMP01
041100       TO PAY-OL-AMT (PAY-OLD-COUNT, PAY-FLD-IX).                 PAYCMP01
041200 1300-EXIT.                                                       PAYCMP01
041300     EXIT.                                                        PAYCMP01
041400***************************************************************** PAYCMP01
041500* 2000-COMPARE-NEW - MATCH EACH NEW RECORD TO THE OLD TABLE       PAYCMP01
041600***************************************************************** PAYCMP01
041700 2000-COMPARE-NEW.                                                PAYCMP01
041800     PERFORM 2100-READ-NEW THRU 2100-EXIT.                        PAYCMP01
041900     IF PAY-NEW-EOF                                               PAYCMP01
042000        GO TO 2000-EXIT                                           PAYCMP01
042100     END-IF.                                                      PAYCMP01
042200     ADD 1 TO PAY-NEW-READ.                                       PAYCMP01
042300     MOVE PAY-WK-REGION TO PAY-KEY-REGION.                        PAYCMP01
042400     PERFORM 2500-FIND-REGION THRU 2500-EXIT.                     PAYCMP01
042500     IF PAY-REG-SLOT NOT = ZERO                                   PAYCMP01
042600        ADD 1 TO PAY-REG-NEW-CNT (PAY-REG-SLOT)                   PAYCMP01
042700        ADD PAY-WK-GROSS TO PAY-REG-NEW-AMT (PAY-REG-SLOT)        PAYCMP01
042800     END-IF.                                                      PAYCMP01
042900     MOVE 'N' TO PAY-OLD-FOUND.                                   PAYCMP01
043000     IF PAY-OLD-COUNT > ZERO                                      PAYCMP01
043100        PERFORM 2200-SCAN-OLD THRU 2200-EXIT                      PAYCMP01
043200            VARYING PAY-OLD-IX FROM 1 BY 1                        PAYCMP01
043300            UNTIL PAY-OLD-IX > PAY-OLD-COUNT                      PAYCMP01
043400               OR PAY-OLD-FOUND = 'Y'                             PAYCMP01
043500     END-IF.                                                      PAYCMP01
043600     IF PAY-OLD-FOUND = 'N'                                       PAYCMP01
043700        ADD 1 TO PAY-ONLY-NEW-COUNT                               PAYCMP01
043800        MOVE 'ONLY IN NEW  ' TO ONE-SIDE                          PAYCMP01
043900        MOVE PAY-WK-EMP TO ONE-EMP                                PAYCMP01
044000        MOVE PAY-WK-NAME TO ONE-NAME                              PAYCMP01
044100        MOVE PAY-WK-REGION TO ONE-REGION                          PAYCMP01
044200        MOVE PAY-WK-GROSS TO ONE-GROSS                            PAYCMP01
044300        WRITE RPT-REC FROM RPT-ONE-LINE                           PAYCMP01
044400        GO TO 2000-EXIT                                           PAYCMP01
044500     END-IF.                                                      PAYCMP01
044600     COMPUTE PAY-OLD-SLOT = PAY-OLD-IX - 1.                       PAYCMP01
044700     IF PAY-OL-MATCHED (PAY-OLD-SLOT) = 'Y'                       PAYCMP01
044800        DISPLAY 'EMPLOYEE TWICE ON NEW FILE: ' PAY-WK-EMP         PAYCMP01
044900        ADD 1 TO PAY-DUP-COUNT                                    PAYCMP01
045000        GO TO 2000-EXIT                                           PAYCMP01
045100     END-IF.                                                      PAYCMP01
045200     MOVE 'Y' TO PAY-OL-MATCHED (PAY-OLD-SLOT).                   PAYCMP01
045300     ADD 1 TO PAY-MATCH-COUNT.                                    PAYCMP01
045400     MOVE 'N' TO PAY-EMP-DIFFERS.                                 PAYCMP01
045500     MOVE PAY-WK-EMP TO DIF-EMP.                                  PAYCMP01
045600     MOVE PAY-WK-NAME TO DIF-NAME.                                PAYCMP01
045700     IF PAY-OL-NAME (PAY-OLD-SLOT) NOT = PAY-WK-NAME              PAYCMP01
045800        MOVE 'NAME' TO DIF-FIELD                                  PAYCMP01
045900        MOVE PAY-OL-NAME (PAY-OLD-SLOT) TO DIF-OLD                PAYCMP01
046000        MOVE PAY-WK-NAME TO DIF-NEW                               PAYCMP01
046100        PERFORM 2400-WRITE-TEXT-DIFF THRU 2400-EXIT               PAYCMP01
046200     END-IF.                                                      PAYCMP01
046300     IF PAY-OL-REGION (PAY-OLD-SLOT) NOT = PAY-WK-REGION          PAYCMP01
046400        MOVE 'REGION' TO DIF-FIELD                                PAYCMP01
046500        MOVE PAY-OL-REGION (PAY-OLD-SLOT) TO DIF-OLD              PAYCMP01
046600        MOVE PAY-WK-REGION TO DIF-NEW                             PAYCMP01
046700        PERFORM 2400-WRITE-TEXT-DIFF THRU 2400-EXIT               PAYCMP01
046800     END-IF.                                                      PAYCMP01
046900     IF PAY-OL-TYPE (PAY-OLD-SLOT) NOT = PAY-WK-TYPE              PAYCMP01
047000        MOVE 'TYPE' TO DIF-FIELD                                  PAYCMP01
047100        MOVE PAY-OL-TYPE (PAY-OLD-SLOT) TO DIF-OLD                PAYCMP01
047200        MOVE PAY-WK-TYPE TO DIF-NEW                               PAYCMP01
047300        PERFORM 2400-WRITE-TEXT-DIFF THRU 2400-EXIT               PAYCMP01
047400     END-IF.                                                      PAYCMP01
047416     IF PAY-KIND-YTD                                              PAYCMP01
047432        PERFORM 2350-COMPARE-SEG-REGION THRU 2350-EXIT            PAYCMP01
047448            VARYING PAY-SEG-IX FROM 1 BY 1                        PAYCMP01
047464            UNTIL PAY-SEG-IX > 4                                  PAYCMP01
047480     END-IF.                                                      PAYCMP01
047500     PERFORM 2300-COMPARE-FIELD THRU 2300-EXIT                    PAYCMP01
047600         VARYING PAY-FLD-IX FROM 1 BY 1                           PAYCMP01
047700         UNTIL PAY-FLD-IX > PAY-FLD-COUNT.                        PAYCMP01
047800     IF PAY-EMP-DIFFERS = 'Y'                                     PAYCMP01
047900        ADD 1 TO PAY-EMP-DIFF-COUNT                               PAYCMP01
048000     ELSE                                                         PAYCMP01
048100        ADD 1 TO PAY-SAME-COUNT                                   PAYCMP01
048200     END-IF.                                                      PAYCMP01
048300 2000-EXIT.                                                       PAYCMP01
048400     EXIT.                                                        PAYCMP01
048500 2100-READ-NEW.                                                   PAYCMP01
048600     MOVE ZERO TO PAY-WORK-REC.                                   PAYCMP01
048700     MOVE SPACES TO PAY-WK-NAME PAY-WK-REGION PAY-WK-TYPE         PAYCMP01
048750                    PAY-WK-SEG-REGIONS.                           PAYCMP01
048800     IF PAY-KIND-PAYOUT                                           PAYCMP01
048900        READ NEW-PAY-FILE                                         PAYCMP01
049000            AT END                                                PAYCMP01
049100               SET PAY-NEW-EOF TO TRUE                            PAYCMP01
049200               GO TO 2100-EXIT                                    PAYCMP01
049300        END-READ                                                  PAYCMP01
049400        MOVE PI-EMP-NBR TO PAY-WK-EMP                             PAYCMP01
049500        MOVE PI-NAME TO PAY-WK-NAME                               PAYCMP01
049600        MOVE PI-REGION TO PAY-WK-REGION                           PAYCMP01
049700        MOVE PI-TYPE TO PAY-WK-TYPE                               PAYCMP01
049800        MOVE PI-TOTAL TO PAY-WK-GROSS                             PAYCMP01
049900        MOVE PI-YEARS TO PAY-WK-AMT (1)                           PAYCMP01
050000        MOVE PI-HIRE-DATE TO PAY-WK-AMT (2)                       PAYCMP01
050100        MOVE PI-WAGES TO PAY-WK-AMT (3)                           PAYCMP01
050200        MOVE PI-OT TO PAY-WK-AMT (4)                              PAYCMP01
050300        MOVE PI-COMM TO PAY-WK-AMT (5)                            PAYCMP01
050400        MOVE PI-TOTAL TO PAY-WK-AMT (6)                           PAYCMP01
050500     ELSE                                                         PAYCMP01
050600        READ NEW-YTD-FILE                                         PAYCMP01
050700            AT END                                                PAYCMP01
050800               SET PAY-NEW-EOF TO TRUE                            PAYCMP01
050900               GO TO 2100-EXIT                                    PAYCMP01
051000        END-READ                                                  PAYCMP01
051100        MOVE YTD-EMP-NBR TO PAY-WK-EMP                            PAYCMP01
051200        MOVE YTD-NAME TO PAY-WK-NAME                              PAYCMP01
051300        MOVE YTD-REGION TO PAY-WK-REGION                          PAYCMP01
051400        COMPUTE PAY-WK-GROSS = YTD-WAGES + YTD-OT + YTD-COMM      PAYCMP01
051500        MOVE YTD-WAGES TO PAY-WK-AMT (1)                          PAYCMP01
051600        MOVE YTD-OT TO PAY-WK-AMT (2)                             PAYCMP01
051700        MOVE YTD-COMM TO PAY-WK-AMT (3)                           PAYCMP01
051800        MOVE YTD-DED-AMT (1) TO PAY-WK-AMT (4)                    PAYCMP01
051900        MOVE YTD-DED-AMT (2) TO PAY-WK-AMT (5)                    PAYCMP01
052000        MOVE YTD-DED-AMT (3) TO PAY-WK-AMT (6)                    PAYCMP01
052100        MOVE YTD-DED-AMT (4) TO PAY-WK-AMT (7)                    PAYCMP01
052116        MOVE YTD-SEG-COUNT TO PAY-WK-AMT (8)                      PAYCMP01
052132        PERFORM 2110-NEW-SEGMENT THRU 2110-EXIT                   PAYCMP01
052148            VARYING PAY-SEG-IX FROM 1 BY 1                        PAYCMP01
052164            UNTIL PAY-SEG-IX > 4                                  PAYCMP01
052180        MOVE YTD-OFF-GROSS TO PAY-WK-AMT (21)                     PAYCMP01
052200     END-IF.                                                      PAYCMP01
052300 2100-EXIT.                                                       PAYCMP01
052400     EXIT.                                                        PAYCMP01
052406 2110-NEW-SEGMENT.                                                PAYCMP01
052412     COMPUTE PAY-SEG-SLOT = PAY-SEG-IX * 3 + 6.                   PAYCMP01
052418     MOVE YTD-SEG-REGION (PAY-SEG-IX)                             PAYCMP01
052424       TO PAY-WK-SEG-REGION (PAY-SEG-IX).                         PAYCMP01
052430     MOVE YTD-SEG-WAGES (PAY-SEG-IX)                              PAYCMP01
052436       TO PAY-WK-AMT (PAY-SEG-SLOT).                              PAYCMP01
052442     ADD 1 TO PAY-SEG-SLOT.                                       PAYCMP01
052448     MOVE YTD-SEG-OT (PAY-SEG-IX)                                 PAYCMP01
052454       TO PAY-WK-AMT (PAY-SEG-SLOT).                              PAYCMP01
052460     ADD 1 TO PAY-SEG-SLOT.                                       PAYCMP01
052466     MOVE YTD-SEG-COMM (PAY-SEG-IX)                               PAYCMP01
052472       TO PAY-WK-AMT (PAY-SEG-SLOT).                              PAYCMP01
052478 2110-EXIT.                                                       PAYCMP01
052484     EXIT.                                                        PAYCMP01
052500 2200-SCAN-OLD.                                                   PAYCMP01
052600     IF PAY-OL-EMP (PAY-OLD-IX) = PAY-WK-EMP                      PAYCMP01
052700        MOVE 'Y' TO PAY-OLD-FOUND                                 PAYCMP01
052800     END-IF.                                                      PAYCMP01
052900 2200-EXIT.                                                       PAYCMP01
053000     EXIT.                                                        PAYCMP01
053100 2300-COMPARE-FIELD.                                              PAYCMP01
053200     IF PAY-OL-AMT (PAY-OLD-SLOT, PAY-FLD-IX)                     PAYCMP01
053300        = PAY-WK-AMT (PAY-FLD-IX)                                 PAYCMP01
053400        GO TO 2300-EXIT                                           PAYCMP01
053500     END-IF.                                                      PAYCMP01
053600     COMPUTE PAY-DIFF-AMT = PAY-WK-AMT (PAY-FLD-IX)               PAYCMP01
053700                          - PAY-OL-AMT (PAY-OLD-SLOT, PAY-FLD-IX).PAYCMP01
053800     IF PAY-DIFF-AMT < ZERO                                       PAYCMP01
053900        COMPUTE PAY-ABS-AMT = ZERO - PAY-DIFF-AMT                 PAYCMP01
054000     ELSE                                                         PAYCMP01
054100        MOVE PAY-DIFF-AMT TO PAY-ABS-AMT                          PAYCMP01
054200     END-IF.                                                      PAYCMP01
054300     IF PAY-FLD-KIND (PAY-FLD-IX) = 'M'                           PAYCMP01
054400        AND PAY-ABS-AMT NOT > PAY-TOLERANCE                       PAYCMP01
054500        ADD 1 TO PAY-SUPPRESS-COUNT                               PAYCMP01
054600        GO TO 2300-EXIT                                           PAYCMP01
054700     END-IF.                                                      PAYCMP01
054800     MOVE PAY-FLD-NAME (PAY-FLD-IX) TO DIF-FIELD.                 PAYCMP01
054900     IF PAY-FLD-KIND (PAY-FLD-IX) = 'M'                           PAYCMP01
055000        MOVE PAY-OL-AMT (PAY-OLD-SLOT, PAY-FLD-IX) TO DIF-OLD-AMT PAYCMP01
055100        MOVE PAY-WK-AMT (PAY-FLD-IX) TO DIF-NEW-AMT               PAYCMP01
055200        MOVE DIF-OLD-AMT TO DIF-OLD                               PAYCMP01
055300        MOVE DIF-NEW-AMT TO DIF-NEW                               PAYCMP01
055400     ELSE                                                         PAYCMP01
055500        MOVE SPACES TO DIF-OLD DIF-NEW                            PAYCMP01
055600        MOVE PAY-OL-AMT (PAY-OLD-SLOT, PAY-FLD-IX) (1:9)          PAYCMP01
055700          TO DIF-OLD                                              PAYCMP01
055800        MOVE PAY-WK-AMT (PAY-FLD-IX) (1:9) TO DIF-NEW             PAYCMP01
055900     END-IF.                                                      PAYCMP01
056000     MOVE PAY-DIFF-AMT TO DIF-DIFF.                               PAYCMP01
056100     WRITE RPT-REC FROM RPT-DIF-LINE.                             PAYCMP01
056200     ADD 1 TO PAY-FLD-DIFF-COUNT.                                 PAYCMP01
056300     MOVE 'Y' TO PAY-EMP-DIFFERS.                                 PAYCMP01
056400 2300-EXIT.                                                       PAYCMP01
056500     EXIT.                                                        PAYCMP01
056507 2350-COMPARE-SEG-REGION.                                         PAYCMP01
056514     IF PAY-OL-SEG-REGION (PAY-OLD-SLOT, PAY-SEG-IX)              PAYCMP01
056521        = PAY-WK-SEG-REGION (PAY-SEG-IX)                          PAYCMP01
056528        GO TO 2350-EXIT                                           PAYCMP01
056535     END-IF.                                                      PAYCMP01
056542     MOVE PAY-SEG-IX TO PAY-SEG-NBR.                              PAYCMP01
056549     MOVE 'SEG  REGN' TO DIF-FIELD.                               PAYCMP01
056556     MOVE PAY-SEG-NBR TO DIF-FIELD (4:1).                         PAYCMP01
056563     MOVE PAY-OL-SEG-REGION (PAY-OLD-SLOT, PAY-SEG-IX)            PAYCMP01
056566       TO DIF-OLD.                                                PAYCMP01
056570     MOVE PAY-WK-SEG-REGION (PAY-SEG-IX) TO DIF-NEW.              PAYCMP01
056577     PERFORM 2400-WRITE-TEXT-DIFF THRU 2400-EXIT.                 PAYCMP01
056584 2350-EXIT.                                                       PAYCMP01
056591     EXIT.                                                        PAYCMP01
056600 2400-WRITE-TEXT-DIFF.                                            PAYCMP01
056700     MOVE ZERO TO DIF-DIFF.                                       PAYCMP01
056800     WRITE RPT-REC FROM RPT-DIF-LINE.                             PAYCMP01
056900     ADD 1 TO PAY-FLD-DIFF-COUNT.                                 PAYCMP01
057000     MOVE 'Y' TO PAY-EMP-DIFFERS.                                 PAYCMP01
057100 2400-EXIT.                                                       PAYCMP01
057200     EXIT.                                                        PAYCMP01
057300 2500-FIND-REGION.                                                PAYCMP01
057400     MOVE ZERO TO PAY-REG-SLOT.                                   PAYCMP01
057500     MOVE 'N' TO PAY-REG-FOUND.                                   PAYCMP01
057600     IF PAY-REG-NBR > ZERO                                        PAYCMP01
057700        PERFORM 2510-SCAN-REGION THRU 2510-EXIT                   PAYCMP01
057800            VARYING PAY-REG-IX FROM 1 BY 1                        PAYCMP01
057900            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYCMP01
058000               OR PAY-REG-FOUND = 'Y'                             PAYCMP01
058100     END-IF.                                                      PAYCMP01
058200     IF PAY-REG-FOUND = 'Y'                                       PAYCMP01
058300        COMPUTE PAY-REG-SLOT = PAY-REG-IX - 1                     PAYCMP01
058400        GO TO 2500-EXIT                                           PAYCMP01
058500     END-IF.                                                      PAYCMP01
058600     IF PAY-REG-NBR < 100                                         PAYCMP01
058700        ADD 1 TO PAY-REG-NBR                                      PAYCMP01
058800        MOVE PAY-REG-NBR TO PAY-REG-SLOT                          PAYCMP01
058900        MOVE PAY-KEY-REGION TO PAY-REG-CODE (PAY-REG-SLOT)        PAYCMP01
059000        MOVE ZERO TO PAY-REG-OLD-CNT (PAY-REG-SLOT)               PAYCMP01
059100                     PAY-REG-OLD-AMT (PAY-REG-SLOT)               PAYCMP01
059200                     PAY-REG-NEW-CNT (PAY-REG-SLOT)               PAYCMP01
059300                     PAY-REG-NEW-AMT (PAY-REG-SLOT)               PAYCMP01
059400     ELSE                                                         PAYCMP01
059500        DISPLAY 'REGION TABLE FULL - NOT TOTALLED: '              PAYCMP01
059600                PAY-KEY-REGION                                    PAYCMP01
059700     END-IF.                                                      PAYCMP01
059800 2500-EXIT.                                                       PAYCMP01
059900     EXIT.                                                        PAYCMP01
060000 2510-SCAN-REGION.                                                PAYCMP01
060100     IF PAY-REG-CODE (PAY-REG-IX) = PAY-KEY-REGION                PAYCMP01
060200        MOVE 'Y' TO PAY-REG-FOUND                                 PAYCMP01
060300     END-IF.                                                      PAYCMP01
060400 2510-EXIT.                                                       PAYCMP01
060500     EXIT.                                                        PAYCMP01
060600***************************************************************** PAYCMP01
060700* 3000-ONLY-IN-OLD - OLD RECORDS THE NEW RUN DID NOT PRODUCE      PAYCMP01
060800***************************************************************** PAYCMP01
060900 3000-ONLY-IN-OLD.                                                PAYCMP01
061000     IF PAY-OL-MATCHED (PAY-OLD-IX) = 'Y'                         PAYCMP01
061100        GO TO 3000-EXIT                                           PAYCMP01
061200     END-IF.                                                      PAYCMP01
061300     ADD 1 TO PAY-ONLY-OLD-COUNT.                                 PAYCMP01
061400     MOVE 'ONLY IN OLD  ' TO ONE-SIDE.                            PAYCMP01
061500     MOVE PAY-OL-EMP (PAY-OLD-IX) TO ONE-EMP.                     PAYCMP01
061600     MOVE PAY-OL-NAME (PAY-OLD-IX) TO ONE-NAME.                   PAYCMP01
061700     MOVE PAY-OL-REGION (PAY-OLD-IX) TO ONE-REGION.               PAYCMP01
061800     MOVE PAY-OL-GROSS (PAY-OLD-IX) TO ONE-GROSS.                 PAYCMP01
061900     WRITE RPT-REC FROM RPT-ONE-LINE.                             PAYCMP01
062000 3000-EXIT.                                                       PAYCMP01
062100     EXIT.                                                        PAYCMP01
062200***************************************************************** PAYCMP01
062300* 4000-REGION-TOTALS - COUNT AND GROSS PER REGION, EACH SIDE      PAYCMP01
062400***************************************************************** PAYCMP01
062500 4000-REGION-TOTALS.                                              PAYCMP01
062600     MOVE SPACES TO RPT-REC.                                      PAYCMP01
062700     WRITE RPT-REC.                                               PAYCMP01
062800     MOVE 'REGION TOTALS FOR EACH SIDE' TO SECT-TEXT.             PAYCMP01
062900     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYCMP01
063000     WRITE RPT-REC FROM RPT-REG-COL.                              PAYCMP01
063100     PERFORM 4100-PRINT-REGION THRU 4100-EXIT                     PAYCMP01
063200         VARYING PAY-REG-IX FROM 1 BY 1                           PAYCMP01
063300         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYCMP01
063400     MOVE SPACES TO RPT-REC.                                      PAYCMP01
063500     WRITE RPT-REC.                                               PAYCMP01
063600     MOVE 'OLD RECORDS READ' TO CNT-LABEL.                        PAYCMP01
063700     MOVE PAY-OLD-READ TO CNT-VALUE.                              PAYCMP01
063800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
063900     MOVE 'NEW RECORDS READ' TO CNT-LABEL.                        PAYCMP01
064000     MOVE PAY-NEW-READ TO CNT-VALUE.                              PAYCMP01
064100     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
064200     MOVE 'EMPLOYEES MATCHED' TO CNT-LABEL.                       PAYCMP01
064300     MOVE PAY-MATCH-COUNT TO CNT-VALUE.                           PAYCMP01
064400     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
064500     MOVE 'MATCHED AND IDENTICAL' TO CNT-LABEL.                   PAYCMP01
064600     MOVE PAY-SAME-COUNT TO CNT-VALUE.                            PAYCMP01
064700     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
064800     MOVE 'MATCHED WITH DIFFERENCES' TO CNT-LABEL.                PAYCMP01
064900     MOVE PAY-EMP-DIFF-COUNT TO CNT-VALUE.                        PAYCMP01
065000     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
065100     MOVE 'FIELD DIFFERENCES LISTED' TO CNT-LABEL.                PAYCMP01
065200     MOVE PAY-FLD-DIFF-COUNT TO CNT-VALUE.                        PAYCMP01
065300     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
065400     MOVE 'WITHIN TOLERANCE - SUPPRESSED' TO CNT-LABEL.           PAYCMP01
065500     MOVE PAY-SUPPRESS-COUNT TO CNT-VALUE.                        PAYCMP01
065600     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
065700     MOVE 'ONLY IN OLD' TO CNT-LABEL.                             PAYCMP01
065800     MOVE PAY-ONLY-OLD-COUNT TO CNT-VALUE.                        PAYCMP01
065900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
066000     MOVE 'ONLY IN NEW' TO CNT-LABEL.                             PAYCMP01
066100     MOVE PAY-ONLY-NEW-COUNT TO CNT-VALUE.                        PAYCMP01
066200     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
066300     MOVE 'DUPLICATES ON NEW FILE' TO CNT-LABEL.                  PAYCMP01
066400     MOVE PAY-DUP-COUNT TO CNT-VALUE.                             PAYCMP01
066500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
066600     MOVE 'OLD RECORDS NOT HELD - TABLE FULL' TO CNT-LABEL.       PAYCMP01
066700     MOVE PAY-FULL-COUNT TO CNT-VALUE.                            PAYCMP01
066800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCMP01
066900 4000-EXIT.                                                       PAYCMP01
067000     EXIT.                                                        PAYCMP01
067100 4100-PRINT-REGION.                                               PAYCMP01
067200     MOVE PAY-REG-CODE (PAY-REG-IX) TO REG-CODE.                  PAYCMP01
067300     MOVE PAY-REG-OLD-CNT (PAY-REG-IX) TO REG-OLD-CNT.            PAYCMP01
067400     MOVE PAY-REG-OLD-AMT (PAY-REG-IX) TO REG-OLD-AMT.            PAYCMP01
067500     MOVE PAY-REG-NEW-CNT (PAY-REG-IX) TO REG-NEW-CNT.            PAYCMP01
067600     MOVE PAY-REG-NEW-AMT (PAY-REG-IX) TO REG-NEW-AMT.            PAYCMP01
067700     COMPUTE PAY-DIFF-AMT = PAY-REG-NEW-AMT (PAY-REG-IX)          PAYCMP01
067800                          - PAY-REG-OLD-AMT (PAY-REG-IX).         PAYCMP01
067900     MOVE PAY-DIFF-AMT TO REG-DIFF.                               PAYCMP01
068000     WRITE RPT-REC FROM RPT-REG-LINE.                             PAYCMP01
068100 4100-EXIT.                                                       PAYCMP01
068200     EXIT.                                                        PAYCMP01
068300***************************************************************** PAYCMP01
068400* 8000-FINALIZE - VERDICT, RETURN CODE, CLOSE UP                  PAYCMP01
068500***************************************************************** PAYCMP01
068600 8000-FINALIZE.                                                   PAYCMP01
068700     IF PAY-KIND-PAYOUT                                           PAYCMP01
068800        CLOSE OLD-PAY-FILE                                        PAYCMP01
068900        CLOSE NEW-PAY-FILE                                        PAYCMP01
069000     ELSE                                                         PAYCMP01
069100        CLOSE OLD-YTD-FILE                                        PAYCMP01
069200        CLOSE NEW-YTD-FILE                                        PAYCMP01
069300     END-IF.                                                      PAYCMP01
069400     MOVE SPACES TO RPT-REC.                                      PAYCMP01
069500     WRITE RPT-REC.                                               PAYCMP01
069600     IF PAY-FLD-DIFF-COUNT = ZERO AND PAY-ONLY-OLD-COUNT = ZERO   PAYCMP01
069700        AND PAY-ONLY-NEW-COUNT = ZERO AND PAY-DUP-COUNT = ZERO    PAYCMP01
069800        AND PAY-FULL-COUNT = ZERO                                 PAYCMP01
069900        MOVE 'RUNS MATCH WITHIN TOLERANCE' TO SECT-TEXT           PAYCMP01
070000     ELSE                                                         PAYCMP01
070100        MOVE 'RUNS DIFFER - REVIEW BEFORE SIGN-OFF' TO SECT-TEXT  PAYCMP01
070200        MOVE 4 TO RETURN-CODE                                     PAYCMP01
070300     END-IF.                                                      PAYCMP01
070400     WRITE RPT-REC FROM RPT-SECT-LINE.                            PAYCMP01
070500     CLOSE RPT-FILE.                                              PAYCMP01
070600     DISPLAY 'OLD RECORDS READ     = ' PAY-OLD-READ.              PAYCMP01
070700     DISPLAY 'NEW RECORDS READ     = ' PAY-NEW-READ.              PAYCMP01
070800     DISPLAY 'FIELD DIFFERENCES    = ' PAY-FLD-DIFF-COUNT.        PAYCMP01
070900     DISPLAY 'ONLY IN OLD          = ' PAY-ONLY-OLD-COUNT.        PAYCMP01
071000     DISPLAY 'ONLY IN NEW          = ' PAY-ONLY-NEW-COUNT.        PAYCMP01
071100     MOVE 'F' TO X95-PHASE.                                       PAYCMP01
071200     MOVE PAY-NEW-READ TO X95-CPT-ENTREE.                         PAYCMP01
071300     MOVE PAY-MATCH-COUNT TO X95-CPT-SORTIE.                      PAYCMP01
071400     MOVE PAY-FLD-DIFF-COUNT TO X95-CPT-REJET.                    PAYCMP01
071500     IF RETURN-CODE = ZERO                                        PAYCMP01
071600        MOVE 'OK' TO X95-ETAT                                     PAYCMP01
071700     ELSE                                                         PAYCMP01
071800        MOVE 'ECART' TO X95-ETAT                                  PAYCMP01
071900     END-IF.                                                      PAYCMP01
072000     CALL 'SY0095' USING SY0095-PARMS.                            PAYCMP01
072100 8000-EXIT.                                                       PAYCMP01
072200     EXIT.                                                        PAYCMP01
072206***************************************************************** PAYCMP01
072212* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYCMP01
072218***************************************************************** PAYCMP01
072224 8100-JOURNAL-STOP.                                               PAYCMP01
072230     MOVE 'PAYCMP01' TO X81-PROGRAMME.                            PAYCMP01
072236     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYCMP01
072242     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYCMP01
072248     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYCMP01
072254     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYCMP01
072260     MOVE SPACES TO X81-TEXTE.                                    PAYCMP01
072266     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYCMP01
072272                  X81-CPT-REJET.                                  PAYCMP01
072278     CALL 'SY0081' USING SY0081-PARMS.                            PAYCMP01
072284     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYCMP01
072300 9999-EXIT.                                                       PAYCMP01
072400     GOBACK.                                                      PAYCMP01

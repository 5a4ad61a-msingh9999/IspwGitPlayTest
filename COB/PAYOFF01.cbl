000100 IDENTIFICATION DIVISION.                                         PAYOFF01
000200 PROGRAM-ID.        PAYOFF01.                                     PAYOFF01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYOFF01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYOFF01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYOFF01
000600 DATE-COMPILED.                                                   PAYOFF01
000700***************************************************************** PAYOFF01
000800*                   MODIFICATION  LOG                             PAYOFF01
000900*                                                                 PAYOFF01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYOFF01
001100*  --------  ----------  -----------------------------------      PAYOFF01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYOFF01
001210*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYOFF01
001300***************************************************************** PAYOFF01
001400*                                                                 PAYOFF01
001500*  OFF-CYCLE PAYMENT RUN FOR EMERGENCY PAYMENTS, FINAL PAY AND    PAYOFF01
001600*  ONE-OFF CORRECTIONS OUTSIDE THE REGULAR PERIOD EXTRACT.        PAYOFF01
001700*  THE OFFPRM CARD NAMES THE BATCH AND THE PAY DATE (DEFAULT      PAYOFF01
001800*  TODAY, ROLLED BACK TO A BUSINESS DAY).  EACH OFFPAY PAYMENT    PAYOFF01
001900*  IS VALIDATED AS PAYVAL01 VALIDATES THE EXTRACT (NUMERICS,      PAYOFF01
002000*  REGION ON REGREF, EMPLOYEE ON YTDMST OR NEWEMP) AND MUST       PAYOFF01
002100*  ALSO BE IN THE EMPLOYEE'S YTDMST REGION, HAVE BANK DETAILS     PAYOFF01
002200*  NOT CHANGED WITHIN THE DEPPRM HOLD DAYS, AND MAP TO GLMAP      PAYOFF01
002300*  ACCOUNTS.  A PAYMENT THAT FAILS IS LISTED AND NOT PAID; IT     PAYOFF01
002400*  GOES IN A LATER BATCH.  A GOOD PAYMENT IS ADDED TO YTDMST      PAYOFF01
002500*  (TOTALS AND CURRENT REGION SEGMENT) WITH THE BATCH, PAY DATE   PAYOFF01
002600*  AND YEAR'S OFF-CYCLE GROSS AS AN OFF-CYCLE MARKER, IS PAID     PAYOFF01
002700*  TO THE BANK ON OFFDEP (DEPOSIT LAYOUT, NET PAY) AND IS         PAYOFF01
002800*  POSTED ON OFFGLP (GLPOST LAYOUT, EXPENSE AGAINST CLEARING).    PAYOFF01
002900*  REGION TOTALS ARE WRITTEN TO PAYHIS AS AN OFF-CYCLE RUN AND    PAYOFF01
003000*  THE BATCH IS ENTERED ON PPCTL AS AN OFF-CYCLE ENTRY, WHICH     PAYOFF01
003100*  PAYYTD01 DOES NOT COUNT AS A POSTING OF THE PERIOD.  A BATCH   PAYOFF01
003200*  ALREADY ON PPCTL IS NOT RUN AGAIN (RC=8).  REJECTS GIVE RC=4.  PAYOFF01
003300*                                                                 PAYOFF01
003400 ENVIRONMENT DIVISION.                                            PAYOFF01
003500 CONFIGURATION SECTION.                                           PAYOFF01
003600 SOURCE-COMPUTER.   IBM-370.                                      PAYOFF01
003700 OBJECT-COMPUTER.   IBM-370.                                      PAYOFF01
003800 INPUT-OUTPUT SECTION.                                            PAYOFF01
003900 FILE-CONTROL.                                                    PAYOFF01
004000     SELECT OFP-FILE    ASSIGN TO OFFPAY                          PAYOFF01
004100            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
004200            FILE STATUS IS PAY-OFP-STATUS.                        PAYOFF01
004300     SELECT PRM-FILE    ASSIGN TO OFFPRM                          PAYOFF01
004400            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
004500            FILE STATUS IS PAY-PRM-STATUS.                        PAYOFF01
004600     SELECT REGREF-FILE ASSIGN TO REGREF                          PAYOFF01
004700            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
004800            FILE STATUS IS PAY-REF-STATUS.                        PAYOFF01
004900     SELECT YTD-FILE    ASSIGN TO YTDMST                          PAYOFF01
005000            ORGANIZATION IS INDEXED                               PAYOFF01
005100            ACCESS IS RANDOM                                      PAYOFF01
005200            RECORD KEY IS YTD-EMP-NBR                             PAYOFF01
005300            FILE STATUS IS PAY-YTD-STATUS.                        PAYOFF01
005400     SELECT NEWEMP-FILE ASSIGN TO NEWEMP                          PAYOFF01
005500            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
005600            FILE STATUS IS PAY-NEW-STATUS.                        PAYOFF01
005700     SELECT BANK-FILE   ASSIGN TO BANKREF                         PAYOFF01
005800            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
005900            FILE STATUS IS PAY-BANK-STATUS.                       PAYOFF01
006000     SELECT HLD-FILE    ASSIGN TO DEPPRM                          PAYOFF01
006100            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
006200            FILE STATUS IS PAY-HLD-STATUS.                        PAYOFF01
006300     SELECT GLMAP-FILE  ASSIGN TO GLMAP                           PAYOFF01
006400            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
006500            FILE STATUS IS PAY-MAP-STATUS.                        PAYOFF01
006600     SELECT PPC-FILE    ASSIGN TO PPCTL                           PAYOFF01
006700            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
006800            FILE STATUS IS PAY-PPC-STATUS.                        PAYOFF01
006900     SELECT HIS-FILE    ASSIGN TO PAYHIS                          PAYOFF01
007000            ORGANIZATION IS SEQUENTIAL                            PAYOFF01
007100            FILE STATUS IS PAY-HIS-STATUS.                        PAYOFF01
007200     SELECT DEP-FILE    ASSIGN TO OFFDEP                          PAYOFF01
007300            ORGANIZATION IS SEQUENTIAL.                           PAYOFF01
007400     SELECT GLPOST-FILE ASSIGN TO OFFGLP                          PAYOFF01
007500            ORGANIZATION IS SEQUENTIAL.                           PAYOFF01
007600     SELECT RPT-FILE    ASSIGN TO OFFRPT                          PAYOFF01
007700            ORGANIZATION IS SEQUENTIAL.                           PAYOFF01
007800 DATA DIVISION.                                                   PAYOFF01
007900 FILE SECTION.                                                    PAYOFF01
008000 FD  OFP-FILE                                                     PAYOFF01
008100     LABEL RECORDS STANDARD                                       PAYOFF01
008200     BLOCK 00000 RECORDS                                          PAYOFF01
008300     RECORDING F.                                                 PAYOFF01
008400 01  OFP-REC.                                                     PAYOFF01
008500     05  OFP-EMP-NBR         PIC 9(06).                           PAYOFF01
008600     05  OFP-NAME            PIC X(15).                           PAYOFF01
008700     05  OFP-REGION          PIC X(05).                           PAYOFF01
008800     05  OFP-KIND            PIC X(01).                           PAYOFF01
008900         88  OFP-KIND-VALID      VALUE 'M' 'F' 'C'.               PAYOFF01
009000     05  OFP-WAGES           PIC 9(05)V99.                        PAYOFF01
009100     05  OFP-OT              PIC 9(05)V99.                        PAYOFF01
009200     05  OFP-COMM            PIC 9(05)V99.                        PAYOFF01
009300     05  OFP-NET             PIC 9(05)V99.                        PAYOFF01
009400     05  OFP-REASON          PIC X(20).                           PAYOFF01
009500     05  FILLER              PIC X(05).                           PAYOFF01
009600 FD  PRM-FILE                                                     PAYOFF01
009700     LABEL RECORDS STANDARD                                       PAYOFF01
009800     BLOCK 00000 RECORDS                                          PAYOFF01
009900     RECORDING F.                                                 PAYOFF01
010000 01  PRM-REC.                                                     PAYOFF01
010100     05  PRM-BATCH           PIC X(08).                           PAYOFF01
010200     05  PRM-PAY-DATE        PIC 9(08).                           PAYOFF01
010300 FD  REGREF-FILE                                                  PAYOFF01
010400     LABEL RECORDS STANDARD                                       PAYOFF01
010500     BLOCK 00000 RECORDS                                          PAYOFF01
010600     RECORDING F.                                                 PAYOFF01
010700 01  REF-REC.                                                     PAYOFF01
010800     05  REF-REGION          PIC X(05).                           PAYOFF01
010900 FD  YTD-FILE                                                     PAYOFF01
011000     LABEL RECORDS STANDARD.                                      PAYOFF01
011100 01  YTD-REC.                                                     PAYOFF01
011200     05  YTD-EMP-NBR         PIC 9(06).                           PAYOFF01
011300     05  YTD-NAME            PIC X(15).                           PAYOFF01
011400     05  YTD-REGION          PIC X(05).                           PAYOFF01
011500     05  YTD-WAGES           PIC 9(07)V99.                        PAYOFF01
011600     05  YTD-OT              PIC 9(07)V99.                        PAYOFF01
011700     05  YTD-COMM            PIC 9(07)V99.                        PAYOFF01
011800     05  YTD-LAST-RUN        PIC 9(06).                           PAYOFF01
011900     05  YTD-DEDUCTIONS.                                          PAYOFF01
012000         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYOFF01
012100     05  YTD-SEG-COUNT       PIC 9(01).                           PAYOFF01
012200     05  YTD-SEGMENTS.                                            PAYOFF01
012300         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYOFF01
012400             15  YTD-SEG-REGION  PIC X(05).                       PAYOFF01
012500             15  YTD-SEG-FROM    PIC 9(08).                       PAYOFF01
012600             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYOFF01
012700             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYOFF01
012800             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYOFF01
012900     05  YTD-RECENT-AREA.                                         PAYOFF01
013000         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYOFF01
013100             15  YTD-RC-PERIOD   PIC 9(08).                       PAYOFF01
013200             15  YTD-RC-REGION   PIC X(05).                       PAYOFF01
013300             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYOFF01
013400             15  YTD-RC-OT       PIC 9(05)V99.                    PAYOFF01
013500             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYOFF01
013600     05  YTD-OFF-CYCLE.                                           PAYOFF01
013700         10  YTD-OFF-BATCH   PIC X(08).                           PAYOFF01
013800         10  YTD-OFF-DATE    PIC 9(08).                           PAYOFF01
013900         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYOFF01
014000 FD  NEWEMP-FILE                                                  PAYOFF01
014100     LABEL RECORDS STANDARD                                       PAYOFF01
014200     BLOCK 00000 RECORDS                                          PAYOFF01
014300     RECORDING F.                                                 PAYOFF01
014400 01  NEW-REC.                                                     PAYOFF01
014500     05  NEW-EMP-NBR         PIC 9(06).                           PAYOFF01
014600 FD  BANK-FILE                                                    PAYOFF01
014700     LABEL RECORDS STANDARD                                       PAYOFF01
014800     BLOCK 00000 RECORDS                                          PAYOFF01
014900     RECORDING F.                                                 PAYOFF01
015000 01  BANK-REC.                                                    PAYOFF01
015100     05  BANK-EMP-NBR        PIC 9(06).                           PAYOFF01
015200     05  BANK-ROUTING        PIC 9(09).                           PAYOFF01
015300     05  BANK-ACCOUNT        PIC X(12).                           PAYOFF01
015400     05  BANK-CHANGED        PIC 9(08).                           PAYOFF01
015500     05  FILLER              PIC X(05).                           PAYOFF01
015600 FD  HLD-FILE                                                     PAYOFF01
015700     LABEL RECORDS STANDARD                                       PAYOFF01
015800     BLOCK 00000 RECORDS                                          PAYOFF01
015900     RECORDING F.                                                 PAYOFF01
016000 01  HLD-REC.                                                     PAYOFF01
016100     05  HLD-HOLD-DAYS       PIC 9(02).                           PAYOFF01
016200 FD  GLMAP-FILE                                                   PAYOFF01
016300     LABEL RECORDS STANDARD                                       PAYOFF01
016400     BLOCK 00000 RECORDS                                          PAYOFF01
016500     RECORDING F.                                                 PAYOFF01
016600 01  MAP-REC.                                                     PAYOFF01
016700     05  MAP-REGION          PIC X(05).                           PAYOFF01
016800     05  MAP-ELEMENT         PIC X(01).                           PAYOFF01
016900     05  MAP-ACCOUNT         PIC X(08).                           PAYOFF01
017000     05  FILLER              PIC X(06).                           PAYOFF01
017100 FD  PPC-FILE                                                     PAYOFF01
017200     LABEL RECORDS STANDARD                                       PAYOFF01
017300     BLOCK 00000 RECORDS                                          PAYOFF01
017400     RECORDING F.                                                 PAYOFF01
017500 01  PPC-REC.                                                     PAYOFF01
017600     05  PPC-DATE            PIC 9(08).                           PAYOFF01
017700     05  PPC-RUN-TYPE        PIC X(01).                           PAYOFF01
017800         88  PPC-OFF-CYCLE       VALUE 'O'.                       PAYOFF01
017900     05  PPC-BATCH           PIC X(08).                           PAYOFF01
018000 FD  HIS-FILE                                                     PAYOFF01
018100     LABEL RECORDS STANDARD                                       PAYOFF01
018200     BLOCK 00000 RECORDS                                          PAYOFF01
018300     RECORDING F.                                                 PAYOFF01
018400 01  HIS-REC.                                                     PAYOFF01
018500     05  HIS-DATE            PIC 9(06).                           PAYOFF01
018600     05  HIS-REGION          PIC X(05).                           PAYOFF01
018700     05  HIS-WAGES           PIC 9(09)V99.                        PAYOFF01
018800     05  HIS-OT              PIC 9(09)V99.                        PAYOFF01
018900     05  HIS-COMM            PIC 9(09)V99.                        PAYOFF01
019000     05  HIS-COUNT           PIC 9(07).                           PAYOFF01
019100     05  HIS-RUN-TYPE        PIC X(01).                           PAYOFF01
019200     05  HIS-BATCH           PIC X(08).                           PAYOFF01
019300     05  FILLER              PIC X(06).                           PAYOFF01
019400 FD  DEP-FILE                                                     PAYOFF01
019500     LABEL RECORDS STANDARD                                       PAYOFF01
019600     BLOCK 00000 RECORDS                                          PAYOFF01
019700     RECORDING F.                                                 PAYOFF01
019800 01  DEP-REC.                                                     PAYOFF01
019900     05  DEP-TYPE            PIC X(03).                           PAYOFF01
020000     05  DEP-EMP-NBR         PIC 9(06).                           PAYOFF01
020100     05  DEP-ROUTING         PIC 9(09).                           PAYOFF01
020200     05  DEP-ACCOUNT         PIC X(12).                           PAYOFF01
020300     05  DEP-AMOUNT          PIC 9(09)V99.                        PAYOFF01
020400     05  DEP-DATE            PIC 9(06).                           PAYOFF01
020500     05  FILLER              PIC X(03).                           PAYOFF01
020600 01  DEP-TRL-REC  REDEFINES  DEP-REC.                             PAYOFF01
020700     05  FILLER              PIC X(03).                           PAYOFF01
020800     05  DEP-TRL-COUNT       PIC 9(07).                           PAYOFF01
020900     05  DEP-TRL-AMOUNT      PIC 9(11)V99.                        PAYOFF01
021000     05  DEP-TRL-HASH        PIC 9(12).                           PAYOFF01
021100     05  FILLER              PIC X(08).                           PAYOFF01
021200 FD  GLPOST-FILE                                                  PAYOFF01
021300     LABEL RECORDS STANDARD                                       PAYOFF01
021400     BLOCK 00000 RECORDS                                          PAYOFF01
021500     RECORDING F.                                                 PAYOFF01
021600 01  GL-REC.                                                      PAYOFF01
021700     05  GL-TYPE             PIC X(03).                           PAYOFF01
021800     05  GL-DATE             PIC 9(06).                           PAYOFF01
021900     05  GL-ACCOUNT          PIC X(08).                           PAYOFF01
022000     05  GL-DC               PIC X(01).                           PAYOFF01
022100     05  GL-AMOUNT           PIC 9(09)V99.                        PAYOFF01
022200     05  GL-REGION           PIC X(05).                           PAYOFF01
022300     05  GL-ELEMENT          PIC X(01).                           PAYOFF01
022400     05  FILLER              PIC X(05).                           PAYOFF01
022500 FD  RPT-FILE                                                     PAYOFF01
022600     LABEL RECORDS STANDARD                                       PAYOFF01
022700     BLOCK 00000 RECORDS                                          PAYOFF01
022800     RECORDING F.                                                 PAYOFF01
022900 01  RPT-REC                 PIC X(80).                           PAYOFF01
023000 WORKING-STORAGE SECTION.                                         PAYOFF01
023100 77  PAY-OFP-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023200 77  PAY-PRM-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023300 77  PAY-REF-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023400 77  PAY-YTD-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023500 77  PAY-NEW-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023600 77  PAY-BANK-STATUS          PIC X(02) VALUE ZERO.               PAYOFF01
023700 77  PAY-HLD-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023800 77  PAY-MAP-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
023900 77  PAY-PPC-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
024000 77  PAY-HIS-STATUS           PIC X(02) VALUE ZERO.               PAYOFF01
024100 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYOFF01
024200     88  PAY-EOF                  VALUE 'Y'.                      PAYOFF01
024300 77  PAY-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYOFF01
024400     88  PAY-REF-EOF              VALUE 'Y'.                      PAYOFF01
024500 77  PAY-NEW-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYOFF01
024600     88  PAY-NEW-EOF              VALUE 'Y'.                      PAYOFF01
024700 77  PAY-BANK-EOF-SWITCH      PIC X(01) VALUE 'N'.                PAYOFF01
024800     88  PAY-BANK-EOF             VALUE 'Y'.                      PAYOFF01
024900 77  PAY-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYOFF01
025000     88  PAY-MAP-EOF              VALUE 'Y'.                      PAYOFF01
025100 77  PAY-PPC-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYOFF01
025200     88  PAY-PPC-EOF              VALUE 'Y'.                      PAYOFF01
025300 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYOFF01
025325 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYOFF01
025350 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYOFF01
025375 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYOFF01
025400 77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYOFF01
025500 77  PAY-VALID-SWITCH         PIC X(01) VALUE 'Y'.                PAYOFF01
025600 77  PAY-YTD-FOUND            PIC X(01) VALUE 'N'.                PAYOFF01
025700 77  PAY-REF-FOUND            PIC X(01) VALUE 'N'.                PAYOFF01
025800 77  PAY-NEW-FOUND            PIC X(01) VALUE 'N'.                PAYOFF01
025900 77  PAY-BANK-FOUND           PIC X(01) VALUE 'N'.                PAYOFF01
026000 77  PAY-MAP-FOUND            PIC X(01) VALUE 'N'.                PAYOFF01
026100 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYOFF01
026200 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYOFF01
026300 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYOFF01
026400 77  PAY-BATCH                PIC X(08) VALUE SPACES.             PAYOFF01
026500 77  PAY-PAY-DATE             PIC 9(08) VALUE ZERO.               PAYOFF01
026600 77  PAY-DEP-DATE             PIC 9(06) VALUE ZERO.               PAYOFF01
026700 77  PAY-HOLD-DAYS            PIC 9(02) VALUE 5.                  PAYOFF01
026800 77  PAY-CLEAR-ACCT           PIC X(08) VALUE SPACES.             PAYOFF01
026900 77  PAY-LOOKUP-REGION        PIC X(05) VALUE SPACES.             PAYOFF01
027000 77  PAY-LOOKUP-ELEM          PIC X(01) VALUE SPACE.              PAYOFF01
027100 77  PAY-LOOKUP-ACCT          PIC X(08) VALUE SPACES.             PAYOFF01
027200 77  PAY-WORK-AMT             PIC 9(09)V99 VALUE ZERO.            PAYOFF01
027300 77  PAY-GROSS                PIC 9(07)V99 VALUE ZERO.            PAYOFF01
027400 77  PAY-NET                  PIC 9(07)V99 VALUE ZERO.            PAYOFF01
027500 77  PAY-REJ-CODE             PIC X(03) VALUE SPACES.             PAYOFF01
027600 77  PAY-REJ-TEXT             PIC X(25) VALUE SPACES.             PAYOFF01
027700 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYOFF01
027800 77  PAY-PAID-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYOFF01
027900 77  PAY-REJ-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYOFF01
028000 77  PAY-NEW-YTD-COUNT        PIC 9(07) COMP-3 VALUE ZERO.        PAYOFF01
028100 77  PAY-POST-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYOFF01
028200 77  PAY-GROSS-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYOFF01
028300 77  PAY-AMT-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYOFF01
028400 77  PAY-BATCH-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYOFF01
028500 77  PAY-ROUTING-HASH         PIC 9(12) COMP-3 VALUE ZERO.        PAYOFF01
028600 77  PAY-REF-COUNT            PIC 9(02) COMP VALUE ZERO.          PAYOFF01
028700 77  PAY-REF-IX               PIC 9(02) COMP VALUE ZERO.          PAYOFF01
028800 77  PAY-NEW-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYOFF01
028900 77  PAY-NEW-IX               PIC 9(03) COMP VALUE ZERO.          PAYOFF01
029000 77  PAY-BANK-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYOFF01
029100 77  PAY-BANK-IX              PIC 9(03) COMP VALUE ZERO.          PAYOFF01
029200 77  PAY-BANK-SLOT            PIC 9(03) COMP VALUE ZERO.          PAYOFF01
029300 77  PAY-MAP-COUNT            PIC 9(03) COMP VALUE ZERO.          PAYOFF01
029400 77  PAY-MAP-IX               PIC 9(03) COMP VALUE ZERO.          PAYOFF01
029500 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYOFF01
029600 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYOFF01
029700 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYOFF01
029800 01  PAY-REF-TABLE.                                               PAYOFF01
029900     05  PAY-REF-REGION       PIC X(05) OCCURS 50 TIMES.          PAYOFF01
030000 01  PAY-NEW-TABLE.                                               PAYOFF01
030100     05  PAY-NEW-NBR          PIC 9(06) OCCURS 200 TIMES.         PAYOFF01
030200 01  PAY-BANK-TABLE.                                              PAYOFF01
030300     05  PAY-BANK-ENTRY       OCCURS 500 TIMES.                   PAYOFF01
030400         10  PAY-BNK-EMP      PIC 9(06).                          PAYOFF01
030500         10  PAY-BNK-ROUTING  PIC 9(09).                          PAYOFF01
030600         10  PAY-BNK-ACCOUNT  PIC X(12).                          PAYOFF01
030700         10  PAY-BNK-CHANGED  PIC 9(08).                          PAYOFF01
030800 01  PAY-MAP-TABLE.                                               PAYOFF01
030900     05  PAY-MAP-ENTRY        OCCURS 100 TIMES.                   PAYOFF01
031000         10  PAY-MAP-REGION   PIC X(05).                          PAYOFF01
031100         10  PAY-MAP-ELEMENT  PIC X(01).                          PAYOFF01
031200         10  PAY-MAP-ACCOUNT  PIC X(08).                          PAYOFF01
031300 01  PAY-REGION-TABLE.                                            PAYOFF01
031400     05  PAY-REG-ENTRY        OCCURS 20 TIMES.                    PAYOFF01
031500         10  PAY-REG-CODE     PIC X(05).                          PAYOFF01
031600         10  PAY-REG-WAGES    PIC 9(09)V99.                       PAYOFF01
031700         10  PAY-REG-OT       PIC 9(09)V99.                       PAYOFF01
031800         10  PAY-REG-COMM     PIC 9(09)V99.                       PAYOFF01
031900         10  PAY-REG-COUNT    PIC 9(07).                          PAYOFF01
032000 01  RPT-HDR-LINE.                                                PAYOFF01
032100     05  FILLER              PIC X(30) VALUE                      PAYOFF01
032200         'OFF-CYCLE PAYMENT REGISTER'.                            PAYOFF01
032300     05  FILLER              PIC X(06) VALUE 'BATCH '.            PAYOFF01
032400     05  HDR-BATCH           PIC X(08).                           PAYOFF01
032500     05  FILLER              PIC X(11) VALUE '  PAY DATE '.       PAYOFF01
032600     05  HDR-PAY-DATE        PIC 9(08).                           PAYOFF01
032700     05  FILLER              PIC X(17) VALUE SPACES.              PAYOFF01
032800 01  RPT-COL-LINE.                                                PAYOFF01
032900     05  FILLER              PIC X(44) VALUE                      PAYOFF01
033000         'EMP NBR NAME            REGION  K      GROSS'.          PAYOFF01
033100     05  FILLER              PIC X(36) VALUE                      PAYOFF01
033200         '          NET NOTE'.                                    PAYOFF01
033300 01  RPT-DTL-LINE.                                                PAYOFF01
033400     05  DTL-EMP-NBR         PIC 9(06).                           PAYOFF01
033500     05  FILLER              PIC X(02) VALUE SPACES.              PAYOFF01
033600     05  DTL-NAME            PIC X(15).                           PAYOFF01
033700     05  FILLER              PIC X(01) VALUE SPACE.               PAYOFF01
033800     05  DTL-REGION          PIC X(05).                           PAYOFF01
033900     05  FILLER              PIC X(03) VALUE SPACES.              PAYOFF01
034000     05  DTL-KIND            PIC X(01).                           PAYOFF01
034100     05  FILLER              PIC X(01) VALUE SPACE.               PAYOFF01
034200     05  DTL-GROSS           PIC ZZZ,ZZZ.99.                      PAYOFF01
034300     05  FILLER              PIC X(03) VALUE SPACES.              PAYOFF01
034400     05  DTL-NET             PIC ZZZ,ZZZ.99.                      PAYOFF01
034500     05  FILLER              PIC X(01) VALUE SPACE.               PAYOFF01
034600     05  DTL-NOTE            PIC X(22).                           PAYOFF01
034700 01  RPT-GL-LINE.                                                 PAYOFF01
034800     05  FILLER              PIC X(08) VALUE 'GL POST '.          PAYOFF01
034900     05  GLL-REGION          PIC X(05).                           PAYOFF01
035000     05  FILLER              PIC X(01) VALUE SPACE.               PAYOFF01
035100     05  GLL-ELEMENT         PIC X(01).                           PAYOFF01
035200     05  FILLER              PIC X(01) VALUE SPACE.               PAYOFF01
035300     05  GLL-ACCOUNT         PIC X(08).                           PAYOFF01
035400     05  FILLER              PIC X(01) VALUE SPACE.               PAYOFF01
035500     05  GLL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  PAYOFF01
035600     05  FILLER              PIC X(41) VALUE SPACES.              PAYOFF01
035700 01  RPT-CNT-LINE.                                                PAYOFF01
035800     05  CNT-LABEL           PIC X(30).                           PAYOFF01
035900     05  CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.                     PAYOFF01
036000     05  FILLER              PIC X(39) VALUE SPACES.              PAYOFF01
036100 01  RPT-AMT-LINE.                                                PAYOFF01
036200     05  AMT-LABEL           PIC X(30).                           PAYOFF01
036300     05  AMT-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               PAYOFF01
036400     05  FILLER              PIC X(33) VALUE SPACES.              PAYOFF01
036500 COPY SY0099.                                                     PAYOFF01
036600 COPY SY0095.                                                     PAYOFF01
036650 COPY SY0081.                                                     PAYOFF01
036700 PROCEDURE DIVISION.                                              PAYOFF01
036800***************************************************************** PAYOFF01
036900* 0000-MAINLINE                                                   PAYOFF01
037000***************************************************************** PAYOFF01
037100 0000-MAINLINE.                                                   PAYOFF01
037200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYOFF01
037275     IF PAY-STOP-SWITCH = 'Y'                                     PAYOFF01
037350        GO TO 8100-JOURNAL-STOP                                   PAYOFF01
037425     END-IF.                                                      PAYOFF01
037500     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT                  PAYOFF01
037575         UNTIL PAY-EOF.                                           PAYOFF01
037650     PERFORM 4000-POST-REGIONS THRU 4000-EXIT.                    PAYOFF01
037725     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.                   PAYOFF01
037800     PERFORM 6000-MARK-BATCH THRU 6000-EXIT.                      PAYOFF01
038000     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYOFF01
038100     GO TO 9999-EXIT.                                             PAYOFF01
038200***************************************************************** PAYOFF01
038300* 1000-INITIALIZE - BATCH CARD, REFERENCES, FILES                 PAYOFF01
038400***************************************************************** PAYOFF01
038500 1000-INITIALIZE.                                                 PAYOFF01
038600     MOVE 'PAYOFF01' TO X95-PROGRAMME.                            PAYOFF01
038700     MOVE 'D' TO X95-PHASE.                                       PAYOFF01
038800     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYOFF01
038900                  X95-CPT-REJET.                                  PAYOFF01
039000     MOVE SPACES TO X95-ETAT.                                     PAYOFF01
039100     CALL 'SY0095' USING SY0095-PARMS.                            PAYOFF01
039200     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYOFF01
039300     MOVE 'C' TO X99-FONCTION.                                    PAYOFF01
039400     CALL 'SY0099' USING SY0099-PARMS.                            PAYOFF01
039500     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYOFF01
039600     OPEN INPUT PRM-FILE.                                         PAYOFF01
039700     IF PAY-PRM-STATUS = '00'                                     PAYOFF01
039800        READ PRM-FILE                                             PAYOFF01
039900            AT END MOVE SPACES TO PRM-REC                         PAYOFF01
040000        END-READ                                                  PAYOFF01
040100        CLOSE PRM-FILE                                            PAYOFF01
040200     ELSE                                                         PAYOFF01
040300        MOVE SPACES TO PRM-REC                                    PAYOFF01
040400     END-IF.                                                      PAYOFF01
040500     MOVE PRM-BATCH TO PAY-BATCH.                                 PAYOFF01
040600     IF PAY-BATCH = SPACES                                        PAYOFF01
040700        DISPLAY 'NO OFF-CYCLE BATCH ON OFFPRM - STOPPED'          PAYOFF01
040800        MOVE 8 TO RETURN-CODE                                     PAYOFF01
040900        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYOFF01
040925        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYOFF01
040950        MOVE 'OFFPRM' TO PAY-ERR-FILE                             PAYOFF01
041000        GO TO 1000-EXIT                                           PAYOFF01
041100     END-IF.                                                      PAYOFF01
041200     PERFORM 1100-SET-PAY-DATE THRU 1100-EXIT.                    PAYOFF01
041300     IF PAY-STOP-SWITCH = 'Y'                                     PAYOFF01
041400        GO TO 1000-EXIT                                           PAYOFF01
041500     END-IF.                                                      PAYOFF01
041600     OPEN INPUT PPC-FILE.                                         PAYOFF01
041700     IF PAY-PPC-STATUS = '00'                                     PAYOFF01
041800        PERFORM 1200-CHECK-BATCH THRU 1200-EXIT                   PAYOFF01
041900            UNTIL PAY-PPC-EOF                                     PAYOFF01
042000        CLOSE PPC-FILE                                            PAYOFF01
042100     END-IF.                                                      PAYOFF01
042200     IF PAY-STOP-SWITCH = 'Y'                                     PAYOFF01
042300        DISPLAY 'OFF-CYCLE BATCH ' PAY-BATCH                      PAYOFF01
042400                ' ALREADY POSTED - RUN STOPPED'                   PAYOFF01
042500        MOVE 8 TO RETURN-CODE                                     PAYOFF01
042525        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYOFF01
042550        MOVE 'PPCTL' TO PAY-ERR-FILE                              PAYOFF01
042600        GO TO 1000-EXIT                                           PAYOFF01
042700     END-IF.                                                      PAYOFF01
042800     OPEN INPUT GLMAP-FILE.                                       PAYOFF01
042900     IF PAY-MAP-STATUS = '00'                                     PAYOFF01
043000        PERFORM 1300-LOAD-MAP THRU 1300-EXIT                      PAYOFF01
043100            UNTIL PAY-MAP-EOF                                     PAYOFF01
043200        CLOSE GLMAP-FILE                                          PAYOFF01
043300     END-IF.                                                      PAYOFF01
043400     IF PAY-CLEAR-ACCT = SPACES                                   PAYOFF01
043500        DISPLAY 'ACCOUNT MAP OR CLEARING ACCOUNT UNAVAILABLE - '  PAYOFF01
043600                'STOPPED'                                         PAYOFF01
043700        MOVE 8 TO RETURN-CODE                                     PAYOFF01
043800        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYOFF01
043825        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYOFF01
043850        MOVE 'GLMAP' TO PAY-ERR-FILE                              PAYOFF01
043900        GO TO 1000-EXIT                                           PAYOFF01
044000     END-IF.                                                      PAYOFF01
044100     OPEN I-O YTD-FILE.                                           PAYOFF01
044200     IF PAY-YTD-STATUS = '35'                                     PAYOFF01
044300        OPEN OUTPUT YTD-FILE                                      PAYOFF01
044400        CLOSE YTD-FILE                                            PAYOFF01
044500        OPEN I-O YTD-FILE                                         PAYOFF01
044600     END-IF.                                                      PAYOFF01
044700     IF PAY-YTD-STATUS NOT = '00'                                 PAYOFF01
044800        AND PAY-YTD-STATUS NOT = '97'                             PAYOFF01
044900        DISPLAY 'YTD MASTER UNAVAILABLE - STATUS '                PAYOFF01
045000                PAY-YTD-STATUS                                    PAYOFF01
045100        MOVE 8 TO RETURN-CODE                                     PAYOFF01
045200        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYOFF01
045225        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYOFF01
045250        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYOFF01
045275        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYOFF01
045300        GO TO 1000-EXIT                                           PAYOFF01
045400     END-IF.                                                      PAYOFF01
045500     OPEN INPUT OFP-FILE.                                         PAYOFF01
045600     IF PAY-OFP-STATUS NOT = '00'                                 PAYOFF01
045700        DISPLAY 'OFF-CYCLE PAYMENT FILE UNAVAILABLE - STATUS '    PAYOFF01
045800                PAY-OFP-STATUS                                    PAYOFF01
045900        MOVE 8 TO RETURN-CODE                                     PAYOFF01
046000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYOFF01
046025        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYOFF01
046050        MOVE 'OFFPAY' TO PAY-ERR-FILE                             PAYOFF01
046075        MOVE PAY-OFP-STATUS TO PAY-ERR-STATUS                     PAYOFF01
046100        CLOSE YTD-FILE                                            PAYOFF01
046200        GO TO 1000-EXIT                                           PAYOFF01
046300     END-IF.                                                      PAYOFF01
046400     OPEN INPUT REGREF-FILE.                                      PAYOFF01
046500     IF PAY-REF-STATUS = '00'                                     PAYOFF01
046600        PERFORM 1400-LOAD-REGION THRU 1400-EXIT                   PAYOFF01
046700            UNTIL PAY-REF-EOF                                     PAYOFF01
046800        CLOSE REGREF-FILE                                         PAYOFF01
046900     ELSE                                                         PAYOFF01
047000        DISPLAY 'REGION REFERENCE UNAVAILABLE - STATUS '          PAYOFF01
047100                PAY-REF-STATUS                                    PAYOFF01
047200        DISPLAY 'REGION CHECK WILL REJECT ALL PAYMENTS'           PAYOFF01
047300     END-IF.                                                      PAYOFF01
047400     OPEN INPUT NEWEMP-FILE.                                      PAYOFF01
047500     IF PAY-NEW-STATUS = '00'                                     PAYOFF01
047600        PERFORM 1500-LOAD-NEWEMP THRU 1500-EXIT                   PAYOFF01
047700            UNTIL PAY-NEW-EOF                                     PAYOFF01
047800        CLOSE NEWEMP-FILE                                         PAYOFF01
047900     END-IF.                                                      PAYOFF01
048000     OPEN INPUT BANK-FILE.                                        PAYOFF01
048100     IF PAY-BANK-STATUS = '00'                                    PAYOFF01
048200        PERFORM 1600-LOAD-BANK THRU 1600-EXIT                     PAYOFF01
048300            UNTIL PAY-BANK-EOF                                    PAYOFF01
048400        CLOSE BANK-FILE                                           PAYOFF01
048500     ELSE                                                         PAYOFF01
048600        DISPLAY 'BANK REFERENCE UNAVAILABLE - STATUS '            PAYOFF01
048700                PAY-BANK-STATUS                                   PAYOFF01
048800        DISPLAY 'BANK CHECK WILL REJECT ALL PAYMENTS'             PAYOFF01
048900     END-IF.                                                      PAYOFF01
049000     OPEN INPUT HLD-FILE.                                         PAYOFF01
049100     IF PAY-HLD-STATUS = '00'                                     PAYOFF01
049200        READ HLD-FILE                                             PAYOFF01
049300            AT END MOVE SPACES TO HLD-REC                         PAYOFF01
049400        END-READ                                                  PAYOFF01
049500        IF HLD-HOLD-DAYS NUMERIC                                  PAYOFF01
049600           MOVE HLD-HOLD-DAYS TO PAY-HOLD-DAYS                    PAYOFF01
049700        END-IF                                                    PAYOFF01
049800        CLOSE HLD-FILE                                            PAYOFF01
049900     END-IF.                                                      PAYOFF01
050000     OPEN OUTPUT DEP-FILE.                                        PAYOFF01
050100     OPEN OUTPUT GLPOST-FILE.                                     PAYOFF01
050200     OPEN OUTPUT RPT-FILE.                                        PAYOFF01
050300     MOVE PAY-BATCH TO HDR-BATCH.                                 PAYOFF01
050400     MOVE PAY-PAY-DATE TO HDR-PAY-DATE.                           PAYOFF01
050500     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYOFF01
050600     MOVE SPACES TO RPT-REC.                                      PAYOFF01
050700     WRITE RPT-REC.                                               PAYOFF01
050800     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYOFF01
050900     MOVE SPACES TO DEP-REC.                                      PAYOFF01
051000     MOVE 'HDR' TO DEP-TYPE.                                      PAYOFF01
051100     MOVE ZERO TO DEP-EMP-NBR DEP-ROUTING DEP-AMOUNT.             PAYOFF01
051200     MOVE PAY-DEP-DATE TO DEP-DATE.                               PAYOFF01
051300     WRITE DEP-REC.                                               PAYOFF01
051400     MOVE SPACES TO GL-REC.                                       PAYOFF01
051500     MOVE 'HDR' TO GL-TYPE.                                       PAYOFF01
051600     MOVE PAY-DEP-DATE TO GL-DATE.                                PAYOFF01
051700     MOVE ZERO TO GL-AMOUNT.                                      PAYOFF01
051800     WRITE GL-REC.                                                PAYOFF01
051900 1000-EXIT.                                                       PAYOFF01
052000     EXIT.                                                        PAYOFF01
052100***************************************************************** PAYOFF01
052200* 1100-SET-PAY-DATE - OFFPRM DATE OR TODAY, ON A BUSINESS DAY     PAYOFF01
052300***************************************************************** PAYOFF01
052400 1100-SET-PAY-DATE.                                               PAYOFF01
052500     IF PRM-PAY-DATE NUMERIC AND PRM-PAY-DATE NOT = ZERO          PAYOFF01
052600        MOVE PRM-PAY-DATE TO PAY-PAY-DATE                         PAYOFF01
052700     ELSE                                                         PAYOFF01
052800        MOVE PAY-TODAY-8 TO PAY-PAY-DATE                          PAYOFF01
052900     END-IF.                                                      PAYOFF01
053000     MOVE 'V' TO X99-FONCTION.                                    PAYOFF01
053100     MOVE PAY-PAY-DATE TO X99-DATE-8.                             PAYOFF01
053200     CALL 'SY0099' USING SY0099-PARMS.                            PAYOFF01
053300     IF X99-DATE-INVALIDE                                         PAYOFF01
053400        DISPLAY 'OFFPRM PAY DATE ' PAY-PAY-DATE                   PAYOFF01
053500                ' INVALID - STOPPED'                              PAYOFF01
053600        MOVE 8 TO RETURN-CODE                                     PAYOFF01
053700        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYOFF01
053725        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYOFF01
053750        MOVE 'OFFPRM' TO PAY-ERR-FILE                             PAYOFF01
053800        GO TO 1100-EXIT                                           PAYOFF01
053900     END-IF.                                                      PAYOFF01
054000     MOVE 'J' TO X99-FONCTION.                                    PAYOFF01
054100     CALL 'SY0099' USING SY0099-PARMS.                            PAYOFF01
054200     IF X99-JOUR-FERME                                            PAYOFF01
054300        MOVE 'P' TO X99-FONCTION                                  PAYOFF01
054400        CALL 'SY0099' USING SY0099-PARMS                          PAYOFF01
054500        DISPLAY 'PAY DATE ' PAY-PAY-DATE                          PAYOFF01
054600                ' NOT A BUSINESS DAY - PAID ' X99-DATE-8          PAYOFF01
054700        MOVE X99-DATE-8 TO PAY-PAY-DATE                           PAYOFF01
054800        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYOFF01
054900     END-IF.                                                      PAYOFF01
055000     MOVE PAY-PAY-DATE (3:6) TO PAY-DEP-DATE.                     PAYOFF01
055100 1100-EXIT.                                                       PAYOFF01
055200     EXIT.                                                        PAYOFF01
055300 1200-CHECK-BATCH.                                                PAYOFF01
055400     READ PPC-FILE                                                PAYOFF01
055500         AT END                                                   PAYOFF01
055600            SET PAY-PPC-EOF TO TRUE                               PAYOFF01
055700            GO TO 1200-EXIT                                       PAYOFF01
055800     END-READ.                                                    PAYOFF01
055900     IF PPC-OFF-CYCLE AND PPC-BATCH = PAY-BATCH                   PAYOFF01
056000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYOFF01
056100     END-IF.                                                      PAYOFF01
056200 1200-EXIT.                                                       PAYOFF01
056300     EXIT.                                                        PAYOFF01
056400 1300-LOAD-MAP.                                                   PAYOFF01
056500     READ GLMAP-FILE                                              PAYOFF01
056600         AT END                                                   PAYOFF01
056700            SET PAY-MAP-EOF TO TRUE                               PAYOFF01
056800            GO TO 1300-EXIT                                       PAYOFF01
056900     END-READ.                                                    PAYOFF01
057000     IF MAP-REGION = 'CLEAR'                                      PAYOFF01
057100        MOVE MAP-ACCOUNT TO PAY-CLEAR-ACCT                        PAYOFF01
057200        GO TO 1300-EXIT                                           PAYOFF01
057300     END-IF.                                                      PAYOFF01
057400     IF PAY-MAP-COUNT < 100                                       PAYOFF01
057500        ADD 1 TO PAY-MAP-COUNT                                    PAYOFF01
057600        MOVE MAP-REGION TO PAY-MAP-REGION (PAY-MAP-COUNT)         PAYOFF01
057700        MOVE MAP-ELEMENT TO PAY-MAP-ELEMENT (PAY-MAP-COUNT)       PAYOFF01
057800        MOVE MAP-ACCOUNT TO PAY-MAP-ACCOUNT (PAY-MAP-COUNT)       PAYOFF01
057900     ELSE                                                         PAYOFF01
058000        DISPLAY 'ACCOUNT MAP TABLE FULL - ENTRY DROPPED: '        PAYOFF01
058100                MAP-REGION ' ' MAP-ELEMENT                        PAYOFF01
058200     END-IF.                                                      PAYOFF01
058300 1300-EXIT.                                                       PAYOFF01
058400     EXIT.                                                        PAYOFF01
058500 1400-LOAD-REGION.                                                PAYOFF01
058600     READ REGREF-FILE                                             PAYOFF01
058700         AT END                                                   PAYOFF01
058800            SET PAY-REF-EOF TO TRUE                               PAYOFF01
058900            GO TO 1400-EXIT                                       PAYOFF01
059000     END-READ.                                                    PAYOFF01
059100     IF PAY-REF-COUNT < 50                                        PAYOFF01
059200        ADD 1 TO PAY-REF-COUNT                                    PAYOFF01
059300        MOVE REF-REGION TO PAY-REF-REGION (PAY-REF-COUNT)         PAYOFF01
059400     ELSE                                                         PAYOFF01
059500        DISPLAY 'REGION TABLE FULL - ENTRY DROPPED: '             PAYOFF01
059600                REF-REGION                                        PAYOFF01
059700     END-IF.                                                      PAYOFF01
059800 1400-EXIT.                                                       PAYOFF01
059900     EXIT.                                                        PAYOFF01
060000 1500-LOAD-NEWEMP.                                                PAYOFF01
060100     READ NEWEMP-FILE                                             PAYOFF01
060200         AT END                                                   PAYOFF01
060300            SET PAY-NEW-EOF TO TRUE                               PAYOFF01
060400            GO TO 1500-EXIT                                       PAYOFF01
060500     END-READ.                                                    PAYOFF01
060600     IF PAY-NEW-COUNT < 200                                       PAYOFF01
060700        ADD 1 TO PAY-NEW-COUNT                                    PAYOFF01
060800        MOVE NEW-EMP-NBR TO PAY-NEW-NBR (PAY-NEW-COUNT)           PAYOFF01
060900     ELSE                                                         PAYOFF01
061000        DISPLAY 'NEW-HIRE TABLE FULL - ENTRY DROPPED: '           PAYOFF01
061100                NEW-EMP-NBR                                       PAYOFF01
061200     END-IF.                                                      PAYOFF01
061300 1500-EXIT.                                                       PAYOFF01
061400     EXIT.                                                        PAYOFF01
061500 1600-LOAD-BANK.                                                  PAYOFF01
061600     READ BANK-FILE                                               PAYOFF01
061700         AT END                                                   PAYOFF01
061800            SET PAY-BANK-EOF TO TRUE                              PAYOFF01
061900            GO TO 1600-EXIT                                       PAYOFF01
062000     END-READ.                                                    PAYOFF01
062100     IF PAY-BANK-COUNT < 500                                      PAYOFF01
062200        ADD 1 TO PAY-BANK-COUNT                                   PAYOFF01
062300        MOVE BANK-EMP-NBR TO PAY-BNK-EMP (PAY-BANK-COUNT)         PAYOFF01
062400        MOVE BANK-ROUTING TO PAY-BNK-ROUTING (PAY-BANK-COUNT)     PAYOFF01
062500        MOVE BANK-ACCOUNT TO PAY-BNK-ACCOUNT (PAY-BANK-COUNT)     PAYOFF01
062600        IF BANK-CHANGED NUMERIC                                   PAYOFF01
062700           MOVE BANK-CHANGED TO PAY-BNK-CHANGED (PAY-BANK-COUNT)  PAYOFF01
062800        ELSE                                                      PAYOFF01
062900           MOVE ZERO TO PAY-BNK-CHANGED (PAY-BANK-COUNT)          PAYOFF01
063000        END-IF                                                    PAYOFF01
063100     ELSE                                                         PAYOFF01
063200        DISPLAY 'BANK TABLE FULL - ENTRY DROPPED: '               PAYOFF01
063300                BANK-EMP-NBR                                      PAYOFF01
063400     END-IF.                                                      PAYOFF01
063500 1600-EXIT.                                                       PAYOFF01
063600     EXIT.                                                        PAYOFF01
063700***************************************************************** PAYOFF01
063800* 2000-PROCESS-PAYMENT - VALIDATE, THEN POST, PAY AND TOTAL       PAYOFF01
063900***************************************************************** PAYOFF01
064000 2000-PROCESS-PAYMENT.                                            PAYOFF01
064100     READ OFP-FILE                                                PAYOFF01
064200         AT END                                                   PAYOFF01
064300            SET PAY-EOF TO TRUE                                   PAYOFF01
064400            GO TO 2000-EXIT                                       PAYOFF01
064500     END-READ.                                                    PAYOFF01
064600     ADD 1 TO PAY-READ-COUNT.                                     PAYOFF01
064700     MOVE 'Y' TO PAY-VALID-SWITCH.                                PAYOFF01
064800     MOVE ZERO TO PAY-GROSS PAY-NET.                              PAYOFF01
064900     PERFORM 2100-CHECK-AMOUNTS THRU 2100-EXIT.                   PAYOFF01
065000     IF PAY-VALID-SWITCH = 'Y'                                    PAYOFF01
065100        PERFORM 2200-CHECK-REGION THRU 2200-EXIT.                 PAYOFF01
065200     IF PAY-VALID-SWITCH = 'Y'                                    PAYOFF01
065300        PERFORM 2300-CHECK-EMPNBR THRU 2300-EXIT.                 PAYOFF01
065400     IF PAY-VALID-SWITCH = 'Y'                                    PAYOFF01
065500        PERFORM 2400-CHECK-BANK THRU 2400-EXIT.                   PAYOFF01
065600     IF PAY-VALID-SWITCH = 'Y'                                    PAYOFF01
065700        PERFORM 2500-CHECK-MAPPING THRU 2500-EXIT.                PAYOFF01
065800     IF PAY-VALID-SWITCH = 'N'                                    PAYOFF01
065900        GO TO 2000-EXIT                                           PAYOFF01
066000     END-IF.                                                      PAYOFF01
066100     PERFORM 3000-POST-YTD THRU 3000-EXIT.                        PAYOFF01
066200     IF PAY-VALID-SWITCH = 'N'                                    PAYOFF01
066300        GO TO 2000-EXIT                                           PAYOFF01
066400     END-IF.                                                      PAYOFF01
066500     PERFORM 3100-WRITE-DEPOSIT THRU 3100-EXIT.                   PAYOFF01
066600     PERFORM 3200-ADD-REGION THRU 3200-EXIT.                      PAYOFF01
066700     ADD 1 TO PAY-PAID-COUNT.                                     PAYOFF01
066800     ADD PAY-GROSS TO PAY-GROSS-TOTAL.                            PAYOFF01
066900     MOVE 'PAID' TO PAY-REJ-TEXT.                                 PAYOFF01
067000     PERFORM 2900-LIST-PAYMENT THRU 2900-EXIT.                    PAYOFF01
067100 2000-EXIT.                                                       PAYOFF01
067200     EXIT.                                                        PAYOFF01
067300 2100-CHECK-AMOUNTS.                                              PAYOFF01
067400     IF OFP-EMP-NBR NOT NUMERIC                                   PAYOFF01
067500        OR OFP-WAGES NOT NUMERIC                                  PAYOFF01
067600        OR OFP-OT NOT NUMERIC                                     PAYOFF01
067700        OR OFP-COMM NOT NUMERIC                                   PAYOFF01
067800        OR OFP-NET NOT NUMERIC                                    PAYOFF01
067900        MOVE 'NUM' TO PAY-REJ-CODE                                PAYOFF01
068000        MOVE 'FIELD NOT NUMERIC' TO PAY-REJ-TEXT                  PAYOFF01
068100        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
068200        GO TO 2100-EXIT                                           PAYOFF01
068300     END-IF.                                                      PAYOFF01
068400     IF NOT OFP-KIND-VALID                                        PAYOFF01
068500        MOVE 'KND' TO PAY-REJ-CODE                                PAYOFF01
068600        MOVE 'PAYMENT KIND NOT M/F/C' TO PAY-REJ-TEXT             PAYOFF01
068700        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
068800        GO TO 2100-EXIT                                           PAYOFF01
068900     END-IF.                                                      PAYOFF01
069000     COMPUTE PAY-GROSS = OFP-WAGES + OFP-OT + OFP-COMM.           PAYOFF01
069100     IF PAY-GROSS = ZERO                                          PAYOFF01
069200        MOVE 'AMT' TO PAY-REJ-CODE                                PAYOFF01
069300        MOVE 'NO AMOUNT TO PAY' TO PAY-REJ-TEXT                   PAYOFF01
069400        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
069500        GO TO 2100-EXIT                                           PAYOFF01
069600     END-IF.                                                      PAYOFF01
069700     IF OFP-NET = ZERO                                            PAYOFF01
069800        MOVE PAY-GROSS TO PAY-NET                                 PAYOFF01
069900     ELSE                                                         PAYOFF01
070000        MOVE OFP-NET TO PAY-NET                                   PAYOFF01
070100     END-IF.                                                      PAYOFF01
070200     IF PAY-NET > PAY-GROSS                                       PAYOFF01
070300        MOVE 'AMT' TO PAY-REJ-CODE                                PAYOFF01
070400        MOVE 'NET EXCEEDS GROSS' TO PAY-REJ-TEXT                  PAYOFF01
070500        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
070600     END-IF.                                                      PAYOFF01
070700 2100-EXIT.                                                       PAYOFF01
070800     EXIT.                                                        PAYOFF01
070900 2200-CHECK-REGION.                                               PAYOFF01
071000     MOVE 'N' TO PAY-REF-FOUND.                                   PAYOFF01
071100     IF PAY-REF-COUNT > ZERO                                      PAYOFF01
071200        PERFORM 2210-SCAN-REGION THRU 2210-EXIT                   PAYOFF01
071300            VARYING PAY-REF-IX FROM 1 BY 1                        PAYOFF01
071400            UNTIL PAY-REF-IX > PAY-REF-COUNT                      PAYOFF01
071500               OR PAY-REF-FOUND = 'Y'                             PAYOFF01
071600     END-IF.                                                      PAYOFF01
071700     IF PAY-REF-FOUND = 'N'                                       PAYOFF01
071800        MOVE 'REG' TO PAY-REJ-CODE                                PAYOFF01
071900        MOVE 'REGION NOT ON FILE' TO PAY-REJ-TEXT                 PAYOFF01
072000        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
072100     END-IF.                                                      PAYOFF01
072200 2200-EXIT.                                                       PAYOFF01
072300     EXIT.                                                        PAYOFF01
072400 2210-SCAN-REGION.                                                PAYOFF01
072500     IF PAY-REF-REGION (PAY-REF-IX) = OFP-REGION                  PAYOFF01
072600        MOVE 'Y' TO PAY-REF-FOUND                                 PAYOFF01
072700     END-IF.                                                      PAYOFF01
072800 2210-EXIT.                                                       PAYOFF01
072900     EXIT.                                                        PAYOFF01
073000 2300-CHECK-EMPNBR.                                               PAYOFF01
073100     MOVE 'Y' TO PAY-YTD-FOUND.                                   PAYOFF01
073200     MOVE OFP-EMP-NBR TO YTD-EMP-NBR.                             PAYOFF01
073300     READ YTD-FILE                                                PAYOFF01
073400         INVALID KEY MOVE 'N' TO PAY-YTD-FOUND                    PAYOFF01
073500     END-READ.                                                    PAYOFF01
073600     IF PAY-YTD-FOUND = 'Y'                                       PAYOFF01
073700        IF YTD-REGION NOT = OFP-REGION                            PAYOFF01
073800           MOVE 'XFR' TO PAY-REJ-CODE                             PAYOFF01
073900           MOVE 'REGION NOT YTD REGION' TO PAY-REJ-TEXT           PAYOFF01
074000           PERFORM 2800-REJECT THRU 2800-EXIT                     PAYOFF01
074100           GO TO 2300-EXIT                                        PAYOFF01
074200        END-IF                                                    PAYOFF01
074300        IF YTD-OFF-BATCH = PAY-BATCH                              PAYOFF01
074400           MOVE 'DUP' TO PAY-REJ-CODE                             PAYOFF01
074500           MOVE 'ALREADY PAID IN BATCH' TO PAY-REJ-TEXT           PAYOFF01
074600           PERFORM 2800-REJECT THRU 2800-EXIT                     PAYOFF01
074700        END-IF                                                    PAYOFF01
074800        GO TO 2300-EXIT                                           PAYOFF01
074900     END-IF.                                                      PAYOFF01
075000     MOVE 'N' TO PAY-NEW-FOUND.                                   PAYOFF01
075100     IF PAY-NEW-COUNT > ZERO                                      PAYOFF01
075200        PERFORM 2310-SCAN-NEWEMP THRU 2310-EXIT                   PAYOFF01
075300            VARYING PAY-NEW-IX FROM 1 BY 1                        PAYOFF01
075400            UNTIL PAY-NEW-IX > PAY-NEW-COUNT                      PAYOFF01
075500               OR PAY-NEW-FOUND = 'Y'                             PAYOFF01
075600     END-IF.                                                      PAYOFF01
075700     IF PAY-NEW-FOUND = 'N'                                       PAYOFF01
075800        MOVE 'EMP' TO PAY-REJ-CODE                                PAYOFF01
075900        MOVE 'EMP NBR NOT ON YTD' TO PAY-REJ-TEXT                 PAYOFF01
076000        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
076100     END-IF.                                                      PAYOFF01
076200 2300-EXIT.                                                       PAYOFF01
076300     EXIT.                                                        PAYOFF01
076400 2310-SCAN-NEWEMP.                                                PAYOFF01
076500     IF PAY-NEW-NBR (PAY-NEW-IX) = OFP-EMP-NBR                    PAYOFF01
076600        MOVE 'Y' TO PAY-NEW-FOUND                                 PAYOFF01
076700     END-IF.                                                      PAYOFF01
076800 2310-EXIT.                                                       PAYOFF01
076900     EXIT.                                                        PAYOFF01
077000 2400-CHECK-BANK.                                                 PAYOFF01
077100     MOVE 'N' TO PAY-BANK-FOUND.                                  PAYOFF01
077200     IF PAY-BANK-COUNT > ZERO                                     PAYOFF01
077300        PERFORM 2410-SCAN-BANK THRU 2410-EXIT                     PAYOFF01
077400            VARYING PAY-BANK-IX FROM 1 BY 1                       PAYOFF01
077500            UNTIL PAY-BANK-IX > PAY-BANK-COUNT                    PAYOFF01
077600               OR PAY-BANK-FOUND = 'Y'                            PAYOFF01
077700     END-IF.                                                      PAYOFF01
077800     IF PAY-BANK-FOUND = 'N'                                      PAYOFF01
077900        MOVE 'BNK' TO PAY-REJ-CODE                                PAYOFF01
078000        MOVE 'NO BANK DETAILS ON FILE' TO PAY-REJ-TEXT            PAYOFF01
078100        PERFORM 2800-REJECT THRU 2800-EXIT                        PAYOFF01
078200        GO TO 2400-EXIT                                           PAYOFF01
078300     END-IF.                                                      PAYOFF01
078400     COMPUTE PAY-BANK-SLOT = PAY-BANK-IX - 1.                     PAYOFF01
078500     IF PAY-HOLD-DAYS NOT = ZERO                                  PAYOFF01
078600        AND PAY-BNK-CHANGED (PAY-BANK-SLOT) NOT = ZERO            PAYOFF01
078700        MOVE 'E' TO X99-FONCTION                                  PAYOFF01
078800        MOVE PAY-BNK-CHANGED (PAY-BANK-SLOT) TO X99-DATE-8        PAYOFF01
078900        MOVE PAY-TODAY-8 TO X99-DATE-8B                           PAYOFF01
079000        CALL 'SY0099' USING SY0099-PARMS                          PAYOFF01
079100        IF X99-NB-JOURS < PAY-HOLD-DAYS                           PAYOFF01
079200           MOVE 'BNK' TO PAY-REJ-CODE                             PAYOFF01
079300           MOVE 'ACCOUNT CHANGED - HELD' TO PAY-REJ-TEXT          PAYOFF01
079400           PERFORM 2800-REJECT THRU 2800-EXIT                     PAYOFF01
079500        END-IF                                                    PAYOFF01
079600     END-IF.                                                      PAYOFF01
079700 2400-EXIT.                                                       PAYOFF01
079800     EXIT.                                                        PAYOFF01
079900 2410-SCAN-BANK.                                                  PAYOFF01
080000     IF PAY-BNK-EMP (PAY-BANK-IX) = OFP-EMP-NBR                   PAYOFF01
080100        MOVE 'Y' TO PAY-BANK-FOUND                                PAYOFF01
080200     END-IF.                                                      PAYOFF01
080300 2410-EXIT.                                                       PAYOFF01
080400     EXIT.                                                        PAYOFF01
080500 2500-CHECK-MAPPING.                                              PAYOFF01
080600     MOVE OFP-REGION TO PAY-LOOKUP-REGION.                        PAYOFF01
080700     IF OFP-WAGES NOT = ZERO                                      PAYOFF01
080800        MOVE 'W' TO PAY-LOOKUP-ELEM                               PAYOFF01
080900        PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT                  PAYOFF01
081000        IF PAY-MAP-FOUND = 'N'                                    PAYOFF01
081100           GO TO 2500-UNMAPPED                                    PAYOFF01
081200        END-IF                                                    PAYOFF01
081300     END-IF.                                                      PAYOFF01
081400     IF OFP-OT NOT = ZERO                                         PAYOFF01
081500        MOVE 'O' TO PAY-LOOKUP-ELEM                               PAYOFF01
081600        PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT                  PAYOFF01
081700        IF PAY-MAP-FOUND = 'N'                                    PAYOFF01
081800           GO TO 2500-UNMAPPED                                    PAYOFF01
081900        END-IF                                                    PAYOFF01
082000     END-IF.                                                      PAYOFF01
082100     IF OFP-COMM NOT = ZERO                                       PAYOFF01
082200        MOVE 'C' TO PAY-LOOKUP-ELEM                               PAYOFF01
082300        PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT                  PAYOFF01
082400        IF PAY-MAP-FOUND = 'N'                                    PAYOFF01
082500           GO TO 2500-UNMAPPED                                    PAYOFF01
082600        END-IF                                                    PAYOFF01
082700     END-IF.                                                      PAYOFF01
082800     GO TO 2500-EXIT.                                             PAYOFF01
082900 2500-UNMAPPED.                                                   PAYOFF01
083000     MOVE 'GL ' TO PAY-REJ-CODE.                                  PAYOFF01
083100     MOVE 'REGION NOT MAPPED' TO PAY-REJ-TEXT.                    PAYOFF01
083200     PERFORM 2800-REJECT THRU 2800-EXIT.                          PAYOFF01
083300 2500-EXIT.                                                       PAYOFF01
083400     EXIT.                                                        PAYOFF01
083500 2800-REJECT.                                                     PAYOFF01
083600     MOVE 'N' TO PAY-VALID-SWITCH.                                PAYOFF01
083700     ADD 1 TO PAY-REJ-COUNT.                                      PAYOFF01
083800     PERFORM 2900-LIST-PAYMENT THRU 2900-EXIT.                    PAYOFF01
083900 2800-EXIT.                                                       PAYOFF01
084000     EXIT.                                                        PAYOFF01
084100 2900-LIST-PAYMENT.                                               PAYOFF01
084200     MOVE SPACES TO RPT-DTL-LINE.                                 PAYOFF01
084300     MOVE OFP-EMP-NBR TO DTL-EMP-NBR.                             PAYOFF01
084400     MOVE OFP-NAME TO DTL-NAME.                                   PAYOFF01
084500     MOVE OFP-REGION TO DTL-REGION.                               PAYOFF01
084600     MOVE OFP-KIND TO DTL-KIND.                                   PAYOFF01
084700     MOVE PAY-GROSS TO DTL-GROSS.                                 PAYOFF01
084800     MOVE PAY-NET TO DTL-NET.                                     PAYOFF01
084900     IF PAY-VALID-SWITCH = 'Y'                                    PAYOFF01
085000        MOVE PAY-REJ-TEXT TO DTL-NOTE                             PAYOFF01
085100     ELSE                                                         PAYOFF01
085200        MOVE SPACES TO DTL-NOTE                                   PAYOFF01
085300        STRING PAY-REJ-CODE ' ' PAY-REJ-TEXT                      PAYOFF01
085400               DELIMITED BY SIZE INTO DTL-NOTE                    PAYOFF01
085500     END-IF.                                                      PAYOFF01
085600     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYOFF01
085700 2900-EXIT.                                                       PAYOFF01
085800     EXIT.                                                        PAYOFF01
085900***************************************************************** PAYOFF01
086000* 3000-POST-YTD - ADD TO YTDMST WITH THE OFF-CYCLE MARKER         PAYOFF01
086100***************************************************************** PAYOFF01
086200 3000-POST-YTD.                                                   PAYOFF01
086300     IF PAY-YTD-FOUND = 'N'                                       PAYOFF01
086400        MOVE OFP-EMP-NBR TO YTD-EMP-NBR                           PAYOFF01
086500        MOVE OFP-NAME TO YTD-NAME                                 PAYOFF01
086600        MOVE OFP-REGION TO YTD-REGION                             PAYOFF01
086700        MOVE OFP-WAGES TO YTD-WAGES                               PAYOFF01
086800        MOVE OFP-OT TO YTD-OT                                     PAYOFF01
086900        MOVE OFP-COMM TO YTD-COMM                                 PAYOFF01
087000        MOVE ZERO TO YTD-LAST-RUN                                 PAYOFF01
087100        MOVE ZERO TO YTD-DEDUCTIONS                               PAYOFF01
087200        MOVE ZERO TO YTD-SEGMENTS YTD-RECENT-AREA                 PAYOFF01
087300        MOVE 1 TO YTD-SEG-COUNT                                   PAYOFF01
087400        MOVE OFP-REGION TO YTD-SEG-REGION (1)                     PAYOFF01
087500        MOVE PAY-PAY-DATE TO YTD-SEG-FROM (1)                     PAYOFF01
087600        MOVE OFP-WAGES TO YTD-SEG-WAGES (1)                       PAYOFF01
087700        MOVE OFP-OT TO YTD-SEG-OT (1)                             PAYOFF01
087800        MOVE OFP-COMM TO YTD-SEG-COMM (1)                         PAYOFF01
087900        MOVE PAY-BATCH TO YTD-OFF-BATCH                           PAYOFF01
088000        MOVE PAY-PAY-DATE TO YTD-OFF-DATE                         PAYOFF01
088100        MOVE PAY-GROSS TO YTD-OFF-GROSS                           PAYOFF01
088200        WRITE YTD-REC                                             PAYOFF01
088300            INVALID KEY                                           PAYOFF01
088400               MOVE 'YTD' TO PAY-REJ-CODE                         PAYOFF01
088500               MOVE 'YTD WRITE FAILED' TO PAY-REJ-TEXT            PAYOFF01
088600               PERFORM 2800-REJECT THRU 2800-EXIT                 PAYOFF01
088700               GO TO 3000-EXIT                                    PAYOFF01
088800        END-WRITE                                                 PAYOFF01
088900        ADD 1 TO PAY-NEW-YTD-COUNT                                PAYOFF01
089000        GO TO 3000-EXIT                                           PAYOFF01
089100     END-IF.                                                      PAYOFF01
089200     ADD OFP-WAGES TO YTD-WAGES.                                  PAYOFF01
089300     ADD OFP-OT TO YTD-OT.                                        PAYOFF01
089400     ADD OFP-COMM TO YTD-COMM.                                    PAYOFF01
089500     IF YTD-SEG-COUNT NUMERIC                                     PAYOFF01
089600        AND YTD-SEG-COUNT > ZERO                                  PAYOFF01
089700        AND YTD-SEG-COUNT NOT > 4                                 PAYOFF01
089800        ADD OFP-WAGES TO YTD-SEG-WAGES (YTD-SEG-COUNT)            PAYOFF01
089900        ADD OFP-OT TO YTD-SEG-OT (YTD-SEG-COUNT)                  PAYOFF01
090000        ADD OFP-COMM TO YTD-SEG-COMM (YTD-SEG-COUNT)              PAYOFF01
090100     END-IF.                                                      PAYOFF01
090200     IF YTD-OFF-GROSS NOT NUMERIC                                 PAYOFF01
090300        MOVE ZERO TO YTD-OFF-GROSS                                PAYOFF01
090400     END-IF.                                                      PAYOFF01
090500     MOVE PAY-BATCH TO YTD-OFF-BATCH.                             PAYOFF01
090600     MOVE PAY-PAY-DATE TO YTD-OFF-DATE.                           PAYOFF01
090700     ADD PAY-GROSS TO YTD-OFF-GROSS.                              PAYOFF01
090800     REWRITE YTD-REC                                              PAYOFF01
090900         INVALID KEY                                              PAYOFF01
091000            MOVE 'YTD' TO PAY-REJ-CODE                            PAYOFF01
091100            MOVE 'YTD REWRITE FAILED' TO PAY-REJ-TEXT             PAYOFF01
091200            PERFORM 2800-REJECT THRU 2800-EXIT                    PAYOFF01
091300     END-REWRITE.                                                 PAYOFF01
091400 3000-EXIT.                                                       PAYOFF01
091500     EXIT.                                                        PAYOFF01
091600 3100-WRITE-DEPOSIT.                                              PAYOFF01
091700     MOVE SPACES TO DEP-REC.                                      PAYOFF01
091800     MOVE 'DTL' TO DEP-TYPE.                                      PAYOFF01
091900     MOVE OFP-EMP-NBR TO DEP-EMP-NBR.                             PAYOFF01
092000     MOVE PAY-BNK-ROUTING (PAY-BANK-SLOT) TO DEP-ROUTING.         PAYOFF01
092100     MOVE PAY-BNK-ACCOUNT (PAY-BANK-SLOT) TO DEP-ACCOUNT.         PAYOFF01
092200     MOVE PAY-NET TO DEP-AMOUNT.                                  PAYOFF01
092300     MOVE PAY-DEP-DATE TO DEP-DATE.                               PAYOFF01
092400     WRITE DEP-REC.                                               PAYOFF01
092500     ADD PAY-NET TO PAY-AMT-TOTAL.                                PAYOFF01
092600     ADD PAY-BNK-ROUTING (PAY-BANK-SLOT) TO PAY-ROUTING-HASH.     PAYOFF01
092700 3100-EXIT.                                                       PAYOFF01
092800     EXIT.                                                        PAYOFF01
092900 3200-ADD-REGION.                                                 PAYOFF01
093000     MOVE ZERO TO PAY-REG-SLOT.                                   PAYOFF01
093100     MOVE 'N' TO PAY-REG-FOUND.                                   PAYOFF01
093200     IF PAY-REG-NBR > ZERO                                        PAYOFF01
093300        PERFORM 3210-SCAN-REGION THRU 3210-EXIT                   PAYOFF01
093400            VARYING PAY-REG-IX FROM 1 BY 1                        PAYOFF01
093500            UNTIL PAY-REG-IX > PAY-REG-NBR                        PAYOFF01
093600               OR PAY-REG-FOUND = 'Y'                             PAYOFF01
093700     END-IF.                                                      PAYOFF01
093800     IF PAY-REG-FOUND = 'Y'                                       PAYOFF01
093900        COMPUTE PAY-REG-SLOT = PAY-REG-IX - 1                     PAYOFF01
094000     ELSE                                                         PAYOFF01
094100        IF PAY-REG-NBR < 20                                       PAYOFF01
094200           ADD 1 TO PAY-REG-NBR                                   PAYOFF01
094300           MOVE PAY-REG-NBR TO PAY-REG-SLOT                       PAYOFF01
094400           MOVE OFP-REGION TO PAY-REG-CODE (PAY-REG-SLOT)         PAYOFF01
094500           MOVE ZERO TO PAY-REG-WAGES (PAY-REG-SLOT)              PAYOFF01
094600                        PAY-REG-OT (PAY-REG-SLOT)                 PAYOFF01
094700                        PAY-REG-COMM (PAY-REG-SLOT)               PAYOFF01
094800                        PAY-REG-COUNT (PAY-REG-SLOT)              PAYOFF01
094900        ELSE                                                      PAYOFF01
095000           DISPLAY 'REGION TABLE FULL - NOT POSTED TO GL: '       PAYOFF01
095100                   OFP-REGION ' ' OFP-EMP-NBR                     PAYOFF01
095200           MOVE 8 TO RETURN-CODE                                  PAYOFF01
095300           GO TO 3200-EXIT                                        PAYOFF01
095400        END-IF                                                    PAYOFF01
095500     END-IF.                                                      PAYOFF01
095600     ADD OFP-WAGES TO PAY-REG-WAGES (PAY-REG-SLOT).               PAYOFF01
095700     ADD OFP-OT TO PAY-REG-OT (PAY-REG-SLOT).                     PAYOFF01
095800     ADD OFP-COMM TO PAY-REG-COMM (PAY-REG-SLOT).                 PAYOFF01
095900     ADD 1 TO PAY-REG-COUNT (PAY-REG-SLOT).                       PAYOFF01
096000 3200-EXIT.                                                       PAYOFF01
096100     EXIT.                                                        PAYOFF01
096200 3210-SCAN-REGION.                                                PAYOFF01
096300     IF PAY-REG-CODE (PAY-REG-IX) = OFP-REGION                    PAYOFF01
096400        MOVE 'Y' TO PAY-REG-FOUND                                 PAYOFF01
096500     END-IF.                                                      PAYOFF01
096600 3210-EXIT.                                                       PAYOFF01
096700     EXIT.                                                        PAYOFF01
096800 3300-FIND-ACCOUNT.                                               PAYOFF01
096900     MOVE 'N' TO PAY-MAP-FOUND.                                   PAYOFF01
097000     MOVE SPACES TO PAY-LOOKUP-ACCT.                              PAYOFF01
097100     IF PAY-MAP-COUNT > ZERO                                      PAYOFF01
097200        PERFORM 3310-SCAN-MAP THRU 3310-EXIT                      PAYOFF01
097300            VARYING PAY-MAP-IX FROM 1 BY 1                        PAYOFF01
097400            UNTIL PAY-MAP-IX > PAY-MAP-COUNT                      PAYOFF01
097500               OR PAY-MAP-FOUND = 'Y'                             PAYOFF01
097600     END-IF.                                                      PAYOFF01
097700 3300-EXIT.                                                       PAYOFF01
097800     EXIT.                                                        PAYOFF01
097900 3310-SCAN-MAP.                                                   PAYOFF01
098000     IF PAY-MAP-REGION (PAY-MAP-IX) = PAY-LOOKUP-REGION           PAYOFF01
098100        AND PAY-MAP-ELEMENT (PAY-MAP-IX) = PAY-LOOKUP-ELEM        PAYOFF01
098200        MOVE 'Y' TO PAY-MAP-FOUND                                 PAYOFF01
098300        MOVE PAY-MAP-ACCOUNT (PAY-MAP-IX) TO PAY-LOOKUP-ACCT      PAYOFF01
098400     END-IF.                                                      PAYOFF01
098500 3310-EXIT.                                                       PAYOFF01
098600     EXIT.                                                        PAYOFF01
098700***************************************************************** PAYOFF01
098800* 4000-POST-REGIONS - EXPENSE DEBIT AGAINST CLEARING CREDIT       PAYOFF01
098900***************************************************************** PAYOFF01
099000 4000-POST-REGIONS.                                               PAYOFF01
099100     MOVE SPACES TO RPT-REC.                                      PAYOFF01
099200     WRITE RPT-REC.                                               PAYOFF01
099300     PERFORM 4100-POST-REGION THRU 4100-EXIT                      PAYOFF01
099400         VARYING PAY-REG-IX FROM 1 BY 1                           PAYOFF01
099500         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYOFF01
099600 4000-EXIT.                                                       PAYOFF01
099700     EXIT.                                                        PAYOFF01
099800 4100-POST-REGION.                                                PAYOFF01
099900     MOVE PAY-REG-CODE (PAY-REG-IX) TO PAY-LOOKUP-REGION.         PAYOFF01
100000     MOVE 'W' TO PAY-LOOKUP-ELEM.                                 PAYOFF01
100100     MOVE PAY-REG-WAGES (PAY-REG-IX) TO PAY-WORK-AMT.             PAYOFF01
100200     PERFORM 4200-POST-ELEMENT THRU 4200-EXIT.                    PAYOFF01
100300     MOVE 'O' TO PAY-LOOKUP-ELEM.                                 PAYOFF01
100400     MOVE PAY-REG-OT (PAY-REG-IX) TO PAY-WORK-AMT.                PAYOFF01
100500     PERFORM 4200-POST-ELEMENT THRU 4200-EXIT.                    PAYOFF01
100600     MOVE 'C' TO PAY-LOOKUP-ELEM.                                 PAYOFF01
100700     MOVE PAY-REG-COMM (PAY-REG-IX) TO PAY-WORK-AMT.              PAYOFF01
100800     PERFORM 4200-POST-ELEMENT THRU 4200-EXIT.                    PAYOFF01
100900 4100-EXIT.                                                       PAYOFF01
101000     EXIT.                                                        PAYOFF01
101100 4200-POST-ELEMENT.                                               PAYOFF01
101200     IF PAY-WORK-AMT = ZERO                                       PAYOFF01
101300        GO TO 4200-EXIT                                           PAYOFF01
101400     END-IF.                                                      PAYOFF01
101500     PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT.                    PAYOFF01
101600     MOVE SPACES TO GL-REC.                                       PAYOFF01
101700     MOVE 'DTL' TO GL-TYPE.                                       PAYOFF01
101800     MOVE PAY-DEP-DATE TO GL-DATE.                                PAYOFF01
101900     MOVE PAY-LOOKUP-ACCT TO GL-ACCOUNT.                          PAYOFF01
102000     MOVE 'D' TO GL-DC.                                           PAYOFF01
102100     MOVE PAY-WORK-AMT TO GL-AMOUNT.                              PAYOFF01
102200     MOVE PAY-LOOKUP-REGION TO GL-REGION.                         PAYOFF01
102300     MOVE PAY-LOOKUP-ELEM TO GL-ELEMENT.                          PAYOFF01
102400     WRITE GL-REC.                                                PAYOFF01
102500     MOVE SPACES TO GL-REC.                                       PAYOFF01
102600     MOVE 'DTL' TO GL-TYPE.                                       PAYOFF01
102700     MOVE PAY-DEP-DATE TO GL-DATE.                                PAYOFF01
102800     MOVE PAY-CLEAR-ACCT TO GL-ACCOUNT.                           PAYOFF01
102900     MOVE 'C' TO GL-DC.                                           PAYOFF01
103000     MOVE PAY-WORK-AMT TO GL-AMOUNT.                              PAYOFF01
103100     MOVE PAY-LOOKUP-REGION TO GL-REGION.                         PAYOFF01
103200     MOVE PAY-LOOKUP-ELEM TO GL-ELEMENT.                          PAYOFF01
103300     WRITE GL-REC.                                                PAYOFF01
103400     ADD 2 TO PAY-POST-COUNT.                                     PAYOFF01
103500     ADD PAY-WORK-AMT TO PAY-BATCH-TOTAL.                         PAYOFF01
103600     MOVE PAY-LOOKUP-REGION TO GLL-REGION.                        PAYOFF01
103700     MOVE PAY-LOOKUP-ELEM TO GLL-ELEMENT.                         PAYOFF01
103800     MOVE PAY-LOOKUP-ACCT TO GLL-ACCOUNT.                         PAYOFF01
103900     MOVE PAY-WORK-AMT TO GLL-AMOUNT.                             PAYOFF01
104000     WRITE RPT-REC FROM RPT-GL-LINE.                              PAYOFF01
104100 4200-EXIT.                                                       PAYOFF01
104200     EXIT.                                                        PAYOFF01
104300***************************************************************** PAYOFF01
104400* 5000-WRITE-HISTORY - REGION TOTALS TO PAYHIS AS OFF-CYCLE RUN   PAYOFF01
104500***************************************************************** PAYOFF01
104600 5000-WRITE-HISTORY.                                              PAYOFF01
104700     IF PAY-REG-NBR = ZERO                                        PAYOFF01
104800        GO TO 5000-EXIT                                           PAYOFF01
104900     END-IF.                                                      PAYOFF01
105000     OPEN EXTEND HIS-FILE.                                        PAYOFF01
105100     IF PAY-HIS-STATUS = '05' OR PAY-HIS-STATUS = '35'            PAYOFF01
105200        OPEN OUTPUT HIS-FILE                                      PAYOFF01
105300     END-IF.                                                      PAYOFF01
105400     PERFORM 5100-WRITE-REGION THRU 5100-EXIT                     PAYOFF01
105500         VARYING PAY-REG-IX FROM 1 BY 1                           PAYOFF01
105600         UNTIL PAY-REG-IX > PAY-REG-NBR.                          PAYOFF01
105700     CLOSE HIS-FILE.                                              PAYOFF01
105800 5000-EXIT.                                                       PAYOFF01
105900     EXIT.                                                        PAYOFF01
106000 5100-WRITE-REGION.                                               PAYOFF01
106100     MOVE SPACES TO HIS-REC.                                      PAYOFF01
106200     MOVE PAY-RUN-DATE TO HIS-DATE.                               PAYOFF01
106300     MOVE PAY-REG-CODE (PAY-REG-IX) TO HIS-REGION.                PAYOFF01
106400     MOVE PAY-REG-WAGES (PAY-REG-IX) TO HIS-WAGES.                PAYOFF01
106500     MOVE PAY-REG-OT (PAY-REG-IX) TO HIS-OT.                      PAYOFF01
106600     MOVE PAY-REG-COMM (PAY-REG-IX) TO HIS-COMM.                  PAYOFF01
106700     MOVE PAY-REG-COUNT (PAY-REG-IX) TO HIS-COUNT.                PAYOFF01
106800     MOVE 'O' TO HIS-RUN-TYPE.                                    PAYOFF01
106900     MOVE PAY-BATCH TO HIS-BATCH.                                 PAYOFF01
107000     WRITE HIS-REC.                                               PAYOFF01
107100 5100-EXIT.                                                       PAYOFF01
107200     EXIT.                                                        PAYOFF01
107300***************************************************************** PAYOFF01
107400* 6000-MARK-BATCH - OFF-CYCLE ENTRY ON PPCTL                      PAYOFF01
107500***************************************************************** PAYOFF01
107600 6000-MARK-BATCH.                                                 PAYOFF01
107700     IF PAY-PAID-COUNT = ZERO                                     PAYOFF01
107800        GO TO 6000-EXIT                                           PAYOFF01
107900     END-IF.                                                      PAYOFF01
108000     OPEN EXTEND PPC-FILE.                                        PAYOFF01
108100     IF PAY-PPC-STATUS = '05' OR PAY-PPC-STATUS = '35'            PAYOFF01
108200        OPEN OUTPUT PPC-FILE                                      PAYOFF01
108300     END-IF.                                                      PAYOFF01
108400     MOVE SPACES TO PPC-REC.                                      PAYOFF01
108500     MOVE PAY-PAY-DATE TO PPC-DATE.                               PAYOFF01
108600     MOVE 'O' TO PPC-RUN-TYPE.                                    PAYOFF01
108700     MOVE PAY-BATCH TO PPC-BATCH.                                 PAYOFF01
108800     WRITE PPC-REC.                                               PAYOFF01
108900     CLOSE PPC-FILE.                                              PAYOFF01
109000 6000-EXIT.                                                       PAYOFF01
109100     EXIT.                                                        PAYOFF01
109200***************************************************************** PAYOFF01
109300* 8000-FINALIZE - TRAILERS, COUNTS, JOURNAL AND CLOSE UP          PAYOFF01
109400***************************************************************** PAYOFF01
109500 8000-FINALIZE.                                                   PAYOFF01
110200     MOVE SPACES TO DEP-REC.                                      PAYOFF01
110300     MOVE 'TRL' TO DEP-TYPE.                                      PAYOFF01
110400     MOVE PAY-PAID-COUNT TO DEP-TRL-COUNT.                        PAYOFF01
110500     MOVE PAY-AMT-TOTAL TO DEP-TRL-AMOUNT.                        PAYOFF01
110600     MOVE PAY-ROUTING-HASH TO DEP-TRL-HASH.                       PAYOFF01
110700     WRITE DEP-REC.                                               PAYOFF01
110800     MOVE SPACES TO GL-REC.                                       PAYOFF01
110900     MOVE 'TRL' TO GL-TYPE.                                       PAYOFF01
111000     MOVE PAY-DEP-DATE TO GL-DATE.                                PAYOFF01
111100     MOVE PAY-BATCH-TOTAL TO GL-AMOUNT.                           PAYOFF01
111200     WRITE GL-REC.                                                PAYOFF01
111300     MOVE SPACES TO RPT-REC.                                      PAYOFF01
111400     WRITE RPT-REC.                                               PAYOFF01
111500     MOVE 'PAYMENTS READ' TO CNT-LABEL.                           PAYOFF01
111600     MOVE PAY-READ-COUNT TO CNT-VALUE.                            PAYOFF01
111700     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYOFF01
111800     MOVE 'PAYMENTS PAID' TO CNT-LABEL.                           PAYOFF01
111900     MOVE PAY-PAID-COUNT TO CNT-VALUE.                            PAYOFF01
112000     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYOFF01
112100     MOVE 'PAYMENTS REJECTED' TO CNT-LABEL.                       PAYOFF01
112200     MOVE PAY-REJ-COUNT TO CNT-VALUE.                             PAYOFF01
112300     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYOFF01
112400     MOVE 'NEW YTD RECORDS' TO CNT-LABEL.                         PAYOFF01
112500     MOVE PAY-NEW-YTD-COUNT TO CNT-VALUE.                         PAYOFF01
112600     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYOFF01
112700     MOVE 'GL POSTINGS WRITTEN' TO CNT-LABEL.                     PAYOFF01
112800     MOVE PAY-POST-COUNT TO CNT-VALUE.                            PAYOFF01
112900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYOFF01
113000     MOVE 'GROSS PAID' TO AMT-LABEL.                              PAYOFF01
113100     MOVE PAY-GROSS-TOTAL TO AMT-VALUE.                           PAYOFF01
113200     WRITE RPT-REC FROM RPT-AMT-LINE.                             PAYOFF01
113300     MOVE 'NET DEPOSITED' TO AMT-LABEL.                           PAYOFF01
113400     MOVE PAY-AMT-TOTAL TO AMT-VALUE.                             PAYOFF01
113500     WRITE RPT-REC FROM RPT-AMT-LINE.                             PAYOFF01
113600     CLOSE OFP-FILE.                                              PAYOFF01
113700     CLOSE YTD-FILE.                                              PAYOFF01
113800     CLOSE DEP-FILE.                                              PAYOFF01
113900     CLOSE GLPOST-FILE.                                           PAYOFF01
114000     CLOSE RPT-FILE.                                              PAYOFF01
114100     DISPLAY 'OFF-CYCLE BATCH      = ' PAY-BATCH.                 PAYOFF01
114200     DISPLAY 'PAY DATE             = ' PAY-PAY-DATE.              PAYOFF01
114300     DISPLAY 'PAYMENTS READ        = ' PAY-READ-COUNT.            PAYOFF01
114400     DISPLAY 'PAYMENTS PAID        = ' PAY-PAID-COUNT.            PAYOFF01
114500     DISPLAY 'PAYMENTS REJECTED    = ' PAY-REJ-COUNT.             PAYOFF01
114600     IF PAY-REJ-COUNT NOT = ZERO OR PAY-WARN-SWITCH = 'Y'         PAYOFF01
114700        IF RETURN-CODE < 4                                        PAYOFF01
114800           MOVE 4 TO RETURN-CODE                                  PAYOFF01
114900        END-IF                                                    PAYOFF01
115000     END-IF.                                                      PAYOFF01
115100     MOVE 'F' TO X95-PHASE.                                       PAYOFF01
115200     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYOFF01
115300     MOVE PAY-PAID-COUNT TO X95-CPT-SORTIE.                       PAYOFF01
115400     MOVE PAY-REJ-COUNT TO X95-CPT-REJET.                         PAYOFF01
115500     IF RETURN-CODE > 4                                           PAYOFF01
115600        MOVE 'KO' TO X95-ETAT                                     PAYOFF01
115700     ELSE                                                         PAYOFF01
115800        MOVE 'OK' TO X95-ETAT                                     PAYOFF01
115900     END-IF.                                                      PAYOFF01
116000     CALL 'SY0095' USING SY0095-PARMS.                            PAYOFF01
116100 8000-EXIT.                                                       PAYOFF01
116200     EXIT.                                                        PAYOFF01
116206***************************************************************** PAYOFF01
116212* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYOFF01
116218***************************************************************** PAYOFF01
116224 8100-JOURNAL-STOP.                                               PAYOFF01
116230     MOVE 'PAYOFF01' TO X81-PROGRAMME.                            PAYOFF01
116236     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYOFF01
116242     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYOFF01
116248     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYOFF01
116254     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYOFF01
116260     MOVE SPACES TO X81-TEXTE.                                    PAYOFF01
116266     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYOFF01
116272                  X81-CPT-REJET.                                  PAYOFF01
116278     CALL 'SY0081' USING SY0081-PARMS.                            PAYOFF01
116284     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYOFF01
116300 9999-EXIT.                                                       PAYOFF01
116400     GOBACK.                                                      PAYOFF01

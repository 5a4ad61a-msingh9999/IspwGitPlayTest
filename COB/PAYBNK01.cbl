000100 IDENTIFICATION DIVISION.                                         PAYBNK01
000200 PROGRAM-ID.        PAYBNK01.                                     PAYBNK01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYBNK01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYBNK01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYBNK01
000600 DATE-COMPILED.                                                   PAYBNK01
000700***************************************************************** PAYBNK01
000800*                   MODIFICATION  LOG                             PAYBNK01
000900*                                                                 PAYBNK01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYBNK01
001100*  --------  ----------  -----------------------------------      PAYBNK01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYBNK01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYBNK01
001300***************************************************************** PAYBNK01
001400*                                                                 PAYBNK01
001500*  BANK-DETAILS CHANGE CONTROL: THE ONLY ROUTE FOR CHANGES TO     PAYBNK01
001600*  THE BANKREF REFERENCE READ BY PAYDEP01.  BNKTRN CARRIES        PAYBNK01
001700*  ACTION A (NEW EMPLOYEE ACCOUNT), C (CHANGE OF ACCOUNT) OR      PAYBNK01
001800*  D (REMOVE), WITH OPERATOR AND REASON.  EVERY APPLIED           PAYBNK01
001900*  CHANGE IS APPENDED TO BNKHIS WITH THE OLD AND NEW ROUTING      PAYBNK01
002000*  AND ACCOUNT, SO EACH EMPLOYEE'S PREVIOUS ACCOUNTS STAY ON      PAYBNK01
002100*  RECORD.  EACH NEW ACCOUNT (A OR C) IS STAMPED WITH THE         PAYBNK01
002200*  CHANGE DATE ON BANKREF (BANK-CHANGED) AND GETS A ZERO-         PAYBNK01
002300*  AMOUNT PRENOTE RECORD ON BNKPRN, IN THE DEPOSIT FILE           PAYBNK01
002400*  LAYOUT BETWEEN A HEADER AND A TRAILER.  PAYDEP01 HOLDS         PAYBNK01
002500*  DEPOSITS TO AN ACCOUNT CHANGED WITHIN ITS HOLD PERIOD.         PAYBNK01
002600*  BANKREF IS REWRITTEN ONLY WHEN IT WAS LOADED COMPLETELY.       PAYBNK01
002700*                                                                 PAYBNK01
002800 ENVIRONMENT DIVISION.                                            PAYBNK01
002900 CONFIGURATION SECTION.                                           PAYBNK01
003000 SOURCE-COMPUTER.   IBM-370.                                      PAYBNK01
003100 OBJECT-COMPUTER.   IBM-370.                                      PAYBNK01
003200 INPUT-OUTPUT SECTION.                                            PAYBNK01
003300 FILE-CONTROL.                                                    PAYBNK01
003400     SELECT TRN-FILE    ASSIGN TO BNKTRN                          PAYBNK01
003500            ORGANIZATION IS SEQUENTIAL                            PAYBNK01
003600            FILE STATUS IS PAY-TRN-STATUS.                        PAYBNK01
003700     SELECT BANK-FILE   ASSIGN TO BANKREF                         PAYBNK01
003800            ORGANIZATION IS SEQUENTIAL                            PAYBNK01
003900            FILE STATUS IS PAY-BANK-STATUS.                       PAYBNK01
004000     SELECT HIS-FILE    ASSIGN TO BNKHIS                          PAYBNK01
004100            ORGANIZATION IS SEQUENTIAL                            PAYBNK01
004200            FILE STATUS IS PAY-HIS-STATUS.                        PAYBNK01
004300     SELECT PRN-FILE    ASSIGN TO BNKPRN                          PAYBNK01
004400            ORGANIZATION IS SEQUENTIAL.                           PAYBNK01
004500     SELECT RPT-FILE    ASSIGN TO BNKRPT                          PAYBNK01
004600            ORGANIZATION IS SEQUENTIAL.                           PAYBNK01
004700 DATA DIVISION.                                                   PAYBNK01
004800 FILE SECTION.                                                    PAYBNK01
004900 FD  TRN-FILE                                                     PAYBNK01
005000     LABEL RECORDS STANDARD                                       PAYBNK01
005100     BLOCK 00000 RECORDS                                          PAYBNK01
005200     RECORDING F.                                                 PAYBNK01
005300 01  TRN-REC.                                                     PAYBNK01
005400     05  TRN-ACTION          PIC X(01).                           PAYBNK01
005500     05  TRN-EMP-NBR         PIC 9(06).                           PAYBNK01
005600     05  TRN-ROUTING         PIC 9(09).                           PAYBNK01
005700     05  TRN-ACCOUNT         PIC X(12).                           PAYBNK01
005800     05  TRN-OPERATOR        PIC X(08).                           PAYBNK01
005900     05  TRN-REASON          PIC X(20).                           PAYBNK01
006000     05  FILLER              PIC X(24).                           PAYBNK01
006100 FD  BANK-FILE                                                    PAYBNK01
006200     LABEL RECORDS STANDARD                                       PAYBNK01
006300     BLOCK 00000 RECORDS                                          PAYBNK01
006400     RECORDING F.                                                 PAYBNK01
006500 01  BANK-REC.                                                    PAYBNK01
006600     05  BANK-EMP-NBR        PIC 9(06).                           PAYBNK01
006700     05  BANK-ROUTING        PIC 9(09).                           PAYBNK01
006800     05  BANK-ACCOUNT        PIC X(12).                           PAYBNK01
006900     05  BANK-CHANGED        PIC 9(08).                           PAYBNK01
007000     05  FILLER              PIC X(05).                           PAYBNK01
007100 FD  HIS-FILE                                                     PAYBNK01
007200     LABEL RECORDS STANDARD                                       PAYBNK01
007300     BLOCK 00000 RECORDS                                          PAYBNK01
007400     RECORDING F.                                                 PAYBNK01
007500 01  HIS-REC.                                                     PAYBNK01
007600     05  HIS-DATE            PIC 9(08).                           PAYBNK01
007700     05  HIS-TIME            PIC 9(06).                           PAYBNK01
007800     05  HIS-ACTION          PIC X(01).                           PAYBNK01
007900     05  HIS-EMP-NBR         PIC 9(06).                           PAYBNK01
008000     05  HIS-OLD-ROUTING     PIC 9(09).                           PAYBNK01
008100     05  HIS-OLD-ACCOUNT     PIC X(12).                           PAYBNK01
008200     05  HIS-NEW-ROUTING     PIC 9(09).                           PAYBNK01
008300     05  HIS-NEW-ACCOUNT     PIC X(12).                           PAYBNK01
008400     05  HIS-OPERATOR        PIC X(08).                           PAYBNK01
008500     05  HIS-REASON          PIC X(20).                           PAYBNK01
008600     05  FILLER              PIC X(09).                           PAYBNK01
008700 FD  PRN-FILE                                                     PAYBNK01
008800     LABEL RECORDS STANDARD                                       PAYBNK01
008900     BLOCK 00000 RECORDS                                          PAYBNK01
009000     RECORDING F.                                                 PAYBNK01
009100 01  PRN-REC.                                                     PAYBNK01
009200     05  PRN-TYPE            PIC X(03).                           PAYBNK01
009300     05  PRN-EMP-NBR         PIC 9(06).                           PAYBNK01
009400     05  PRN-ROUTING         PIC 9(09).                           PAYBNK01
009500     05  PRN-ACCOUNT         PIC X(12).                           PAYBNK01
009600     05  PRN-AMOUNT          PIC 9(09)V99.                        PAYBNK01
009700     05  PRN-DATE            PIC 9(06).                           PAYBNK01
009800     05  FILLER              PIC X(03).                           PAYBNK01
009900 01  PRN-TRL-REC  REDEFINES  PRN-REC.                             PAYBNK01
010000     05  FILLER              PIC X(03).                           PAYBNK01
010100     05  PRN-TRL-COUNT       PIC 9(07).                           PAYBNK01
010200     05  PRN-TRL-AMOUNT      PIC 9(11)V99.                        PAYBNK01
010300     05  PRN-TRL-HASH        PIC 9(12).                           PAYBNK01
010400     05  FILLER              PIC X(08).                           PAYBNK01
010500 FD  RPT-FILE                                                     PAYBNK01
010600     LABEL RECORDS STANDARD                                       PAYBNK01
010700     BLOCK 00000 RECORDS                                          PAYBNK01
010800     RECORDING F.                                                 PAYBNK01
010900 01  RPT-REC                 PIC X(80).                           PAYBNK01
011000 WORKING-STORAGE SECTION.                                         PAYBNK01
011100 77  PAY-TRN-STATUS           PIC X(02) VALUE ZERO.               PAYBNK01
011200 77  PAY-BANK-STATUS          PIC X(02) VALUE ZERO.               PAYBNK01
011300 77  PAY-HIS-STATUS           PIC X(02) VALUE ZERO.               PAYBNK01
011400 77  PAY-TRN-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYBNK01
011500     88  PAY-TRN-EOF              VALUE 'Y'.                      PAYBNK01
011600 77  PAY-BANK-EOF-SWITCH      PIC X(01) VALUE 'N'.                PAYBNK01
011700     88  PAY-BANK-EOF             VALUE 'Y'.                      PAYBNK01
011800 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYBNK01
011825 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYBNK01
011850 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYBNK01
011875 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYBNK01
011900 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYBNK01
012000 77  PAY-RUN-TIME             PIC 9(08) VALUE ZERO.               PAYBNK01
012100 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYBNK01
012200 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYBNK01
012300 77  PAY-APPLIED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.        PAYBNK01
012400 77  PAY-REJ-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYBNK01
012500 77  PAY-PRN-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYBNK01
012600 77  PAY-PRN-HASH             PIC 9(12) COMP-3 VALUE ZERO.        PAYBNK01
012700 77  PAY-BANK-LOADED          PIC 9(05) COMP-3 VALUE ZERO.        PAYBNK01
012800 77  PAY-BANK-WRITTEN         PIC 9(05) COMP-3 VALUE ZERO.        PAYBNK01
012900 77  PAY-BANK-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYBNK01
013000 77  PAY-BANK-IX              PIC 9(03) COMP VALUE ZERO.          PAYBNK01
013100 77  PAY-BANK-SLOT            PIC 9(03) COMP VALUE ZERO.          PAYBNK01
013200 77  PAY-BANK-FOUND           PIC X(01) VALUE 'N'.                PAYBNK01
013300 77  PAY-OLD-ROUTING          PIC 9(09) VALUE ZERO.               PAYBNK01
013400 77  PAY-OLD-ACCOUNT          PIC X(12) VALUE SPACES.             PAYBNK01
013500 01  PAY-BANK-TABLE.                                              PAYBNK01
013600     05  PAY-BANK-ENTRY       OCCURS 500 TIMES.                   PAYBNK01
013700         10  PAY-BNK-EMP      PIC 9(06).                          PAYBNK01
013800         10  PAY-BNK-ROUTING  PIC 9(09).                          PAYBNK01
013900         10  PAY-BNK-ACCOUNT  PIC X(12).                          PAYBNK01
014000         10  PAY-BNK-CHANGED  PIC 9(08).                          PAYBNK01
014100         10  PAY-BNK-DELETED  PIC X(01).                          PAYBNK01
014200 01  RPT-HDR-LINE            PIC X(80) VALUE                      PAYBNK01
014300     'BANK DETAILS CHANGE REGISTER'.                              PAYBNK01
014400 01  RPT-DTL-LINE.                                                PAYBNK01
014500     05  DTL-ACTION          PIC X(01).                           PAYBNK01
014600     05  FILLER              PIC X(01) VALUE SPACE.               PAYBNK01
014700     05  DTL-EMP             PIC 9(06).                           PAYBNK01
014800     05  FILLER              PIC X(01) VALUE SPACE.               PAYBNK01
014900     05  DTL-ROUTING         PIC 9(09).                           PAYBNK01
015000     05  FILLER              PIC X(01) VALUE SPACE.               PAYBNK01
015100     05  DTL-ACCOUNT         PIC X(12).                           PAYBNK01
015200     05  FILLER              PIC X(01) VALUE SPACE.               PAYBNK01
015300     05  DTL-OPERATOR        PIC X(08).                           PAYBNK01
015400     05  FILLER              PIC X(01) VALUE SPACE.               PAYBNK01
015500     05  DTL-TEXT            PIC X(39).                           PAYBNK01
015600 COPY SY0099.                                                     PAYBNK01
015700 COPY SY0095.                                                     PAYBNK01
015750 COPY SY0081.                                                     PAYBNK01
015800 PROCEDURE DIVISION.                                              PAYBNK01
015900***************************************************************** PAYBNK01
016000* 0000-MAINLINE                                                   PAYBNK01
016100***************************************************************** PAYBNK01
016200 0000-MAINLINE.                                                   PAYBNK01
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYBNK01
016400     IF PAY-STOP-SWITCH = 'Y'                                     PAYBNK01
016500        GO TO 8100-JOURNAL-STOP                                   PAYBNK01
016600     END-IF.                                                      PAYBNK01
016700     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT                PAYBNK01
016800         UNTIL PAY-TRN-EOF.                                       PAYBNK01
016900     PERFORM 3000-REWRITE-BANKREF THRU 3000-EXIT.                 PAYBNK01
017000     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYBNK01
017100     GO TO 9999-EXIT.                                             PAYBNK01
017200***************************************************************** PAYBNK01
017300* 1000-INITIALIZE - LOAD BANKREF, OPEN FILES                      PAYBNK01
017400***************************************************************** PAYBNK01
017500 1000-INITIALIZE.                                                 PAYBNK01
017600     MOVE 'PAYBNK01' TO X95-PROGRAMME.                            PAYBNK01
017700     MOVE 'D' TO X95-PHASE.                                       PAYBNK01
017800     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYBNK01
017900                  X95-CPT-REJET.                                  PAYBNK01
018000     MOVE SPACES TO X95-ETAT.                                     PAYBNK01
018100     CALL 'SY0095' USING SY0095-PARMS.                            PAYBNK01
018200     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYBNK01
018300     ACCEPT PAY-RUN-TIME FROM TIME.                               PAYBNK01
018400     MOVE 'C' TO X99-FONCTION.                                    PAYBNK01
018500     CALL 'SY0099' USING SY0099-PARMS.                            PAYBNK01
018600     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYBNK01
018700     OPEN INPUT BANK-FILE.                                        PAYBNK01
018800     IF PAY-BANK-STATUS = '00'                                    PAYBNK01
018900        PERFORM 1100-LOAD-BANK THRU 1100-EXIT                     PAYBNK01
019000            UNTIL PAY-BANK-EOF                                    PAYBNK01
019100        CLOSE BANK-FILE                                           PAYBNK01
019200     ELSE                                                         PAYBNK01
019300        IF PAY-BANK-STATUS = '35'                                 PAYBNK01
019400           DISPLAY 'BANK REFERENCE NOT FOUND - STARTING EMPTY'    PAYBNK01
019500        ELSE                                                      PAYBNK01
019600           DISPLAY 'BANK REFERENCE UNAVAILABLE - STATUS '         PAYBNK01
019700                   PAY-BANK-STATUS                                PAYBNK01
019800           MOVE 8 TO RETURN-CODE                                  PAYBNK01
019900           MOVE 'Y' TO PAY-STOP-SWITCH                            PAYBNK01
019925           MOVE 'F' TO PAY-ERR-CATEGORY                           PAYBNK01
019950           MOVE 'BANKREF' TO PAY-ERR-FILE                         PAYBNK01
019975           MOVE PAY-BANK-STATUS TO PAY-ERR-STATUS                 PAYBNK01
020000           GO TO 1000-EXIT                                        PAYBNK01
020100        END-IF                                                    PAYBNK01
020200     END-IF.                                                      PAYBNK01
020300     IF PAY-STOP-SWITCH = 'Y'                                     PAYBNK01
020400        DISPLAY 'BANK REFERENCE NOT FULLY LOADED - NO CHANGES'    PAYBNK01
020500        MOVE 8 TO RETURN-CODE                                     PAYBNK01
020600        GO TO 1000-EXIT                                           PAYBNK01
020700     END-IF.                                                      PAYBNK01
020800     OPEN INPUT TRN-FILE.                                         PAYBNK01
020900     IF PAY-TRN-STATUS NOT = '00'                                 PAYBNK01
021000        DISPLAY 'BANK CHANGE TRANSACTIONS UNAVAILABLE - STATUS '  PAYBNK01
021100                PAY-TRN-STATUS                                    PAYBNK01
021200        MOVE 8 TO RETURN-CODE                                     PAYBNK01
021300        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBNK01
021325        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYBNK01
021350        MOVE 'BNKTRN' TO PAY-ERR-FILE                             PAYBNK01
021375        MOVE PAY-TRN-STATUS TO PAY-ERR-STATUS                     PAYBNK01
021400        GO TO 1000-EXIT                                           PAYBNK01
021500     END-IF.                                                      PAYBNK01
021600     OPEN EXTEND HIS-FILE.                                        PAYBNK01
021700     IF PAY-HIS-STATUS = '05' OR PAY-HIS-STATUS = '35'            PAYBNK01
021800        OPEN OUTPUT HIS-FILE                                      PAYBNK01
021900     END-IF.                                                      PAYBNK01
022000     OPEN OUTPUT PRN-FILE.                                        PAYBNK01
022100     OPEN OUTPUT RPT-FILE.                                        PAYBNK01
022200     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYBNK01
022300     MOVE SPACES TO RPT-REC.                                      PAYBNK01
022400     WRITE RPT-REC.                                               PAYBNK01
022500     MOVE SPACES TO PRN-REC.                                      PAYBNK01
022600     MOVE 'HDR' TO PRN-TYPE.                                      PAYBNK01
022700     MOVE ZERO TO PRN-EMP-NBR PRN-ROUTING PRN-AMOUNT.             PAYBNK01
022800     MOVE PAY-RUN-DATE TO PRN-DATE.                               PAYBNK01
022900     WRITE PRN-REC.                                               PAYBNK01
023000 1000-EXIT.                                                       PAYBNK01
023100     EXIT.                                                        PAYBNK01
023200 1100-LOAD-BANK.                                                  PAYBNK01
023300     READ BANK-FILE                                               PAYBNK01
023400         AT END                                                   PAYBNK01
023500            SET PAY-BANK-EOF TO TRUE                              PAYBNK01
023600            GO TO 1100-EXIT                                       PAYBNK01
023700     END-READ.                                                    PAYBNK01
023800     ADD 1 TO PAY-BANK-LOADED.                                    PAYBNK01
023900     IF PAY-BANK-COUNT < 500                                      PAYBNK01
024000        ADD 1 TO PAY-BANK-COUNT                                   PAYBNK01
024100        MOVE BANK-EMP-NBR TO PAY-BNK-EMP (PAY-BANK-COUNT)         PAYBNK01
024200        MOVE BANK-ROUTING TO PAY-BNK-ROUTING (PAY-BANK-COUNT)     PAYBNK01
024300        MOVE BANK-ACCOUNT TO PAY-BNK-ACCOUNT (PAY-BANK-COUNT)     PAYBNK01
024400        IF BANK-CHANGED NUMERIC                                   PAYBNK01
024500           MOVE BANK-CHANGED TO PAY-BNK-CHANGED (PAY-BANK-COUNT)  PAYBNK01
024600        ELSE                                                      PAYBNK01
024700           MOVE ZERO TO PAY-BNK-CHANGED (PAY-BANK-COUNT)          PAYBNK01
024800        END-IF                                                    PAYBNK01
024900        MOVE 'N' TO PAY-BNK-DELETED (PAY-BANK-COUNT)              PAYBNK01
025000     ELSE                                                         PAYBNK01
025100        DISPLAY 'BANK TABLE FULL - ENTRY NOT LOADED: '            PAYBNK01
025200                BANK-EMP-NBR                                      PAYBNK01
025300        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYBNK01
025333        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYBNK01
025366        MOVE 'BANKREF' TO PAY-ERR-FILE                            PAYBNK01
025400     END-IF.                                                      PAYBNK01
025500 1100-EXIT.                                                       PAYBNK01
025600     EXIT.                                                        PAYBNK01
025700***************************************************************** PAYBNK01
025800* 2000-APPLY-TRANSACTION - ADD, CHANGE OR REMOVE AN ACCOUNT       PAYBNK01
025900***************************************************************** PAYBNK01
026000 2000-APPLY-TRANSACTION.                                          PAYBNK01
026100     READ TRN-FILE                                                PAYBNK01
026200         AT END                                                   PAYBNK01
026300            SET PAY-TRN-EOF TO TRUE                               PAYBNK01
026400            GO TO 2000-EXIT                                       PAYBNK01
026500     END-READ.                                                    PAYBNK01
026600     ADD 1 TO PAY-READ-COUNT.                                     PAYBNK01
026700     MOVE TRN-ACTION TO DTL-ACTION.                               PAYBNK01
026800     MOVE TRN-EMP-NBR TO DTL-EMP.                                 PAYBNK01
026900     MOVE TRN-ROUTING TO DTL-ROUTING.                             PAYBNK01
027000     MOVE TRN-ACCOUNT TO DTL-ACCOUNT.                             PAYBNK01
027100     MOVE TRN-OPERATOR TO DTL-OPERATOR.                           PAYBNK01
027200     IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'             PAYBNK01
027300        AND TRN-ACTION NOT = 'D'                                  PAYBNK01
027400        MOVE 'INVALID ACTION' TO DTL-TEXT                         PAYBNK01
027500        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBNK01
027600        GO TO 2000-EXIT                                           PAYBNK01
027700     END-IF.                                                      PAYBNK01
027800     IF TRN-EMP-NBR NOT NUMERIC OR TRN-EMP-NBR = ZERO             PAYBNK01
027900        MOVE 'INVALID EMPLOYEE NUMBER' TO DTL-TEXT                PAYBNK01
028000        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBNK01
028100        GO TO 2000-EXIT                                           PAYBNK01
028200     END-IF.                                                      PAYBNK01
028300     IF TRN-OPERATOR = SPACES OR TRN-REASON = SPACES              PAYBNK01
028400        MOVE 'OPERATOR AND REASON REQUIRED' TO DTL-TEXT           PAYBNK01
028500        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBNK01
028600        GO TO 2000-EXIT                                           PAYBNK01
028700     END-IF.                                                      PAYBNK01
028800     IF TRN-ACTION NOT = 'D'                                      PAYBNK01
028900        IF TRN-ROUTING NOT NUMERIC OR TRN-ROUTING = ZERO          PAYBNK01
029000           OR TRN-ACCOUNT = SPACES                                PAYBNK01
029100           MOVE 'ROUTING AND ACCOUNT REQUIRED' TO DTL-TEXT        PAYBNK01
029200           PERFORM 2900-REJECT THRU 2900-EXIT                     PAYBNK01
029300           GO TO 2000-EXIT                                        PAYBNK01
029400        END-IF                                                    PAYBNK01
029500     END-IF.                                                      PAYBNK01
029600     MOVE 'N' TO PAY-BANK-FOUND.                                  PAYBNK01
029700     IF PAY-BANK-COUNT > ZERO                                     PAYBNK01
029800        PERFORM 2100-SCAN-BANK THRU 2100-EXIT                     PAYBNK01
029900            VARYING PAY-BANK-IX FROM 1 BY 1                       PAYBNK01
030000            UNTIL PAY-BANK-IX > PAY-BANK-COUNT                    PAYBNK01
030100               OR PAY-BANK-FOUND = 'Y'                            PAYBNK01
030200     END-IF.                                                      PAYBNK01
030300     IF PAY-BANK-FOUND = 'Y'                                      PAYBNK01
030400        COMPUTE PAY-BANK-SLOT = PAY-BANK-IX - 1                   PAYBNK01
030500        MOVE PAY-BNK-ROUTING (PAY-BANK-SLOT) TO PAY-OLD-ROUTING   PAYBNK01
030600        MOVE PAY-BNK-ACCOUNT (PAY-BANK-SLOT) TO PAY-OLD-ACCOUNT   PAYBNK01
030700     ELSE                                                         PAYBNK01
030800        MOVE ZERO TO PAY-BANK-SLOT PAY-OLD-ROUTING                PAYBNK01
030900        MOVE SPACES TO PAY-OLD-ACCOUNT                            PAYBNK01
031000     END-IF.                                                      PAYBNK01
031100     IF TRN-ACTION = 'A'                                          PAYBNK01
031200        IF PAY-BANK-FOUND = 'Y'                                   PAYBNK01
031300           MOVE 'EMPLOYEE ALREADY ON BANKREF' TO DTL-TEXT         PAYBNK01
031400           PERFORM 2900-REJECT THRU 2900-EXIT                     PAYBNK01
031500           GO TO 2000-EXIT                                        PAYBNK01
031600        END-IF                                                    PAYBNK01
031700        IF PAY-BANK-COUNT NOT < 500                               PAYBNK01
031800           MOVE 'BANK TABLE FULL' TO DTL-TEXT                     PAYBNK01
031900           PERFORM 2900-REJECT THRU 2900-EXIT                     PAYBNK01
032000           GO TO 2000-EXIT                                        PAYBNK01
032100        END-IF                                                    PAYBNK01
032200        ADD 1 TO PAY-BANK-COUNT                                   PAYBNK01
032300        MOVE PAY-BANK-COUNT TO PAY-BANK-SLOT                      PAYBNK01
032400        MOVE TRN-EMP-NBR TO PAY-BNK-EMP (PAY-BANK-SLOT)           PAYBNK01
032500        MOVE 'N' TO PAY-BNK-DELETED (PAY-BANK-SLOT)               PAYBNK01
032600     ELSE                                                         PAYBNK01
032700        IF PAY-BANK-FOUND = 'N'                                   PAYBNK01
032800           MOVE 'EMPLOYEE NOT ON BANKREF' TO DTL-TEXT             PAYBNK01
032900           PERFORM 2900-REJECT THRU 2900-EXIT                     PAYBNK01
033000           GO TO 2000-EXIT                                        PAYBNK01
033100        END-IF                                                    PAYBNK01
033200     END-IF.                                                      PAYBNK01
033300     IF TRN-ACTION = 'C'                                          PAYBNK01
033400        AND TRN-ROUTING = PAY-OLD-ROUTING                         PAYBNK01
033500        AND TRN-ACCOUNT = PAY-OLD-ACCOUNT                         PAYBNK01
033600        MOVE 'SAME ACCOUNT - NO CHANGE' TO DTL-TEXT               PAYBNK01
033700        PERFORM 2900-REJECT THRU 2900-EXIT                        PAYBNK01
033800        GO TO 2000-EXIT                                           PAYBNK01
033900     END-IF.                                                      PAYBNK01
034000     IF TRN-ACTION = 'D'                                          PAYBNK01
034100        MOVE 'Y' TO PAY-BNK-DELETED (PAY-BANK-SLOT)               PAYBNK01
034200        MOVE 'REMOVED' TO DTL-TEXT                                PAYBNK01
034300     ELSE                                                         PAYBNK01
034400        MOVE TRN-ROUTING TO PAY-BNK-ROUTING (PAY-BANK-SLOT)       PAYBNK01
034500        MOVE TRN-ACCOUNT TO PAY-BNK-ACCOUNT (PAY-BANK-SLOT)       PAYBNK01
034600        MOVE PAY-TODAY-8 TO PAY-BNK-CHANGED (PAY-BANK-SLOT)       PAYBNK01
034700        PERFORM 2300-WRITE-PRENOTE THRU 2300-EXIT                 PAYBNK01
034800        IF TRN-ACTION = 'A'                                       PAYBNK01
034900           MOVE 'ADDED - PRENOTE SENT' TO DTL-TEXT                PAYBNK01
035000        ELSE                                                      PAYBNK01
035100           MOVE 'CHANGED - PRENOTE SENT' TO DTL-TEXT              PAYBNK01
035200        END-IF                                                    PAYBNK01
035300     END-IF.                                                      PAYBNK01
035400     PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT.                   PAYBNK01
035500     ADD 1 TO PAY-APPLIED-COUNT.                                  PAYBNK01
035600     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBNK01
035700 2000-EXIT.                                                       PAYBNK01
035800     EXIT.                                                        PAYBNK01
035900 2100-SCAN-BANK.                                                  PAYBNK01
036000     IF PAY-BNK-EMP (PAY-BANK-IX) = TRN-EMP-NBR                   PAYBNK01
036100        AND PAY-BNK-DELETED (PAY-BANK-IX) = 'N'                   PAYBNK01
036200        MOVE 'Y' TO PAY-BANK-FOUND                                PAYBNK01
036300     END-IF.                                                      PAYBNK01
036400 2100-EXIT.                                                       PAYBNK01
036500     EXIT.                                                        PAYBNK01
036600 2200-WRITE-HISTORY.                                              PAYBNK01
036700     MOVE SPACES TO HIS-REC.                                      PAYBNK01
036800     MOVE PAY-TODAY-8 TO HIS-DATE.                                PAYBNK01
036900     MOVE PAY-RUN-TIME (1:6) TO HIS-TIME.                         PAYBNK01
037000     MOVE TRN-ACTION TO HIS-ACTION.                               PAYBNK01
037100     MOVE TRN-EMP-NBR TO HIS-EMP-NBR.                             PAYBNK01
037200     MOVE PAY-OLD-ROUTING TO HIS-OLD-ROUTING.                     PAYBNK01
037300     MOVE PAY-OLD-ACCOUNT TO HIS-OLD-ACCOUNT.                     PAYBNK01
037400     IF TRN-ACTION = 'D'                                          PAYBNK01
037500        MOVE ZERO TO HIS-NEW-ROUTING                              PAYBNK01
037600        MOVE SPACES TO HIS-NEW-ACCOUNT                            PAYBNK01
037700     ELSE                                                         PAYBNK01
037800        MOVE TRN-ROUTING TO HIS-NEW-ROUTING                       PAYBNK01
037900        MOVE TRN-ACCOUNT TO HIS-NEW-ACCOUNT                       PAYBNK01
038000     END-IF.                                                      PAYBNK01
038100     MOVE TRN-OPERATOR TO HIS-OPERATOR.                           PAYBNK01
038200     MOVE TRN-REASON TO HIS-REASON.                               PAYBNK01
038300     WRITE HIS-REC.                                               PAYBNK01
038400 2200-EXIT.                                                       PAYBNK01
038500     EXIT.                                                        PAYBNK01
038600 2300-WRITE-PRENOTE.                                              PAYBNK01
038700     MOVE SPACES TO PRN-REC.                                      PAYBNK01
038800     MOVE 'PRE' TO PRN-TYPE.                                      PAYBNK01
038900     MOVE TRN-EMP-NBR TO PRN-EMP-NBR.                             PAYBNK01
039000     MOVE TRN-ROUTING TO PRN-ROUTING.                             PAYBNK01
039100     MOVE TRN-ACCOUNT TO PRN-ACCOUNT.                             PAYBNK01
039200     MOVE ZERO TO PRN-AMOUNT.                                     PAYBNK01
039300     MOVE PAY-RUN-DATE TO PRN-DATE.                               PAYBNK01
039400     WRITE PRN-REC.                                               PAYBNK01
039500     ADD 1 TO PAY-PRN-COUNT.                                      PAYBNK01
039600     ADD TRN-ROUTING TO PAY-PRN-HASH.                             PAYBNK01
039700 2300-EXIT.                                                       PAYBNK01
039800     EXIT.                                                        PAYBNK01
039900 2900-REJECT.                                                     PAYBNK01
040000     ADD 1 TO PAY-REJ-COUNT.                                      PAYBNK01
040100     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYBNK01
040200 2900-EXIT.                                                       PAYBNK01
040300     EXIT.                                                        PAYBNK01
040400***************************************************************** PAYBNK01
040500* 3000-REWRITE-BANKREF - NEW BANKREF FROM THE UPDATED TABLE       PAYBNK01
040600***************************************************************** PAYBNK01
040700 3000-REWRITE-BANKREF.                                            PAYBNK01
040800     IF PAY-APPLIED-COUNT = ZERO                                  PAYBNK01
040900        GO TO 3000-EXIT                                           PAYBNK01
041000     END-IF.                                                      PAYBNK01
041100     OPEN OUTPUT BANK-FILE.                                       PAYBNK01
041200     PERFORM 3100-WRITE-BANK THRU 3100-EXIT                       PAYBNK01
041300         VARYING PAY-BANK-IX FROM 1 BY 1                          PAYBNK01
041400         UNTIL PAY-BANK-IX > PAY-BANK-COUNT.                      PAYBNK01
041500     CLOSE BANK-FILE.                                             PAYBNK01
041600 3000-EXIT.                                                       PAYBNK01
041700     EXIT.                                                        PAYBNK01
041800 3100-WRITE-BANK.                                                 PAYBNK01
041900     IF PAY-BNK-DELETED (PAY-BANK-IX) = 'Y'                       PAYBNK01
042000        GO TO 3100-EXIT                                           PAYBNK01
042100     END-IF.                                                      PAYBNK01
042200     MOVE SPACES TO BANK-REC.                                     PAYBNK01
042300     MOVE PAY-BNK-EMP (PAY-BANK-IX) TO BANK-EMP-NBR.              PAYBNK01
042400     MOVE PAY-BNK-ROUTING (PAY-BANK-IX) TO BANK-ROUTING.          PAYBNK01
042500     MOVE PAY-BNK-ACCOUNT (PAY-BANK-IX) TO BANK-ACCOUNT.          PAYBNK01
042600     MOVE PAY-BNK-CHANGED (PAY-BANK-IX) TO BANK-CHANGED.          PAYBNK01
042700     WRITE BANK-REC.                                              PAYBNK01
042800     ADD 1 TO PAY-BANK-WRITTEN.                                   PAYBNK01
042900 3100-EXIT.                                                       PAYBNK01
043000     EXIT.                                                        PAYBNK01
043100***************************************************************** PAYBNK01
043200* 8000-FINALIZE - PRENOTE TRAILER, COUNTS AND CLOSE UP            PAYBNK01
043300***************************************************************** PAYBNK01
043400 8000-FINALIZE.                                                   PAYBNK01
043500     MOVE SPACES TO PRN-REC.                                      PAYBNK01
043600     MOVE 'TRL' TO PRN-TYPE.                                      PAYBNK01
043700     MOVE PAY-PRN-COUNT TO PRN-TRL-COUNT.                         PAYBNK01
043800     MOVE ZERO TO PRN-TRL-AMOUNT.                                 PAYBNK01
043900     MOVE PAY-PRN-HASH TO PRN-TRL-HASH.                           PAYBNK01
044000     WRITE PRN-REC.                                               PAYBNK01
044100     CLOSE TRN-FILE.                                              PAYBNK01
044200     CLOSE HIS-FILE.                                              PAYBNK01
044300     CLOSE PRN-FILE.                                              PAYBNK01
044400     CLOSE RPT-FILE.                                              PAYBNK01
044500     DISPLAY 'BANK RECORDS LOADED  = ' PAY-BANK-LOADED.           PAYBNK01
044600     DISPLAY 'CHANGES READ         = ' PAY-READ-COUNT.            PAYBNK01
044700     DISPLAY 'CHANGES APPLIED      = ' PAY-APPLIED-COUNT.         PAYBNK01
044800     DISPLAY 'CHANGES REJECTED     = ' PAY-REJ-COUNT.             PAYBNK01
044900     DISPLAY 'PRENOTES WRITTEN     = ' PAY-PRN-COUNT.             PAYBNK01
045000     DISPLAY 'BANK RECORDS WRITTEN = ' PAY-BANK-WRITTEN.          PAYBNK01
045100     IF PAY-REJ-COUNT NOT = ZERO                                  PAYBNK01
045200        MOVE 4 TO RETURN-CODE                                     PAYBNK01
045300     END-IF.                                                      PAYBNK01
045400     MOVE 'F' TO X95-PHASE.                                       PAYBNK01
045500     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYBNK01
045600     MOVE PAY-APPLIED-COUNT TO X95-CPT-SORTIE.                    PAYBNK01
045700     MOVE PAY-REJ-COUNT TO X95-CPT-REJET.                         PAYBNK01
045800     MOVE 'OK' TO X95-ETAT.                                       PAYBNK01
045900     CALL 'SY0095' USING SY0095-PARMS.                            PAYBNK01
046000 8000-EXIT.                                                       PAYBNK01
046100     EXIT.                                                        PAYBNK01
046106***************************************************************** PAYBNK01
046112* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYBNK01
046118***************************************************************** PAYBNK01
046124 8100-JOURNAL-STOP.                                               PAYBNK01
046130     MOVE 'PAYBNK01' TO X81-PROGRAMME.                            PAYBNK01
046136     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYBNK01
046142     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYBNK01
046148     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYBNK01
046154     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYBNK01
046160     MOVE SPACES TO X81-TEXTE.                                    PAYBNK01
046166     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYBNK01
046172                  X81-CPT-REJET.                                  PAYBNK01
046178     CALL 'SY0081' USING SY0081-PARMS.                            PAYBNK01
046184     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYBNK01
046200 9999-EXIT.                                                       PAYBNK01
046300     GOBACK.                                                      PAYBNK01

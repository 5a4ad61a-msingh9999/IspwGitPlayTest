000100 IDENTIFICATION DIVISION.                                         PAYCAL01
000200 PROGRAM-ID.        PAYCAL01.                                     PAYCAL01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYCAL01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYCAL01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYCAL01
000600 DATE-COMPILED.                                                   PAYCAL01
000700***************************************************************** PAYCAL01
000800*                   MODIFICATION  LOG                             PAYCAL01
000900*                                                                 PAYCAL01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYCAL01
001100*  --------  ----------  -----------------------------------      PAYCAL01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYCAL01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYCAL01
001260*  26/10/15  MAINT       ROLLED-BACK NOTE FITS DTL-NOTE           PAYCAL01
001300***************************************************************** PAYCAL01
001400*                                                                 PAYCAL01
001500*  PAYROLL CALENDAR BUILD.  READS ONE CALIN CARD PER PAY          PAYCAL01
001600*  PERIOD (PERIOD START, PERIOD END, CUT-OFF AND SCHEDULED        PAYCAL01
001700*  PAY DATE, ALL CCYYMMDD, IN PERIOD ORDER) AND WRITES THE        PAYCAL01
001800*  PAYCAL CALENDAR USED BY PAYYTD01, PAYDEP01 AND PAYGLE01.       PAYCAL01
001900*  A SCHEDULED PAY DATE THAT IS NOT A BUSINESS DAY IS ROLLED      PAYCAL01
002000*  BACK TO THE PREVIOUS BUSINESS DAY (SY0099 'P' AGAINST THE      PAYCAL01
002100*  HOLCAL HOLIDAY CALENDAR); THE CARD DATE IS KEPT ALONGSIDE.     PAYCAL01
002200*  A RUN FOR A PERIOD IS EXPECTED BETWEEN ITS START DATE AND      PAYCAL01
002300*  ITS CUT-OFF DATE.  CARDS WITH AN INVALID DATE, A START         PAYCAL01
002400*  AFTER THE END OR THE CUT-OFF, A PAY DATE BEFORE THE START,     PAYCAL01
002500*  OR A START NOT AFTER THE PREVIOUS PERIOD END ARE LISTED        PAYCAL01
002600*  AND LEFT OFF THE CALENDAR (RC=4).  RERUN AFTER ANY HOLCAL      PAYCAL01
002700*  CHANGE SO THE PAY DATES ARE ROLLED AGAINST THE NEW DAYS.       PAYCAL01
002800*                                                                 PAYCAL01
002900 ENVIRONMENT DIVISION.                                            PAYCAL01
003000 CONFIGURATION SECTION.                                           PAYCAL01
003100 SOURCE-COMPUTER.   IBM-370.                                      PAYCAL01
003200 OBJECT-COMPUTER.   IBM-370.                                      PAYCAL01
003300 INPUT-OUTPUT SECTION.                                            PAYCAL01
003400 FILE-CONTROL.                                                    PAYCAL01
003500     SELECT CIN-FILE    ASSIGN TO CALIN                           PAYCAL01
003600            ORGANIZATION IS SEQUENTIAL                            PAYCAL01
003700            FILE STATUS IS PAY-CIN-STATUS.                        PAYCAL01
003800     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYCAL01
003900            ORGANIZATION IS SEQUENTIAL.                           PAYCAL01
004000     SELECT RPT-FILE    ASSIGN TO CALRPT                          PAYCAL01
004100            ORGANIZATION IS SEQUENTIAL.                           PAYCAL01
004200 DATA DIVISION.                                                   PAYCAL01
004300 FILE SECTION.                                                    PAYCAL01
004400 FD  CIN-FILE                                                     PAYCAL01
004500     LABEL RECORDS STANDARD                                       PAYCAL01
004600     BLOCK 00000 RECORDS                                          PAYCAL01
004700     RECORDING F.                                                 PAYCAL01
004800 01  CIN-REC.                                                     PAYCAL01
004900     05  CIN-START           PIC 9(08).                           PAYCAL01
005000     05  CIN-END             PIC 9(08).                           PAYCAL01
005100     05  CIN-CUTOFF          PIC 9(08).                           PAYCAL01
005200     05  CIN-PAY-DATE        PIC 9(08).                           PAYCAL01
005300     05  FILLER              PIC X(48).                           PAYCAL01
005400 FD  CAL-FILE                                                     PAYCAL01
005500     LABEL RECORDS STANDARD                                       PAYCAL01
005600     BLOCK 00000 RECORDS                                          PAYCAL01
005700     RECORDING F.                                                 PAYCAL01
005800 01  CAL-REC.                                                     PAYCAL01
005900     05  CAL-START           PIC 9(08).                           PAYCAL01
006000     05  CAL-END             PIC 9(08).                           PAYCAL01
006100     05  CAL-CUTOFF          PIC 9(08).                           PAYCAL01
006200     05  CAL-SCHED-PAY       PIC 9(08).                           PAYCAL01
006300     05  CAL-PAY-DATE        PIC 9(08).                           PAYCAL01
006400     05  FILLER              PIC X(10).                           PAYCAL01
006500 FD  RPT-FILE                                                     PAYCAL01
006600     LABEL RECORDS STANDARD                                       PAYCAL01
006700     BLOCK 00000 RECORDS                                          PAYCAL01
006800     RECORDING F.                                                 PAYCAL01
006900 01  RPT-REC                 PIC X(80).                           PAYCAL01
007000 WORKING-STORAGE SECTION.                                         PAYCAL01
007100 77  PAY-CIN-STATUS           PIC X(02) VALUE ZERO.               PAYCAL01
007200 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYCAL01
007300     88  PAY-EOF                  VALUE 'Y'.                      PAYCAL01
007400 77  PAY-READ-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYCAL01
007500 77  PAY-CAL-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYCAL01
007600 77  PAY-ROLL-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYCAL01
007700 77  PAY-REJ-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYCAL01
007800 77  PAY-PREV-END             PIC 9(08) VALUE ZERO.               PAYCAL01
007900 77  PAY-BAD-SWITCH           PIC X(01) VALUE 'N'.                PAYCAL01
008000 77  PAY-REASON               PIC X(24) VALUE SPACES.             PAYCAL01
008025 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYCAL01
008050 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYCAL01
008075 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYCAL01
008100*                                                                 PAYCAL01
008200 01  RPT-HDR-LINE.                                                PAYCAL01
008300     05  FILLER              PIC X(30) VALUE                      PAYCAL01
008400         'PAYROLL CALENDAR'.                                      PAYCAL01
008500     05  FILLER              PIC X(50) VALUE SPACES.              PAYCAL01
008600 01  RPT-COL-LINE.                                                PAYCAL01
008700     05  FILLER              PIC X(40) VALUE                      PAYCAL01
008800         'START     END       CUT-OFF   SCHEDULED'.               PAYCAL01
008900     05  FILLER              PIC X(40) VALUE                      PAYCAL01
009000         ' PAY DATE  NOTE'.                                       PAYCAL01
009100 01  RPT-DTL-LINE.                                                PAYCAL01
009200     05  DTL-START           PIC 9(08).                           PAYCAL01
009300     05  FILLER              PIC X(02) VALUE SPACES.              PAYCAL01
009400     05  DTL-END             PIC 9(08).                           PAYCAL01
009500     05  FILLER              PIC X(02) VALUE SPACES.              PAYCAL01
009600     05  DTL-CUTOFF          PIC 9(08).                           PAYCAL01
009700     05  FILLER              PIC X(02) VALUE SPACES.              PAYCAL01
009800     05  DTL-SCHED           PIC 9(08).                           PAYCAL01
009900     05  FILLER              PIC X(02) VALUE SPACES.              PAYCAL01
010000     05  DTL-PAY             PIC X(08).                           PAYCAL01
010100     05  FILLER              PIC X(02) VALUE SPACES.              PAYCAL01
010200     05  DTL-NOTE            PIC X(30).                           PAYCAL01
010300 01  RPT-CNT-LINE.                                                PAYCAL01
010400     05  CNT-LABEL           PIC X(30).                           PAYCAL01
010500     05  CNT-VALUE           PIC ZZ,ZZ9.                          PAYCAL01
010600     05  FILLER              PIC X(44) VALUE SPACES.              PAYCAL01
010700 COPY SY0099.                                                     PAYCAL01
010800 COPY SY0095.                                                     PAYCAL01
010850 COPY SY0081.                                                     PAYCAL01
010900 PROCEDURE DIVISION.                                              PAYCAL01
011000***************************************************************** PAYCAL01
011100* 0000-MAINLINE                                                   PAYCAL01
011200***************************************************************** PAYCAL01
011300 0000-MAINLINE.                                                   PAYCAL01
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYCAL01
011500     IF RETURN-CODE NOT = ZERO                                    PAYCAL01
011600        GO TO 8100-JOURNAL-STOP                                   PAYCAL01
011700     END-IF.                                                      PAYCAL01
011800     PERFORM 2000-BUILD-PERIOD THRU 2000-EXIT                     PAYCAL01
011900         UNTIL PAY-EOF.                                           PAYCAL01
012000     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYCAL01
012100     GO TO 9999-EXIT.                                             PAYCAL01
012200***************************************************************** PAYCAL01
012300* 1000-INITIALIZE - OPEN FILES                                    PAYCAL01
012400***************************************************************** PAYCAL01
012500 1000-INITIALIZE.                                                 PAYCAL01
012600     MOVE 'PAYCAL01' TO X95-PROGRAMME.                            PAYCAL01
012700     MOVE 'D' TO X95-PHASE.                                       PAYCAL01
012800     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYCAL01
012900                  X95-CPT-REJET.                                  PAYCAL01
013000     MOVE SPACES TO X95-ETAT.                                     PAYCAL01
013100     CALL 'SY0095' USING SY0095-PARMS.                            PAYCAL01
013200     OPEN INPUT CIN-FILE.                                         PAYCAL01
013300     IF PAY-CIN-STATUS NOT = '00'                                 PAYCAL01
013400        DISPLAY 'CALENDAR CARDS UNAVAILABLE - STATUS '            PAYCAL01
013500                PAY-CIN-STATUS ' - PAYCAL NOT REBUILT'            PAYCAL01
013600        MOVE 8 TO RETURN-CODE                                     PAYCAL01
013625        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYCAL01
013650        MOVE 'CALIN' TO PAY-ERR-FILE                              PAYCAL01
013675        MOVE PAY-CIN-STATUS TO PAY-ERR-STATUS                     PAYCAL01
013700        GO TO 1000-EXIT                                           PAYCAL01
013800     END-IF.                                                      PAYCAL01
013900     OPEN OUTPUT CAL-FILE.                                        PAYCAL01
014000     OPEN OUTPUT RPT-FILE.                                        PAYCAL01
014100     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYCAL01
014200     MOVE SPACES TO RPT-REC.                                      PAYCAL01
014300     WRITE RPT-REC.                                               PAYCAL01
014400     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYCAL01
014500 1000-EXIT.                                                       PAYCAL01
014600     EXIT.                                                        PAYCAL01
014700***************************************************************** PAYCAL01
014800* 2000-BUILD-PERIOD - CHECK ONE CARD, ROLL THE PAY DATE BACK      PAYCAL01
014900***************************************************************** PAYCAL01
015000 2000-BUILD-PERIOD.                                               PAYCAL01
015100     READ CIN-FILE                                                PAYCAL01
015200         AT END                                                   PAYCAL01
015300            SET PAY-EOF TO TRUE                                   PAYCAL01
015400            GO TO 2000-EXIT                                       PAYCAL01
015500     END-READ.                                                    PAYCAL01
015600     ADD 1 TO PAY-READ-COUNT.                                     PAYCAL01
015700     MOVE SPACES TO RPT-DTL-LINE.                                 PAYCAL01
015800     MOVE CIN-START TO DTL-START.                                 PAYCAL01
015900     MOVE CIN-END TO DTL-END.                                     PAYCAL01
016000     MOVE CIN-CUTOFF TO DTL-CUTOFF.                               PAYCAL01
016100     MOVE CIN-PAY-DATE TO DTL-SCHED.                              PAYCAL01
016200     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.                      PAYCAL01
016300     IF PAY-BAD-SWITCH = 'Y'                                      PAYCAL01
016400        MOVE 'REJECTED' TO DTL-PAY                                PAYCAL01
016500        MOVE PAY-REASON TO DTL-NOTE                               PAYCAL01
016600        WRITE RPT-REC FROM RPT-DTL-LINE                           PAYCAL01
016700        ADD 1 TO PAY-REJ-COUNT                                    PAYCAL01
016800        GO TO 2000-EXIT                                           PAYCAL01
016900     END-IF.                                                      PAYCAL01
017000     MOVE SPACES TO CAL-REC.                                      PAYCAL01
017100     MOVE CIN-START TO CAL-START.                                 PAYCAL01
017200     MOVE CIN-END TO CAL-END.                                     PAYCAL01
017300     MOVE CIN-CUTOFF TO CAL-CUTOFF.                               PAYCAL01
017400     MOVE CIN-PAY-DATE TO CAL-SCHED-PAY.                          PAYCAL01
017500     MOVE 'J' TO X99-FONCTION.                                    PAYCAL01
017600     MOVE CIN-PAY-DATE TO X99-DATE-8.                             PAYCAL01
017700     CALL 'SY0099' USING SY0099-PARMS.                            PAYCAL01
017800     IF X99-JOUR-FERME                                            PAYCAL01
017900        MOVE 'P' TO X99-FONCTION                                  PAYCAL01
018000        MOVE CIN-PAY-DATE TO X99-DATE-8                           PAYCAL01
018100        CALL 'SY0099' USING SY0099-PARMS                          PAYCAL01
018200        MOVE 'ROLLED BACK - NOT BUSINESS DAY' TO DTL-NOTE         PAYCAL01
018300        ADD 1 TO PAY-ROLL-COUNT                                   PAYCAL01
018400     END-IF.                                                      PAYCAL01
018500     MOVE X99-DATE-8 TO CAL-PAY-DATE.                             PAYCAL01
018600     MOVE X99-DATE-8 TO DTL-PAY.                                  PAYCAL01
018700     WRITE CAL-REC.                                               PAYCAL01
018800     ADD 1 TO PAY-CAL-COUNT.                                      PAYCAL01
018900     MOVE CIN-END TO PAY-PREV-END.                                PAYCAL01
019000     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYCAL01
019100 2000-EXIT.                                                       PAYCAL01
019200     EXIT.                                                        PAYCAL01
019300 2100-CHECK-CARD.                                                 PAYCAL01
019400     MOVE 'N' TO PAY-BAD-SWITCH.                                  PAYCAL01
019500     MOVE 'V' TO X99-FONCTION.                                    PAYCAL01
019600     MOVE CIN-START TO X99-DATE-8.                                PAYCAL01
019700     CALL 'SY0099' USING SY0099-PARMS.                            PAYCAL01
019800     IF X99-DATE-INVALIDE                                         PAYCAL01
019900        MOVE 'INVALID START DATE' TO PAY-REASON                   PAYCAL01
020000        GO TO 2100-BAD                                            PAYCAL01
020100     END-IF.                                                      PAYCAL01
020200     MOVE CIN-END TO X99-DATE-8.                                  PAYCAL01
020300     CALL 'SY0099' USING SY0099-PARMS.                            PAYCAL01
020400     IF X99-DATE-INVALIDE                                         PAYCAL01
020500        MOVE 'INVALID END DATE' TO PAY-REASON                     PAYCAL01
020600        GO TO 2100-BAD                                            PAYCAL01
020700     END-IF.                                                      PAYCAL01
020800     MOVE CIN-CUTOFF TO X99-DATE-8.                               PAYCAL01
020900     CALL 'SY0099' USING SY0099-PARMS.                            PAYCAL01
021000     IF X99-DATE-INVALIDE                                         PAYCAL01
021100        MOVE 'INVALID CUT-OFF DATE' TO PAY-REASON                 PAYCAL01
021200        GO TO 2100-BAD                                            PAYCAL01
021300     END-IF.                                                      PAYCAL01
021400     MOVE CIN-PAY-DATE TO X99-DATE-8.                             PAYCAL01
021500     CALL 'SY0099' USING SY0099-PARMS.                            PAYCAL01
021600     IF X99-DATE-INVALIDE                                         PAYCAL01
021700        MOVE 'INVALID PAY DATE' TO PAY-REASON                     PAYCAL01
021800        GO TO 2100-BAD                                            PAYCAL01
021900     END-IF.                                                      PAYCAL01
022000     IF CIN-START > CIN-END                                       PAYCAL01
022100        MOVE 'START AFTER PERIOD END' TO PAY-REASON               PAYCAL01
022200        GO TO 2100-BAD                                            PAYCAL01
022300     END-IF.                                                      PAYCAL01
022400     IF CIN-START > CIN-CUTOFF                                    PAYCAL01
022500        MOVE 'START AFTER CUT-OFF' TO PAY-REASON                  PAYCAL01
022600        GO TO 2100-BAD                                            PAYCAL01
022700     END-IF.                                                      PAYCAL01
022800     IF CIN-PAY-DATE < CIN-START                                  PAYCAL01
022900        MOVE 'PAY DATE BEFORE START' TO PAY-REASON                PAYCAL01
023000        GO TO 2100-BAD                                            PAYCAL01
023100     END-IF.                                                      PAYCAL01
023200     IF CIN-START NOT > PAY-PREV-END                              PAYCAL01
023300        MOVE 'OVERLAPS PRIOR PERIOD' TO PAY-REASON                PAYCAL01
023400        GO TO 2100-BAD                                            PAYCAL01
023500     END-IF.                                                      PAYCAL01
023600     GO TO 2100-EXIT.                                             PAYCAL01
023700 2100-BAD.                                                        PAYCAL01
023800     MOVE 'Y' TO PAY-BAD-SWITCH.                                  PAYCAL01
023900 2100-EXIT.                                                       PAYCAL01
024000     EXIT.                                                        PAYCAL01
024100***************************************************************** PAYCAL01
024200* 8000-FINALIZE - COUNTS AND CLOSE UP                             PAYCAL01
024300***************************************************************** PAYCAL01
024400 8000-FINALIZE.                                                   PAYCAL01
024500     MOVE SPACES TO RPT-REC.                                      PAYCAL01
024600     WRITE RPT-REC.                                               PAYCAL01
024700     MOVE 'CARDS READ' TO CNT-LABEL.                              PAYCAL01
024800     MOVE PAY-READ-COUNT TO CNT-VALUE.                            PAYCAL01
024900     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCAL01
025000     MOVE 'PERIODS ON CALENDAR' TO CNT-LABEL.                     PAYCAL01
025100     MOVE PAY-CAL-COUNT TO CNT-VALUE.                             PAYCAL01
025200     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCAL01
025300     MOVE 'PAY DATES ROLLED BACK' TO CNT-LABEL.                   PAYCAL01
025400     MOVE PAY-ROLL-COUNT TO CNT-VALUE.                            PAYCAL01
025500     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCAL01
025600     MOVE 'CARDS REJECTED' TO CNT-LABEL.                          PAYCAL01
025700     MOVE PAY-REJ-COUNT TO CNT-VALUE.                             PAYCAL01
025800     WRITE RPT-REC FROM RPT-CNT-LINE.                             PAYCAL01
025900     CLOSE CIN-FILE.                                              PAYCAL01
026000     CLOSE CAL-FILE.                                              PAYCAL01
026100     CLOSE RPT-FILE.                                              PAYCAL01
026200     DISPLAY 'CALENDAR CARDS READ  = ' PAY-READ-COUNT.            PAYCAL01
026300     DISPLAY 'PERIODS WRITTEN      = ' PAY-CAL-COUNT.             PAYCAL01
026400     DISPLAY 'PAY DATES ROLLED     = ' PAY-ROLL-COUNT.            PAYCAL01
026500     DISPLAY 'CARDS REJECTED       = ' PAY-REJ-COUNT.             PAYCAL01
026600     IF PAY-REJ-COUNT NOT = ZERO                                  PAYCAL01
026700        MOVE 4 TO RETURN-CODE                                     PAYCAL01
026800     END-IF.                                                      PAYCAL01
026900     MOVE 'F' TO X95-PHASE.                                       PAYCAL01
027000     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYCAL01
027100     MOVE PAY-CAL-COUNT TO X95-CPT-SORTIE.                        PAYCAL01
027200     MOVE PAY-REJ-COUNT TO X95-CPT-REJET.                         PAYCAL01
027300     MOVE 'OK' TO X95-ETAT.                                       PAYCAL01
027400     CALL 'SY0095' USING SY0095-PARMS.                            PAYCAL01
027500 8000-EXIT.                                                       PAYCAL01
027600     EXIT.                                                        PAYCAL01
027606***************************************************************** PAYCAL01
027612* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYCAL01
027618***************************************************************** PAYCAL01
027624 8100-JOURNAL-STOP.                                               PAYCAL01
027630     MOVE 'PAYCAL01' TO X81-PROGRAMME.                            PAYCAL01
027636     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYCAL01
027642     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYCAL01
027648     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYCAL01
027654     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYCAL01
027660     MOVE SPACES TO X81-TEXTE.                                    PAYCAL01
027666     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYCAL01
027672                  X81-CPT-REJET.                                  PAYCAL01
027678     CALL 'SY0081' USING SY0081-PARMS.                            PAYCAL01
027684     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYCAL01
027700 9999-EXIT.                                                       PAYCAL01
027800     GOBACK.                                                      PAYCAL01

001000*  DATE      PROGRAMMER  CHANGES                                  PAYDEP01
001100*  --------  ----------  -----------------------------------      PAYDEP01
001200*  26/09/02  MAINT       NEW PROGRAM                              PAYDEP01
001210*  26/10/15  MAINT       DEPOSIT NET PAY FROM PAYDED01 NETPAY     PAYDEP01
001220*  26/10/15  MAINT       HOLD PAY TO RECENTLY CHANGED ACCOUNTS    PAYDEP01
001230*  26/10/15  MAINT       DEPOSIT DATE FROM PAYCAL PAY DATE        PAYDEP01
001240*  26/10/15  MAINT       NO BANK FILE UNTIL PAYPCX01 RELEASE      PAYDEP01
001250*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYDEP01
001260*  26/10/15  MAINT       PAYPCX01 HOLD ENDS RC 8 AS HELD          PAYDEP01
001300***************************************************************** PAYDEP01
001400*                                                                 PAYDEP01
001500*  DIRECT-DEPOSIT BANK EXTRACT: READS THE NETPAY FILE FROM        PAYDEP01
001600*  PAYDED01 (PAYOUT IMAGE PLUS DEDUCTIONS), LOOKS EACH EMPLOYEE   PAYDEP01
001700*  UP IN THE BANKREF BANK-DETAILS REFERENCE, AND WRITES ONE       PAYDEP01
001800*  FIXED-FORMAT DEPOSIT RECORD PER EMPLOYEE FOR NET PAY BETWEEN A PAYDEP01
001900*  BATCH HEADER AND A TRAILER CARRYING COUNT, AMOUNT TOTAL AND    PAYDEP01
001950*  ROUTING HASH.                                                  PAYDEP01
002000*  EMPLOYEES WITHOUT BANK DETAILS GO TO THE DEPEXC LISTING.       PAYDEP01
002010*  A DEPOSIT TO AN ACCOUNT CHANGED BY PAYBNK01 FEWER THAN THE     PAYDEP01
002020*  DEPPRM HOLD DAYS (BUSINESS DAYS, DEFAULT 5) BEFORE TODAY IS    PAYDEP01
002030*  HELD AND LISTED ON DEPEXC AS ACCOUNT CHANGED - HELD.           PAYDEP01
002040*  DEP-DATE IS THE PAY DATE OF THE CURRENT PAYCAL PERIOD (THE     PAYDEP01
002050*  FIRST WHOSE CUT-OFF IS NOT BEFORE TODAY), ALREADY ROLLED       PAYDEP01
002060*  BACK OFF WEEKENDS AND HOLIDAYS BY PAYCAL01.  WITH NO PERIOD,   PAYDEP01
002070*  OR A RUN OUTSIDE THE START/CUT-OFF WINDOW, A WARNING IS        PAYDEP01
002080*  GIVEN (RC=4); THE RUN DATE IS USED WHEN NO PERIOD IS FOUND.    PAYDEP01
002081*  NO BANK FILE IS BUILT (RC=8) UNLESS OPSLOG SHOWS A PAYPCX01    PAYDEP01
002082*  PAY CHANGE REVIEW SINCE THE LAST BANK FILE AND THAT REVIEW     PAYDEP01
002083*  ENDED OK (NO EXCEPTIONS, OR EXCEPTIONS RELEASED BY PAYROLL).   PAYDEP01
002088*  SUCH A RUN IS JOURNALLED HELD ON OPSLOG, NOT AS AN ABEND;      PAYDEP01
002093*  AN OPSLOG THAT CANNOT BE READ STOPS THE RUN THROUGH SY0081.    PAYDEP01
002100*                                                                 PAYDEP01
002200 ENVIRONMENT DIVISION.                                            PAYDEP01
002300 CONFIGURATION SECTION.                                           PAYDEP01
002500 OBJECT-COMPUTER.   IBM-370.                                      PAYDEP01
002600 INPUT-OUTPUT SECTION.                                            PAYDEP01
002700 FILE-CONTROL.                                                    PAYDEP01
002800     SELECT PAYOUT-FILE ASSIGN TO NETPAY                          PAYDEP01
002900            ORGANIZATION IS SEQUENTIAL.                           PAYDEP01
003000     SELECT BANK-FILE   ASSIGN TO BANKREF                         PAYDEP01
003100            ORGANIZATION IS SEQUENTIAL                            PAYDEP01
003400            ORGANIZATION IS SEQUENTIAL.                           PAYDEP01
003500     SELECT EXC-FILE    ASSIGN TO DEPEXC                          PAYDEP01
003600            ORGANIZATION IS SEQUENTIAL.                           PAYDEP01
003610     SELECT PRM-FILE    ASSIGN TO DEPPRM                          PAYDEP01
003620            ORGANIZATION IS SEQUENTIAL                            PAYDEP01
003630            FILE STATUS IS PAY-PRM-STATUS.                        PAYDEP01
003640     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYDEP01
003650            ORGANIZATION IS SEQUENTIAL                            PAYDEP01
003660            FILE STATUS IS PAY-CAL-STATUS.                        PAYDEP01
003670     SELECT OPS-FILE    ASSIGN TO OPSLOG                          PAYDEP01
003680            ORGANIZATION IS SEQUENTIAL                            PAYDEP01
003690            FILE STATUS IS PAY-OPS-STATUS.                        PAYDEP01
003700 DATA DIVISION.                                                   PAYDEP01
003800 FILE SECTION.                                                    PAYDEP01
003900 FD  PAYOUT-FILE                                                  PAYDEP01
005100     05  PI-COMM             PIC 9(05)V99.                        PAYDEP01
005200     05  PI-TOTAL            PIC 9(05)V99.                        PAYDEP01
005300     05  PI-EMP-NBR          PIC 9(06).                           PAYDEP01
005310     05  NP-DED-ENTRY        OCCURS 4 TIMES.                      PAYDEP01
005320         10  NP-DED-CODE     PIC X(04).                           PAYDEP01
005330         10  NP-DED-AMT      PIC 9(05)V99.                        PAYDEP01
005340     05  NP-DED-TOTAL        PIC 9(05)V99.                        PAYDEP01
005350     05  NP-NET-PAY          PIC 9(05)V99.                        PAYDEP01
005400 FD  BANK-FILE                                                    PAYDEP01
005500     LABEL RECORDS STANDARD                                       PAYDEP01
005600     BLOCK 00000 RECORDS                                          PAYDEP01
005900     05  BANK-EMP-NBR        PIC 9(06).                           PAYDEP01
006000     05  BANK-ROUTING        PIC 9(09).                           PAYDEP01
006100     05  BANK-ACCOUNT        PIC X(12).                           PAYDEP01
006110     05  BANK-CHANGED        PIC 9(08).                           PAYDEP01
006120     05  FILLER              PIC X(05).                           PAYDEP01
006300 FD  DEP-FILE                                                     PAYDEP01
006400     LABEL RECORDS STANDARD                                       PAYDEP01
006500     BLOCK 00000 RECORDS                                          PAYDEP01
009000     05  EXC-AMOUNT          PIC 9(05)V99.                        PAYDEP01
009100     05  FILLER              PIC X(01).                           PAYDEP01
009200     05  EXC-TEXT            PIC X(25).                           PAYDEP01
009210 FD  PRM-FILE                                                     PAYDEP01
009220     LABEL RECORDS STANDARD                                       PAYDEP01
009230     BLOCK 00000 RECORDS                                          PAYDEP01
009240     RECORDING F.                                                 PAYDEP01
009250 01  PRM-REC.                                                     PAYDEP01
009260     05  PRM-HOLD-DAYS       PIC 9(02).                           PAYDEP01
009261 FD  CAL-FILE                                                     PAYDEP01
009262     LABEL RECORDS STANDARD                                       PAYDEP01
009263     BLOCK 00000 RECORDS                                          PAYDEP01
009264     RECORDING F.                                                 PAYDEP01
009265 01  CAL-REC.                                                     PAYDEP01
009266     05  CAL-START           PIC 9(08).                           PAYDEP01
009267     05  CAL-END             PIC 9(08).                           PAYDEP01
009268     05  CAL-CUTOFF          PIC 9(08).                           PAYDEP01
009269     05  CAL-SCHED-PAY       PIC 9(08).                           PAYDEP01
009270     05  CAL-PAY-DATE        PIC 9(08).                           PAYDEP01
009271     05  FILLER              PIC X(10).                           PAYDEP01
009272 FD  OPS-FILE                                                     PAYDEP01
009273     LABEL RECORDS STANDARD                                       PAYDEP01
009274     BLOCK 00000 RECORDS                                          PAYDEP01
009275     RECORDING F.                                                 PAYDEP01
009276 01  OPS-REC.                                                     PAYDEP01
009277     05  OPS-PROGRAMME       PIC X(08).                           PAYDEP01
009278     05  OPS-PHASE           PIC X(01).                           PAYDEP01
009279     05  OPS-TIMESTAMP       PIC X(26).                           PAYDEP01
009280     05  OPS-CPT-ENTREE      PIC 9(09).                           PAYDEP01
009281     05  OPS-CPT-SORTIE      PIC 9(09).                           PAYDEP01
009282     05  OPS-CPT-REJET       PIC 9(09).                           PAYDEP01
009283     05  OPS-ETAT            PIC X(08).                           PAYDEP01
009300 WORKING-STORAGE SECTION.                                         PAYDEP01
009400 77  PAY-BANK-STATUS          PIC X(02) VALUE ZERO.               PAYDEP01
009500 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYDEP01
010500 77  PAY-BANK-COUNT           PIC 9(03) COMP VALUE ZERO.          PAYDEP01
010600 77  PAY-BANK-IX              PIC 9(03) COMP VALUE ZERO.          PAYDEP01
010700 77  PAY-BANK-FOUND           PIC X(01) VALUE 'N'.                PAYDEP01
010710 77  PAY-PRM-STATUS           PIC X(02) VALUE ZERO.               PAYDEP01
010720 77  PAY-HOLD-DAYS            PIC 9(02) VALUE 5.                  PAYDEP01
010730 77  PAY-HOLD-COUNT           PIC 9(05) COMP-3 VALUE ZERO.        PAYDEP01
010740 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYDEP01
010741 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYDEP01
010742 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYDEP01
010743     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYDEP01
010744 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYDEP01
010745 77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYDEP01
010746 77  PAY-CAL-START            PIC 9(08) VALUE ZERO.               PAYDEP01
010747 77  PAY-CUTOFF               PIC 9(08) VALUE ZERO.               PAYDEP01
010748 77  PAY-PAY-DATE             PIC 9(08) VALUE ZERO.               PAYDEP01
010749 77  PAY-DEP-DATE             PIC 9(06) VALUE ZERO.               PAYDEP01
010750 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYDEP01
010751 77  PAY-OPS-STATUS           PIC X(02) VALUE ZERO.               PAYDEP01
010752 77  PAY-OPS-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYDEP01
010753     88  PAY-OPS-EOF              VALUE 'Y'.                      PAYDEP01
010754 77  PAY-PCX-STAMP            PIC X(26) VALUE SPACES.             PAYDEP01
010755 77  PAY-PCX-ETAT             PIC X(08) VALUE SPACES.             PAYDEP01
010756 77  PAY-LAST-DEP-STAMP       PIC X(26) VALUE SPACES.             PAYDEP01
010761 77  PAY-HOLD-SWITCH          PIC X(01) VALUE 'N'.                PAYDEP01
010767 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYDEP01
010778 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYDEP01
010789 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYDEP01
010800 01  PAY-BANK-TABLE.                                              PAYDEP01
010900     05  PAY-BANK-ENTRY       OCCURS 500 TIMES.                   PAYDEP01
011000         10  PAY-BNK-EMP      PIC 9(06).                          PAYDEP01
011100         10  PAY-BNK-ROUTING  PIC 9(09).                          PAYDEP01
011200         10  PAY-BNK-ACCOUNT  PIC X(12).                          PAYDEP01
011210         10  PAY-BNK-CHANGED  PIC 9(08).                          PAYDEP01
011220 COPY SY0099.                                                     PAYDEP01
011300 COPY SY0095.                                                     PAYDEP01
011350 COPY SY0081.                                                     PAYDEP01
011400 PROCEDURE DIVISION.                                              PAYDEP01
011500***************************************************************** PAYDEP01
011600* 0000-MAINLINE                                                   PAYDEP01
011700***************************************************************** PAYDEP01
011800 0000-MAINLINE.                                                   PAYDEP01
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYDEP01
011950     IF PAY-STOP-SWITCH = 'Y'                                     PAYDEP01
012000        GO TO 8100-JOURNAL-STOP                                   PAYDEP01
012050     END-IF.                                                      PAYDEP01
012062     IF PAY-HOLD-SWITCH = 'Y'                                     PAYDEP01
012074        GO TO 8050-JOURNAL-HOLD                                   PAYDEP01
012086     END-IF.                                                      PAYDEP01
012100     PERFORM 2000-BUILD-DEPOSITS THRU 2000-EXIT                   PAYDEP01
012150         UNTIL PAY-EOF.                                           PAYDEP01
012200     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYDEP01
012300     GO TO 9999-EXIT.                                             PAYDEP01
012400***************************************************************** PAYDEP01
013200     MOVE SPACES TO X95-ETAT.                                     PAYDEP01
013300     CALL 'SY0095' USING SY0095-PARMS.                            PAYDEP01
013400     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYDEP01
013401     MOVE 'C' TO X99-FONCTION.                                    PAYDEP01
013402     CALL 'SY0099' USING SY0099-PARMS.                            PAYDEP01
013403     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYDEP01
013404     OPEN INPUT PRM-FILE.                                         PAYDEP01
013405     IF PAY-PRM-STATUS = '00'                                     PAYDEP01
013406        READ PRM-FILE                                             PAYDEP01
013407            AT END MOVE SPACES TO PRM-REC                         PAYDEP01
013408        END-READ                                                  PAYDEP01
013409        IF PRM-HOLD-DAYS NUMERIC                                  PAYDEP01
013410           MOVE PRM-HOLD-DAYS TO PAY-HOLD-DAYS                    PAYDEP01
013411        END-IF                                                    PAYDEP01
013412        CLOSE PRM-FILE                                            PAYDEP01
013413     END-IF.                                                      PAYDEP01
013416     MOVE PAY-RUN-DATE TO PAY-DEP-DATE.                           PAYDEP01
013419     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.                   PAYDEP01
013422     OPEN INPUT OPS-FILE.                                         PAYDEP01
013423     IF PAY-OPS-STATUS NOT = '00'                                 PAYDEP01
013424        DISPLAY 'OPSLOG UNAVAILABLE - STATUS ' PAY-OPS-STATUS     PAYDEP01
013425        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYDEP01
013426        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYDEP01
013427        MOVE 'OPSLOG' TO PAY-ERR-FILE                             PAYDEP01
013428        MOVE PAY-OPS-STATUS TO PAY-ERR-STATUS                     PAYDEP01
013429        GO TO 1000-EXIT                                           PAYDEP01
013430     END-IF.                                                      PAYDEP01
013431     PERFORM 1300-CHECK-RELEASE THRU 1300-EXIT                    PAYDEP01
013432         UNTIL PAY-OPS-EOF.                                       PAYDEP01
013433     CLOSE OPS-FILE.                                              PAYDEP01
013440     IF PAY-PCX-STAMP = SPACES                                    PAYDEP01
013443        OR PAY-PCX-STAMP < PAY-LAST-DEP-STAMP                     PAYDEP01
013446        DISPLAY 'NO PAYPCX01 PAY CHANGE REVIEW SINCE THE LAST '   PAYDEP01
013449                'BANK FILE - RUN STOPPED'                         PAYDEP01
013452        MOVE 8 TO RETURN-CODE                                     PAYDEP01
013455        MOVE 'Y' TO PAY-HOLD-SWITCH                               PAYDEP01
013464        GO TO 1000-EXIT                                           PAYDEP01
013467     END-IF.                                                      PAYDEP01
013470     IF PAY-PCX-ETAT (1:2) NOT = 'OK'                             PAYDEP01
013473        DISPLAY 'PAY CHANGE EXCEPTIONS NOT RELEASED (PAYPCX01 '   PAYDEP01
013476                PAY-PCX-ETAT ') - RUN STOPPED'                    PAYDEP01
013479        MOVE 8 TO RETURN-CODE                                     PAYDEP01
013482        MOVE 'Y' TO PAY-HOLD-SWITCH                               PAYDEP01
013491        GO TO 1000-EXIT                                           PAYDEP01
013494     END-IF.                                                      PAYDEP01
013500     OPEN INPUT BANK-FILE.                                        PAYDEP01
013600     IF PAY-BANK-STATUS = '00'                                    PAYDEP01
013700        PERFORM 1100-LOAD-BANK THRU 1100-EXIT                     PAYDEP01
014800     MOVE SPACES TO DEP-REC.                                      PAYDEP01
014900     MOVE 'HDR' TO DEP-TYPE.                                      PAYDEP01
015000     MOVE ZERO TO DEP-EMP-NBR DEP-ROUTING DEP-AMOUNT.             PAYDEP01
015100     MOVE PAY-DEP-DATE TO DEP-DATE.                               PAYDEP01
015200     WRITE DEP-REC.                                               PAYDEP01
015300 1000-EXIT.                                                       PAYDEP01
015400     EXIT.                                                        PAYDEP01
016300        MOVE BANK-EMP-NBR TO PAY-BNK-EMP (PAY-BANK-COUNT)         PAYDEP01
016400        MOVE BANK-ROUTING TO PAY-BNK-ROUTING (PAY-BANK-COUNT)     PAYDEP01
016500        MOVE BANK-ACCOUNT TO PAY-BNK-ACCOUNT (PAY-BANK-COUNT)     PAYDEP01
016510        IF BANK-CHANGED NUMERIC                                   PAYDEP01
016520           MOVE BANK-CHANGED TO PAY-BNK-CHANGED (PAY-BANK-COUNT)  PAYDEP01
016530        ELSE                                                      PAYDEP01
016540           MOVE ZERO TO PAY-BNK-CHANGED (PAY-BANK-COUNT)          PAYDEP01
016550        END-IF                                                    PAYDEP01
016600     ELSE                                                         PAYDEP01
016700        DISPLAY 'BANK TABLE FULL - ENTRY DROPPED: '               PAYDEP01
016800                BANK-EMP-NBR                                      PAYDEP01
016900     END-IF.                                                      PAYDEP01
017000 1100-EXIT.                                                       PAYDEP01
017100     EXIT.                                                        PAYDEP01
017101 1200-READ-CALENDAR.                                              PAYDEP01
017102     OPEN INPUT CAL-FILE.                                         PAYDEP01
017103     IF PAY-CAL-STATUS NOT = '00'                                 PAYDEP01
017104        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYDEP01
017105                PAY-CAL-STATUS ' - RUN DATE USED'                 PAYDEP01
017106        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYDEP01
017107        GO TO 1200-EXIT                                           PAYDEP01
017108     END-IF.                                                      PAYDEP01
017109     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT                    PAYDEP01
017110         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYDEP01
017111     CLOSE CAL-FILE.                                              PAYDEP01
017112     IF PAY-CAL-FOUND = 'N'                                       PAYDEP01
017113        DISPLAY 'NO PAYCAL PERIOD FOR RUN DATE ' PAY-TODAY-8      PAYDEP01
017114                ' - RUN DATE USED'                                PAYDEP01
017115        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYDEP01
017116        GO TO 1200-EXIT                                           PAYDEP01
017117     END-IF.                                                      PAYDEP01
017118     MOVE PAY-PAY-DATE (3:6) TO PAY-DEP-DATE.                     PAYDEP01
017119     IF PAY-TODAY-8 < PAY-CAL-START OR PAY-TODAY-8 > PAY-CUTOFF   PAYDEP01
017120        DISPLAY 'RUN DATE ' PAY-TODAY-8                           PAYDEP01
017121                ' OUTSIDE CUT-OFF WINDOW ' PAY-CAL-START          PAYDEP01
017122                ' - ' PAY-CUTOFF                                  PAYDEP01
017123        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYDEP01
017124     END-IF.                                                      PAYDEP01
017125 1200-EXIT.                                                       PAYDEP01
017126     EXIT.                                                        PAYDEP01
017127 1210-SCAN-CALENDAR.                                              PAYDEP01
017128     READ CAL-FILE                                                PAYDEP01
017129         AT END                                                   PAYDEP01
017130            SET PAY-CAL-EOF TO TRUE                               PAYDEP01
017131            GO TO 1210-EXIT                                       PAYDEP01
017132     END-READ.                                                    PAYDEP01
017133     IF CAL-CUTOFF < PAY-TODAY-8                                  PAYDEP01
017134        GO TO 1210-EXIT                                           PAYDEP01
017135     END-IF.                                                      PAYDEP01
017136     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYDEP01
017137     MOVE CAL-START TO PAY-CAL-START.                             PAYDEP01
017138     MOVE CAL-CUTOFF TO PAY-CUTOFF.                               PAYDEP01
017139     MOVE CAL-PAY-DATE TO PAY-PAY-DATE.                           PAYDEP01
017140 1210-EXIT.                                                       PAYDEP01
017141     EXIT.                                                        PAYDEP01
017142 1300-CHECK-RELEASE.                                              PAYDEP01
017143     READ OPS-FILE                                                PAYDEP01
017144         AT END                                                   PAYDEP01
017145            SET PAY-OPS-EOF TO TRUE                               PAYDEP01
017146            GO TO 1300-EXIT                                       PAYDEP01
017147     END-READ.                                                    PAYDEP01
017148     IF OPS-PHASE NOT = 'F'                                       PAYDEP01
017149        GO TO 1300-EXIT                                           PAYDEP01
017150     END-IF.                                                      PAYDEP01
017151     IF OPS-PROGRAMME = 'PAYPCX01'                                PAYDEP01
017152        MOVE OPS-TIMESTAMP TO PAY-PCX-STAMP                       PAYDEP01
017153        MOVE OPS-ETAT TO PAY-PCX-ETAT                             PAYDEP01
017154     END-IF.                                                      PAYDEP01
017155     IF OPS-PROGRAMME = 'PAYDEP01'                                PAYDEP01
017156        AND OPS-ETAT (1:2) = 'OK'                                 PAYDEP01
017157        MOVE OPS-TIMESTAMP TO PAY-LAST-DEP-STAMP                  PAYDEP01
017158     END-IF.                                                      PAYDEP01
017159 1300-EXIT.                                                       PAYDEP01
017160     EXIT.                                                        PAYDEP01
017200***************************************************************** PAYDEP01
017300* 2000-BUILD-DEPOSITS - ONE DEPOSIT RECORD PER EMPLOYEE           PAYDEP01
017400***************************************************************** PAYDEP01
018900     IF PAY-BANK-FOUND = 'N'                                      PAYDEP01
019000        MOVE PI-EMP-NBR TO EXC-EMP-NBR                            PAYDEP01
019100        MOVE PI-NAME TO EXC-NAME                                  PAYDEP01
019200        MOVE NP-NET-PAY TO EXC-AMOUNT                             PAYDEP01
019300        MOVE 'NO BANK DETAILS ON FILE' TO EXC-TEXT                PAYDEP01
019400        WRITE EXC-REC                                             PAYDEP01
019500        ADD 1 TO PAY-EXC-COUNT                                    PAYDEP01
019600        GO TO 2000-EXIT                                           PAYDEP01
019700     END-IF.                                                      PAYDEP01
019800     COMPUTE PAY-BANK-IX = PAY-BANK-IX - 1.                       PAYDEP01
019801     IF PAY-HOLD-DAYS NOT = ZERO                                  PAYDEP01
019802        AND PAY-BNK-CHANGED (PAY-BANK-IX) NOT = ZERO              PAYDEP01
019803        MOVE 'E' TO X99-FONCTION                                  PAYDEP01
019804        MOVE PAY-BNK-CHANGED (PAY-BANK-IX) TO X99-DATE-8          PAYDEP01
019805        MOVE PAY-TODAY-8 TO X99-DATE-8B                           PAYDEP01
019806        CALL 'SY0099' USING SY0099-PARMS                          PAYDEP01
019807        IF X99-NB-JOURS < PAY-HOLD-DAYS                           PAYDEP01
019808           MOVE PI-EMP-NBR TO EXC-EMP-NBR                         PAYDEP01
019809           MOVE PI-NAME TO EXC-NAME                               PAYDEP01
019810           MOVE NP-NET-PAY TO EXC-AMOUNT                          PAYDEP01
019811           MOVE 'ACCOUNT CHANGED - HELD' TO EXC-TEXT              PAYDEP01
019812           WRITE EXC-REC                                          PAYDEP01
019813           ADD 1 TO PAY-HOLD-COUNT                                PAYDEP01
019814           GO TO 2000-EXIT                                        PAYDEP01
019815        END-IF                                                    PAYDEP01
019816     END-IF.                                                      PAYDEP01
019900     MOVE SPACES TO DEP-REC.                                      PAYDEP01
020000     MOVE 'DTL' TO DEP-TYPE.                                      PAYDEP01
020100     MOVE PI-EMP-NBR TO DEP-EMP-NBR.                              PAYDEP01
020200     MOVE PAY-BNK-ROUTING (PAY-BANK-IX) TO DEP-ROUTING.           PAYDEP01
020300     MOVE PAY-BNK-ACCOUNT (PAY-BANK-IX) TO DEP-ACCOUNT.           PAYDEP01
020400     MOVE NP-NET-PAY TO DEP-AMOUNT.                               PAYDEP01
020500     MOVE PAY-DEP-DATE TO DEP-DATE.                               PAYDEP01
020600     WRITE DEP-REC.                                               PAYDEP01
020700     ADD 1 TO PAY-DEP-COUNT.                                      PAYDEP01
020800     ADD NP-NET-PAY TO PAY-AMT-TOTAL.                             PAYDEP01
020900     ADD PAY-BNK-ROUTING (PAY-BANK-IX) TO PAY-ROUTING-HASH.       PAYDEP01
021000 2000-EXIT.                                                       PAYDEP01
021100     EXIT.                                                        PAYDEP01
023100     DISPLAY 'EXTRACT RECORDS READ = ' PAY-READ-COUNT.            PAYDEP01
023200     DISPLAY 'DEPOSITS WRITTEN     = ' PAY-DEP-COUNT.             PAYDEP01
023300     DISPLAY 'EXCEPTIONS           = ' PAY-EXC-COUNT.             PAYDEP01
023310     DISPLAY 'HELD - ACCT CHANGED  = ' PAY-HOLD-COUNT.            PAYDEP01
023320     DISPLAY 'DEPOSIT DATE         = ' PAY-DEP-DATE.              PAYDEP01
023400     IF PAY-EXC-COUNT NOT = ZERO OR PAY-HOLD-COUNT NOT = ZERO     PAYDEP01
023500        MOVE 4 TO RETURN-CODE                                     PAYDEP01
023600     END-IF.                                                      PAYDEP01
023610     IF PAY-WARN-SWITCH = 'Y'                                     PAYDEP01
023620        MOVE 4 TO RETURN-CODE                                     PAYDEP01
023630     END-IF.                                                      PAYDEP01
023700     MOVE 'F' TO X95-PHASE.                                       PAYDEP01
023800     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYDEP01
023900     MOVE PAY-DEP-COUNT TO X95-CPT-SORTIE.                        PAYDEP01
024200     CALL 'SY0095' USING SY0095-PARMS.                            PAYDEP01
024300 8000-EXIT.                                                       PAYDEP01
024400     EXIT.                                                        PAYDEP01
024403***************************************************************** PAYDEP01
024406* 8050-JOURNAL-HOLD - PAY CHANGE REVIEW NOT DONE OR NOT RELEASED  PAYDEP01
024409***************************************************************** PAYDEP01
024412 8050-JOURNAL-HOLD.                                               PAYDEP01
024415     MOVE 'F' TO X95-PHASE.                                       PAYDEP01
024418     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYDEP01
024421                  X95-CPT-REJET.                                  PAYDEP01
024424     MOVE 'HELD' TO X95-ETAT.                                     PAYDEP01
024427     CALL 'SY0095' USING SY0095-PARMS.                            PAYDEP01
024430     MOVE 8 TO RETURN-CODE.                                       PAYDEP01
024433     GO TO 9999-EXIT.                                             PAYDEP01
024436***************************************************************** PAYDEP01
024439* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYDEP01
024442***************************************************************** PAYDEP01
024445 8100-JOURNAL-STOP.                                               PAYDEP01
024448     MOVE 'PAYDEP01' TO X81-PROGRAMME.                            PAYDEP01
024451     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYDEP01
024454     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYDEP01
024457     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYDEP01
024460     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYDEP01
024463     MOVE SPACES TO X81-TEXTE.                                    PAYDEP01
024466     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYDEP01
024469                  X81-CPT-REJET.                                  PAYDEP01
024472     CALL 'SY0081' USING SY0081-PARMS.                            PAYDEP01
024475     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYDEP01
024500 9999-EXIT.                                                       PAYDEP01
024600     GOBACK.                                                      PAYDEP01
